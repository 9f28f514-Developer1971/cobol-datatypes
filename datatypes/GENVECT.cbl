      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Generate boundary-value test vectors instead of
      *              relying on whatever someone remembered to key by
      *              hand into datain.dat. Every numeric field of the
      *              type "01" (DATAINR) and type "02" (DATAIN2R)
      *              layouts is driven to its limits - zero, one, the
      *              PICTURE maximum, the signed minimum, negative
      *              fractions for the COMP-2 / COMP-1 sources and the
      *              values that overflow or carry across the binary
      *              width of the COMP-5 and COMP fields - one field
      *              per vector with every other field held at a
      *              nominal in-range value, so a surprise in the
      *              history file points straight at the field that
      *              caused it.
      * Platform:    OpenCobolIDE
      * Notes:       Writes datain.generated in exactly the datain.dat
      *              record layouts (built through the DATAINR and
      *              DATAIN2R copybooks, so the columns cannot drift
      *              from what EDITCHK checks), ready to be copied or
      *              appended to datain.dat. Each vector gets a
      *              generated test case id: a prefix plus a four
      *              digit sequence number, "GV0001" upwards. An
      *              optional control card, genvect.ctl, changes the
      *              prefix:
      *                  PREFIX cccccc      one to six characters
      *              so a second generated set can sit alongside the
      *              first without tripping EDITCHK's duplicate id
      *              check. genvect.rpt lists every generated case:
      *              its id, record type, the field it drives, the
      *              value as keyed in the vector's columns and what
      *              the case is meant to probe. The case list itself
      *              is the WS-CASE-TABLE below - add a boundary there,
      *              not in the procedure code. Run ad hoc; not part
      *              of the overnight batch.
      * Modified:    Each generated id is also registered on the test
      *              case master, testcase.dat (category BOUNDARY,
      *              owner GENVECT, the driven field and the probe as
      *              its description), since EDITCHK now rejects an
      *              unregistered id. An id already on the master is
      *              left exactly as it is - a retired generated case
      *              stays retired.
      * Modified:    A failed write to the master other than "already
      *              there" (status 22) is no longer counted as
      *              already registered: it is displayed, counted as
      *              NOT REGISTERED on genvect.rpt and the run ends
      *              with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "genvect.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GENERATED ASSIGN TO "datain.generated"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "genvect.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       01  CONTROL-REC                  PIC X(80).
       FD  GENERATED.
       COPY DATAINR REPLACING ==:PFX:== BY ==GV==.
       COPY DATAIN2R REPLACING ==:PFX:== BY ==GV==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS            PIC X(2).
       01  WS-MASTER-STATUS             PIC X(2).
       01  WS-GENERATED-STATUS          PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).

       01  WS-CONTROL-KEYWORD           PIC X(10).
       01  WS-CONTROL-VALUE             PIC X(10).
       01  WS-CONTROL-VALUE-LEN         PIC 9(2).

      *        Generated ids are WS-ID-PREFIX followed by the four
      *        digit WS-GEN-SEQ.
       01  WS-ID-PREFIX                 PIC X(6) VALUE "GV".
       01  WS-GEN-SEQ                   PIC 9(4) VALUE 0.
       01  WS-GEN-ID                    PIC X(10).

      *        The boundary cases, one per generated vector. Each
      *        entry is: record type, the field it drives (numbered
      *        as in OUTFLDS - 00 drives every numeric field of the
      *        type at once), the signed value with four decimal
      *        places, and what the case probes. A value is moved
      *        into the DATAINR / DATAIN2R field, so it is truncated
      *        to the field's PICTURE exactly as a keyed value would
      *        be.
       01  WS-CASE-TABLE-DEF.
       05  FILLER PIC X(55) VALUE
           "01 00 +000000.0000 EVERY NUMERIC FIELD ZERO".
       05  FILLER PIC X(55) VALUE
           "01 00 +999999.9999 EVERY FIELD AT ITS PICTURE MAXIMUM".
       05  FILLER PIC X(55) VALUE
           "01 02 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 02 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 02 +999999.0000 PICTURE MAXIMUM 999999".
       05  FILLER PIC X(55) VALUE
           "01 03 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 03 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 03 +000009.0000 PICTURE MAXIMUM OF 9(1) TARGET".
       05  FILLER PIC X(55) VALUE
           "01 03 +000010.0000 PAST 9(1) PICTURE, FITS ONE BYTE".
       05  FILLER PIC X(55) VALUE
           "01 03 +000255.0000 LARGEST VALUE ONE BYTE HOLDS".
       05  FILLER PIC X(55) VALUE
           "01 03 +000256.0000 OVERFLOWS ONE-BYTE BINARY WIDTH".
       05  FILLER PIC X(55) VALUE
           "01 03 +000999.0000 INPUT PICTURE MAXIMUM 999".
       05  FILLER PIC X(55) VALUE
           "01 04 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 04 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 04 +000255.0000 FILLS LOW-ORDER BYTE".
       05  FILLER PIC X(55) VALUE
           "01 04 +000256.0000 CARRIES INTO HIGH-ORDER BYTE".
       05  FILLER PIC X(55) VALUE
           "01 04 +009999.0000 PICTURE MAXIMUM 9999".
       05  FILLER PIC X(55) VALUE
           "01 05 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 05 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 05 +065535.0000 FILLS LOW-ORDER HALFWORD".
       05  FILLER PIC X(55) VALUE
           "01 05 +065536.0000 CARRIES INTO HIGH-ORDER HALFWORD".
       05  FILLER PIC X(55) VALUE
           "01 05 +999999.0000 PICTURE MAXIMUM 999999".
       05  FILLER PIC X(55) VALUE
           "01 06 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 06 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 06 +000255.0000 FILLS LOW-ORDER BYTE".
       05  FILLER PIC X(55) VALUE
           "01 06 +000256.0000 CARRIES INTO HIGH-ORDER BYTE".
       05  FILLER PIC X(55) VALUE
           "01 06 +000999.0000 PICTURE MAXIMUM 999".
       05  FILLER PIC X(55) VALUE
           "01 07 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 07 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 07 +009999.0000 PICTURE MAXIMUM 9999".
       05  FILLER PIC X(55) VALUE
           "01 08 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 08 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 08 -000001.0000 MINUS ONE".
       05  FILLER PIC X(55) VALUE
           "01 08 +009999.0000 PICTURE MAXIMUM 9999".
       05  FILLER PIC X(55) VALUE
           "01 08 -009999.0000 SIGNED MINIMUM -9999".
       05  FILLER PIC X(55) VALUE
           "01 09 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 09 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 09 -000001.0000 MINUS ONE - ALL BITS SET".
       05  FILLER PIC X(55) VALUE
           "01 09 +000256.0000 CARRIES INTO HIGH-ORDER BYTE".
       05  FILLER PIC X(55) VALUE
           "01 09 -000256.0000 NEGATIVE CARRY INTO HIGH BYTE".
       05  FILLER PIC X(55) VALUE
           "01 09 +009999.0000 PICTURE MAXIMUM 9999".
       05  FILLER PIC X(55) VALUE
           "01 09 -009999.0000 SIGNED MINIMUM -9999".
       05  FILLER PIC X(55) VALUE
           "01 10 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "01 10 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "01 10 -000001.0000 MINUS ONE".
       05  FILLER PIC X(55) VALUE
           "01 10 +000000.0001 SMALLEST POSITIVE FRACTION".
       05  FILLER PIC X(55) VALUE
           "01 10 -000000.0001 SMALLEST NEGATIVE FRACTION".
       05  FILLER PIC X(55) VALUE
           "01 10 -000000.5000 NEGATIVE FRACTION, EXACT IN BINARY".
       05  FILLER PIC X(55) VALUE
           "01 10 -000000.1000 NEGATIVE FRACTION, INEXACT IN BINARY".
       05  FILLER PIC X(55) VALUE
           "01 10 +009999.9999 PICTURE MAXIMUM 9999.9999".
       05  FILLER PIC X(55) VALUE
           "01 10 -009999.9999 SIGNED MINIMUM -9999.9999".
       05  FILLER PIC X(55) VALUE
           "02 00 +000000.0000 EVERY NUMERIC FIELD ZERO".
       05  FILLER PIC X(55) VALUE
           "02 00 +999999.9999 EVERY FIELD AT ITS PICTURE MAXIMUM".
       05  FILLER PIC X(55) VALUE
           "02 11 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "02 11 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "02 11 -000001.0000 MINUS ONE".
       05  FILLER PIC X(55) VALUE
           "02 11 +009999.0000 PICTURE MAXIMUM 9999".
       05  FILLER PIC X(55) VALUE
           "02 11 -009999.0000 SIGNED MINIMUM -9999".
       05  FILLER PIC X(55) VALUE
           "02 12 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "02 12 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "02 12 -000001.0000 MINUS ONE".
       05  FILLER PIC X(55) VALUE
           "02 12 -000000.0001 SMALLEST NEGATIVE FRACTION".
       05  FILLER PIC X(55) VALUE
           "02 12 -000000.5000 NEGATIVE FRACTION, EXACT IN BINARY".
       05  FILLER PIC X(55) VALUE
           "02 12 -000000.1000 NEGATIVE FRACTION, INEXACT IN BINARY".
       05  FILLER PIC X(55) VALUE
           "02 12 +009999.9999 PICTURE MAXIMUM 9999.9999".
       05  FILLER PIC X(55) VALUE
           "02 12 -009999.9999 SIGNED MINIMUM -9999.9999".
       05  FILLER PIC X(55) VALUE
           "02 13 +000000.0000 ZERO - EVERY DIGIT SUPPRESSED".
       05  FILLER PIC X(55) VALUE
           "02 13 +000001.0000 ONE".
       05  FILLER PIC X(55) VALUE
           "02 13 +000100.0000 FIRST SUPPRESSIBLE DIGIT SHOWN".
       05  FILLER PIC X(55) VALUE
           "02 13 +099999.0000 PICTURE MAXIMUM 99999".
       05  FILLER PIC X(55) VALUE
           "02 14 +000000.0000 ZERO".
       05  FILLER PIC X(55) VALUE
           "02 14 +000000.0100 SMALLEST POSITIVE FRACTION".
       05  FILLER PIC X(55) VALUE
           "02 14 -000000.0100 SMALLEST NEGATIVE FRACTION".
       05  FILLER PIC X(55) VALUE
           "02 14 +009999.9900 PICTURE MAXIMUM 9999.99".
       05  FILLER PIC X(55) VALUE
           "02 14 -009999.9900 SIGNED MINIMUM -9999.99".
       01  WS-CASE-TABLE REDEFINES WS-CASE-TABLE-DEF.
       05  WS-CASE-ENTRY OCCURS 75 TIMES INDEXED BY WS-CASE-IDX.
           10  WS-CASE-TYPE             PIC X(2).
           10  FILLER                   PIC X(1).
           10  WS-CASE-FIELD            PIC 9(2).
           10  FILLER                   PIC X(1).
           10  WS-CASE-SIGN             PIC X(1).
           10  WS-CASE-INTEGER          PIC 9(6).
           10  FILLER                   PIC X(1).
           10  WS-CASE-FRACTION         PIC 9(4).
           10  FILLER                   PIC X(1).
           10  WS-CASE-PROBE            PIC X(36).
       01  WS-CASE-COUNT                PIC 9(4) VALUE 75.

      *        Name and input columns of each field, numbered as in
      *        OUTFLDS, so the listing can show the driven value as
      *        it was keyed. Positions come from the column maps in
      *        DATAINR / DATAIN2R.
       01  WS-FIELD-TABLE-DEF.
       05  FILLER PIC X(28) VALUE "IN-PICX-SIX             1306".
       05  FILLER PIC X(28) VALUE "IN-PIC9-SIX             1906".
       05  FILLER PIC X(28) VALUE "IN-PIC9-COMP5           2503".
       05  FILLER PIC X(28) VALUE "IN-PIC9-TWO-COMP5       2804".
       05  FILLER PIC X(28) VALUE "IN-PIC9-SIX-COMP5       3206".
       05  FILLER PIC X(28) VALUE "IN-PIC9-TWO-COMP        3803".
       05  FILLER PIC X(28) VALUE "IN-PIC9-FOUR-COMP3      4104".
       05  FILLER PIC X(28) VALUE "IN-PIC9-SIGNED-COMP3    4505".
       05  FILLER PIC X(28) VALUE "IN-PIC9-SIGNED-COMP5    5005".
       05  FILLER PIC X(28) VALUE "IN-FLOAT                5509".
       05  FILLER PIC X(28) VALUE "IN-OVERPUNCH-VALUE      1305".
       05  FILLER PIC X(28) VALUE "IN-COMP1-VALUE          1809".
       05  FILLER PIC X(28) VALUE "IN-EDITED-Z-VALUE       2705".
       05  FILLER PIC X(28) VALUE "IN-EDITED-DEC-VALUE     3207".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DEF.
       05  WS-FLD-ENTRY OCCURS 14 TIMES.
           10  WS-FLD-NAME              PIC X(24).
           10  WS-FLD-START             PIC 9(2).
           10  WS-FLD-LEN               PIC 9(2).

      *        The current case's value, and its rendering in the
      *        listing.
       01  WS-GEN-VALUE                 PIC S9(6)V9(4).
       01  WS-FLD-NUM                   PIC 9(2).
       01  WS-LIST-FIELD                PIC X(24).
       01  WS-LIST-VALUE                PIC X(10).
       01  WS-LIST-START                PIC 9(2).
       01  WS-LIST-LEN                  PIC 9(2).

       01  WS-TYPE-01-COUNT             PIC 9(6) VALUE 0.
       01  WS-TYPE-02-COUNT             PIC 9(6) VALUE 0.
       01  WS-MASTER-ADDED-COUNT        PIC 9(6) VALUE 0.
       01  WS-MASTER-KEPT-COUNT         PIC 9(6) VALUE 0.
       01  WS-MASTER-FAILED-COUNT       PIC 9(6) VALUE 0.
       01  WS-TODAY                     PIC X(8).
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM READ-CONTROL-CARD
            OPEN OUTPUT GENERATED
            IF WS-GENERATED-STATUS NOT = "00"
                DISPLAY "Unable to open datain.generated, status="
                    WS-GENERATED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open genvect.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O TEST-CASE-MASTER
            IF WS-MASTER-STATUS = "35"
                OPEN OUTPUT TEST-CASE-MASTER
                CLOSE TEST-CASE-MASTER
                OPEN I-O TEST-CASE-MASTER
            END-IF
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "Unable to open testcase.dat, status="
                    WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

            MOVE SPACES TO REPORT-REC
            STRING "BOUNDARY-VALUE VECTORS WRITTEN TO datain.generated"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "TEST CASE   TYPE  FIELD DRIVEN              "
                "KEYED AS    PROBES"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC

            PERFORM GENERATE-ONE-CASE
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-COUNT

            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-TYPE-01-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "TYPE 01 VECTORS:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-TYPE-02-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "TYPE 02 VECTORS:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-MASTER-ADDED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ADDED TO MASTER:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-MASTER-KEPT-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ALREADY ON MASTER:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-MASTER-FAILED-COUNT > 0
                MOVE WS-MASTER-FAILED-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "NOT REGISTERED:     " WS-COUNT-EDITED
                    "  *** WRITE TO testcase.dat FAILED ***"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF

            DISPLAY "GENVECT wrote " WS-GEN-SEQ " vectors"
            CLOSE GENERATED
            CLOSE REPORT-FILE
            CLOSE TEST-CASE-MASTER
            STOP RUN.

      *        Reads the optional genvect.ctl card. No card keeps the
      *        default "GV" id prefix.
       READ-CONTROL-CARD.
            OPEN INPUT CONTROL-CARD
            IF WS-CONTROL-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-CONTROL-STATUS NOT = "00"
                    DISPLAY "Unable to open genvect.ctl, status="
                        WS-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO CONTROL-REC
                READ CONTROL-CARD
                    AT END MOVE SPACES TO CONTROL-REC
                END-READ
                CLOSE CONTROL-CARD
                PERFORM PARSE-CONTROL-CARD
            END-IF.

       PARSE-CONTROL-CARD.
            IF CONTROL-REC NOT = SPACES
                UNSTRING CONTROL-REC DELIMITED BY ALL SPACES
                    INTO WS-CONTROL-KEYWORD WS-CONTROL-VALUE
                MOVE ZERO TO WS-CONTROL-VALUE-LEN
                INSPECT WS-CONTROL-VALUE TALLYING WS-CONTROL-VALUE-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-CONTROL-KEYWORD NOT = "PREFIX"
                    DISPLAY "Unknown genvect.ctl keyword: "
                        WS-CONTROL-KEYWORD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
      *            Six characters leave four for the sequence number
      *            in the ten-byte test case id.
                IF WS-CONTROL-VALUE-LEN = 0
                    OR WS-CONTROL-VALUE-LEN > 6
                    DISPLAY "PREFIX value must be 1-6 characters: "
                        WS-CONTROL-VALUE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-CONTROL-VALUE(1:WS-CONTROL-VALUE-LEN)
                    TO WS-ID-PREFIX
            END-IF.

      *        Body of MAIN-PROCEDURE's loop - builds the vector for
      *        one table entry, writes it and lists it.
       GENERATE-ONE-CASE.
            ADD 1 TO WS-GEN-SEQ
            MOVE SPACES TO WS-GEN-ID
            STRING WS-ID-PREFIX DELIMITED BY SPACE
                WS-GEN-SEQ DELIMITED BY SIZE
                INTO WS-GEN-ID
            COMPUTE WS-GEN-VALUE = WS-CASE-INTEGER(WS-CASE-IDX)
                + WS-CASE-FRACTION(WS-CASE-IDX) / 10000
            IF WS-CASE-SIGN(WS-CASE-IDX) = "-"
                COMPUTE WS-GEN-VALUE = 0 - WS-GEN-VALUE
            END-IF
            IF WS-CASE-TYPE(WS-CASE-IDX) = "02"
                PERFORM BUILD-TYPE-02-VECTOR
                WRITE GV-REC2
                ADD 1 TO WS-TYPE-02-COUNT
            ELSE
                PERFORM BUILD-TYPE-01-VECTOR
                WRITE GV-REC
                ADD 1 TO WS-TYPE-01-COUNT
            END-IF
            IF WS-GENERATED-STATUS NOT = "00"
                DISPLAY "Write to datain.generated failed, status="
                    WS-GENERATED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-LISTING-LINE
            PERFORM REGISTER-GENERATED-CASE.

      *        Nominal in-range values for every type "01" field,
      *        then the case's value over the field it drives.
       BUILD-TYPE-01-VECTOR.
            MOVE SPACES TO GV-REC
            MOVE "01"       TO GV-REC-TYPE
            MOVE WS-GEN-ID  TO GV-TEST-CASE-ID
            MOVE "BOUNDS"   TO GV-PICX-SIX
            MOVE 123456     TO GV-PIC9-SIX
            MOVE 5          TO GV-PIC9-COMP5
            MOVE 1234       TO GV-PIC9-TWO-COMP5
            MOVE 123456     TO GV-PIC9-SIX-COMP5
            MOVE 123        TO GV-PIC9-TWO-COMP
            MOVE 1234       TO GV-PIC9-FOUR-COMP3
            MOVE 1234       TO GV-PIC9-SIGNED-COMP3
            MOVE 1234       TO GV-PIC9-SIGNED-COMP5
            MOVE 1234.5678  TO GV-FLOAT
            EVALUATE WS-CASE-FIELD(WS-CASE-IDX)
                WHEN 0
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIX
                    MOVE WS-GEN-VALUE TO GV-PIC9-COMP5
                    MOVE WS-GEN-VALUE TO GV-PIC9-TWO-COMP5
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIX-COMP5
                    MOVE WS-GEN-VALUE TO GV-PIC9-TWO-COMP
                    MOVE WS-GEN-VALUE TO GV-PIC9-FOUR-COMP3
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIGNED-COMP3
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIGNED-COMP5
                    MOVE WS-GEN-VALUE TO GV-FLOAT
                WHEN 2
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIX
                WHEN 3
                    MOVE WS-GEN-VALUE TO GV-PIC9-COMP5
                WHEN 4
                    MOVE WS-GEN-VALUE TO GV-PIC9-TWO-COMP5
                WHEN 5
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIX-COMP5
                WHEN 6
                    MOVE WS-GEN-VALUE TO GV-PIC9-TWO-COMP
                WHEN 7
                    MOVE WS-GEN-VALUE TO GV-PIC9-FOUR-COMP3
                WHEN 8
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIGNED-COMP3
                WHEN 9
                    MOVE WS-GEN-VALUE TO GV-PIC9-SIGNED-COMP5
                WHEN 10
                    MOVE WS-GEN-VALUE TO GV-FLOAT
            END-EVALUATE.

      *        Nominal in-range values for every type "02" field,
      *        then the case's value over the field it drives.
       BUILD-TYPE-02-VECTOR.
            MOVE SPACES TO GV-REC
            MOVE "02"       TO GV-REC2-TYPE
            MOVE WS-GEN-ID  TO GV-TEST-CASE-ID-2
            MOVE 1234       TO GV-OVERPUNCH-VALUE
            MOVE 1234.5678  TO GV-COMP1-VALUE
            MOVE 12345      TO GV-EDITED-Z-VALUE
            MOVE 1234.56    TO GV-EDITED-DEC-VALUE
            EVALUATE WS-CASE-FIELD(WS-CASE-IDX)
                WHEN 0
                    MOVE WS-GEN-VALUE TO GV-OVERPUNCH-VALUE
                    MOVE WS-GEN-VALUE TO GV-COMP1-VALUE
                    MOVE WS-GEN-VALUE TO GV-EDITED-Z-VALUE
                    MOVE WS-GEN-VALUE TO GV-EDITED-DEC-VALUE
                WHEN 11
                    MOVE WS-GEN-VALUE TO GV-OVERPUNCH-VALUE
                WHEN 12
                    MOVE WS-GEN-VALUE TO GV-COMP1-VALUE
                WHEN 13
                    MOVE WS-GEN-VALUE TO GV-EDITED-Z-VALUE
                WHEN 14
                    MOVE WS-GEN-VALUE TO GV-EDITED-DEC-VALUE
            END-EVALUATE.

      *        One listing line per generated case. The driven value
      *        is shown exactly as it sits in the vector's columns.
       WRITE-LISTING-LINE.
            IF WS-CASE-FIELD(WS-CASE-IDX) = 0
                MOVE "EVERY NUMERIC FIELD" TO WS-LIST-FIELD
                MOVE "(ALL)" TO WS-LIST-VALUE
            ELSE
                MOVE WS-CASE-FIELD(WS-CASE-IDX) TO WS-FLD-NUM
                MOVE WS-FLD-NAME(WS-FLD-NUM)  TO WS-LIST-FIELD
                MOVE WS-FLD-START(WS-FLD-NUM) TO WS-LIST-START
                MOVE WS-FLD-LEN(WS-FLD-NUM)   TO WS-LIST-LEN
                MOVE SPACES TO WS-LIST-VALUE
                MOVE GV-REC(WS-LIST-START:WS-LIST-LEN)
                    TO WS-LIST-VALUE
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING WS-GEN-ID "  " WS-CASE-TYPE(WS-CASE-IDX)
                "    " WS-LIST-FIELD "  " WS-LIST-VALUE
                "  " WS-CASE-PROBE(WS-CASE-IDX)
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        Puts the generated id on the test case master so
      *        EDITCHK accepts it. An id that is already there - a
      *        rerun, or a prefix reused on purpose - is not touched.
      *        Any other write failure is reported and counted, and
      *        the run ends with RETURN-CODE 8 - EDITCHK would reject
      *        the vector.
       REGISTER-GENERATED-CASE.
            MOVE SPACES TO TM-TCM-REC
            MOVE WS-GEN-ID TO TM-TCM-CASE-ID
            SET TM-TCM-ACTIVE TO TRUE
            MOVE "BOUNDARY" TO TM-TCM-CATEGORY
            MOVE "GENVECT" TO TM-TCM-OWNER
            MOVE WS-TODAY TO TM-TCM-AUTHORED
            STRING WS-LIST-FIELD DELIMITED BY "  "
                " " DELIMITED BY SIZE
                WS-CASE-PROBE(WS-CASE-IDX) DELIMITED BY SIZE
                INTO TM-TCM-DESCRIPTION
            WRITE TM-TCM-REC
                INVALID KEY CONTINUE
            END-WRITE
            EVALUATE WS-MASTER-STATUS
                WHEN "00"
                    ADD 1 TO WS-MASTER-ADDED-COUNT
                WHEN "22"
                    ADD 1 TO WS-MASTER-KEPT-COUNT
                WHEN OTHER
                    ADD 1 TO WS-MASTER-FAILED-COUNT
                    DISPLAY "Unable to register " TM-TCM-CASE-ID
                        " on testcase.dat, status=" WS-MASTER-STATUS
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

       END PROGRAM YOUR-PROGRAM-NAME.
