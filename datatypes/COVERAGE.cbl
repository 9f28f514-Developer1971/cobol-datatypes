      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Field coverage matrix over the whole data.output
      *              history, so "has the signed COMP-5 field ever
      *              been run with a negative value on a big-endian
      *              box?" is answered by one line of a report instead
      *              of an afternoon reading decode.rpt.
      * Platform:    OpenCobolIDE
      * Notes:       Walks every history record and classifies the
      *              value of each field of its layout - the same 14
      *              fields, numbered the same way, as the shared
      *              OUTFLDS walk - into five value classes: ZERO,
      *              POSITIVE, NEGATIVE, MAX DIGITS (magnitude at or
      *              beyond the PICTURE maximum, which is where the
      *              binary fields overflow too) and FRACTIONAL. A
      *              value can fall into more than one class. For the
      *              PIC X(6) field ZERO means blank or all zeros,
      *              POSITIVE any other content and MAX DIGITS every
      *              one of its six positions filled. coverage.rpt
      *              shows one row per field with a count per class,
      *              split by platform tag "L" and "B"; a class the
      *              field's PICTURE cannot hold (a negative unsigned
      *              field, a fraction in an integer one) shows "-".
      *              Each row also says whether expected.dat has an
      *              entry for the field on each platform and whether
      *              baseline.dat has one at all, and flags BLIND the
      *              fields VERIFY or CERTIFY cannot judge - check the
      *              report before an upgrade sign-off. Missing
      *              expected.dat / baseline.dat files simply leave
      *              every field flagged. Run ad hoc; not part of the
      *              overnight batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT ASSIGN TO "data.output"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-REC-KEY
               ALTERNATE RECORD KEY IS OUT-REC-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
           SELECT EXPECTED-FILE ASSIGN TO "expected.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT BASELINE-FILE ASSIGN TO "baseline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "coverage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT.
       COPY OUTREC REPLACING ==:PFX:== BY ==OUT==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  EXPECTED-FILE.
       01  EXP-REC.
       05      EXP-CASE-ID              PIC X(10).
       05      FILLER                   PIC X(1).
       05      EXP-PLATFORM             PIC X(1).
       05      FILLER                   PIC X(1).
       05      EXP-FIELD-NAME           PIC X(30).
       05      FILLER                   PIC X(1).
       05      EXP-HEX                  PIC X(32).
       FD  BASELINE-FILE.
       01  BAS-REC.
       05      BAS-CASE-ID              PIC X(10).
       05      FILLER                   PIC X(1).
       05      BAS-FIELD-NAME           PIC X(30).
       05      FILLER                   PIC X(1).
       05      BAS-HEX                  PIC X(32).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-EXPECTED-STATUS           PIC X(2).
       01  WS-BASELINE-STATUS           PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-OUT-EOF-SW                PIC X VALUE "N".
           88  WS-OUT-EOF                   VALUE "Y".
       01  WS-EXPECTED-EOF-SW           PIC X VALUE "N".
           88  WS-EXPECTED-EOF              VALUE "Y".
       01  WS-BASELINE-EOF-SW           PIC X VALUE "N".
           88  WS-BASELINE-EOF              VALUE "Y".

      *        What each field's PICTURE can hold, in OUTFLDS order:
      *        whether it can go negative, whether it carries a
      *        fraction, and the magnitude that counts as MAX DIGITS.
      *        The COMP-1 limit sits just under 9999.9999 because a
      *        single-precision float cannot hold that value exactly.
       01  WS-RULE-TABLE-DEF.
       05  FILLER PIC X(15) VALUE "N N 999999.0000".
       05  FILLER PIC X(15) VALUE "N N 999999.0000".
       05  FILLER PIC X(15) VALUE "N N 000009.0000".
       05  FILLER PIC X(15) VALUE "N N 009999.0000".
       05  FILLER PIC X(15) VALUE "N N 999999.0000".
       05  FILLER PIC X(15) VALUE "N N 000999.0000".
       05  FILLER PIC X(15) VALUE "N N 009999.0000".
       05  FILLER PIC X(15) VALUE "Y N 009999.0000".
       05  FILLER PIC X(15) VALUE "Y N 009999.0000".
       05  FILLER PIC X(15) VALUE "Y Y 009999.9999".
       05  FILLER PIC X(15) VALUE "Y N 009999.0000".
       05  FILLER PIC X(15) VALUE "Y Y 009999.9990".
       05  FILLER PIC X(15) VALUE "N N 099999.0000".
       05  FILLER PIC X(15) VALUE "Y Y 009999.9900".
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-DEF.
       05  WS-RULE-ENTRY OCCURS 14 TIMES.
           10  WS-RULE-SIGNED           PIC X(1).
           10  FILLER                   PIC X(1).
           10  WS-RULE-FRACTION         PIC X(1).
           10  FILLER                   PIC X(1).
           10  WS-RULE-LIMIT-INT        PIC 9(6).
           10  FILLER                   PIC X(1).
           10  WS-RULE-LIMIT-DEC        PIC 9(4).

      *        The matrix: per field, per value class (1 zero,
      *        2 positive, 3 negative, 4 max digits, 5 fractional),
      *        per platform (1 "L", 2 "B"), the records that hit it.
      *        The name and the expected/baseline flags ride along.
       01  WS-COV-TABLE.
       05  WS-COV-FIELD OCCURS 14 TIMES INDEXED BY WS-COV-IDX.
           10  WS-COV-NAME              PIC X(30).
           10  WS-COV-EXP-L-SW          PIC X(1).
           10  WS-COV-EXP-B-SW          PIC X(1).
           10  WS-COV-BASE-SW           PIC X(1).
           10  WS-COV-CLASS OCCURS 5 TIMES.
               15  WS-COV-COUNT OCCURS 2 TIMES
                                        PIC 9(6).

      *        Field walk arguments - see OUTFLDS.
       01  WS-FIELD-NUM                 PIC 9(2).
       01  WS-FIELD-NAME                PIC X(30).
       01  WS-FIRST-FIELD               PIC 9(2).
       01  WS-LAST-FIELD                PIC 9(2).

      *        The value being classified and its class verdicts.
       01  WS-CLS-VALUE                 PIC S9(8)V9(4).
       01  WS-CLS-MAGNITUDE             PIC 9(8)V9(4).
       01  WS-CLS-INTEGER               PIC 9(8).
       01  WS-CLS-LIMIT                 PIC 9(6)V9(4).
       01  WS-CLS-Z-VALUE               PIC 9(5).
       01  WS-CLS-DEC-VALUE             PIC S9(4)V99.
       01  WS-CLS-PLAT                  PIC 9(1).
       01  WS-CLS-NUM                   PIC 9(1).
       01  WS-CLS-SPACE-COUNT           PIC 9(2).
       01  WS-CLS-ZERO-SW               PIC X.
           88  WS-CLS-ZERO                  VALUE "Y".
       01  WS-CLS-POSITIVE-SW           PIC X.
           88  WS-CLS-POSITIVE              VALUE "Y".
       01  WS-CLS-NEGATIVE-SW           PIC X.
           88  WS-CLS-NEGATIVE              VALUE "Y".
       01  WS-CLS-MAX-SW                PIC X.
           88  WS-CLS-MAX                   VALUE "Y".
       01  WS-CLS-FRACTION-SW           PIC X.
           88  WS-CLS-FRACTION              VALUE "Y".

      *        One report row is assembled here, cell by cell.
       01  WS-ROW-CELLS                 PIC X(70).
       01  WS-ROW-POS                   PIC 9(3).
       01  WS-CELL-EDITED               PIC ZZZZ9.
       01  WS-ROW-FLAG                  PIC X(12).
       01  WS-EXP-L-TEXT                PIC X(3).
       01  WS-EXP-B-TEXT                PIC X(3).
       01  WS-BASE-TEXT                 PIC X(3).

       01  WS-RECORD-COUNT              PIC 9(6) VALUE 0.
       01  WS-PLAT-L-COUNT              PIC 9(6) VALUE 0.
       01  WS-PLAT-B-COUNT              PIC 9(6) VALUE 0.
       01  WS-UNTAGGED-COUNT            PIC 9(6) VALUE 0.
       01  WS-VERIFY-BLIND-COUNT        PIC 9(6) VALUE 0.
       01  WS-CERTIFY-BLIND-COUNT       PIC 9(6) VALUE 0.
       01  WS-EMPTY-CELL-COUNT          PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       COPY HEXDUMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            OPEN INPUT OUT
            IF WS-OUT-STATUS NOT = "00"
                DISPLAY "Unable to open data.output, status="
                    WS-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM INIT-COVERAGE-TABLE
            PERFORM READ-AND-CLASSIFY-RECORD UNTIL WS-OUT-EOF
            CLOSE OUT
            PERFORM LOAD-EXPECTED-FIELDS
            PERFORM LOAD-BASELINE-FIELDS
            PERFORM WRITE-COVERAGE-REPORT
            STOP RUN.

      *        Clears the matrix and takes each field's name from the
      *        OUTFLDS walk, so the row names are exactly the names
      *        VERIFY and CERTIFY file expectations under.
       INIT-COVERAGE-TABLE.
            MOVE SPACES TO OUT-REC
            PERFORM INIT-ONE-COVERAGE-ROW
                VARYING WS-FIELD-NUM FROM 1 BY 1
                UNTIL WS-FIELD-NUM > 14.

      *        Body of INIT-COVERAGE-TABLE's loop.
       INIT-ONE-COVERAGE-ROW.
            PERFORM SET-FIELD-FROM-NUMBER
            MOVE WS-FIELD-NAME TO WS-COV-NAME(WS-FIELD-NUM)
            MOVE "N" TO WS-COV-EXP-L-SW(WS-FIELD-NUM)
            MOVE "N" TO WS-COV-EXP-B-SW(WS-FIELD-NUM)
            MOVE "N" TO WS-COV-BASE-SW(WS-FIELD-NUM)
            PERFORM CLEAR-ONE-COVERAGE-CLASS
                VARYING WS-CLS-NUM FROM 1 BY 1
                UNTIL WS-CLS-NUM > 5.

      *        Body of INIT-ONE-COVERAGE-ROW's loop.
       CLEAR-ONE-COVERAGE-CLASS.
            MOVE ZERO TO WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 1)
            MOVE ZERO TO WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 2).

      *        Body of MAIN-PROCEDURE's loop.
       READ-AND-CLASSIFY-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END PERFORM CLASSIFY-ONE-RECORD
            END-READ.

      *        A record with neither platform tag cannot be placed in
      *        a column - counted, not classified.
       CLASSIFY-ONE-RECORD.
            ADD 1 TO WS-RECORD-COUNT
            EVALUATE OUT-REC-PLATFORM-TAG
                WHEN "L"
                    MOVE 1 TO WS-CLS-PLAT
                    ADD 1 TO WS-PLAT-L-COUNT
                WHEN "B"
                    MOVE 2 TO WS-CLS-PLAT
                    ADD 1 TO WS-PLAT-B-COUNT
                WHEN OTHER
                    MOVE 0 TO WS-CLS-PLAT
                    ADD 1 TO WS-UNTAGGED-COUNT
            END-EVALUATE
            IF WS-CLS-PLAT > 0
                IF OUT-REC-FORMAT = "02"
                    MOVE 11 TO WS-FIRST-FIELD
                    MOVE 14 TO WS-LAST-FIELD
                ELSE
                    MOVE 1 TO WS-FIRST-FIELD
                    MOVE 10 TO WS-LAST-FIELD
                END-IF
                PERFORM CLASSIFY-ONE-FIELD
                    VARYING WS-FIELD-NUM FROM WS-FIRST-FIELD BY 1
                    UNTIL WS-FIELD-NUM > WS-LAST-FIELD
            END-IF.

      *        Body of CLASSIFY-ONE-RECORD's loop - takes the field's
      *        value out of the record and tallies every class it
      *        falls into.
       CLASSIFY-ONE-FIELD.
            MOVE "N" TO WS-CLS-ZERO-SW
            MOVE "N" TO WS-CLS-POSITIVE-SW
            MOVE "N" TO WS-CLS-NEGATIVE-SW
            MOVE "N" TO WS-CLS-MAX-SW
            MOVE "N" TO WS-CLS-FRACTION-SW
            IF WS-FIELD-NUM = 1
                PERFORM CLASSIFY-TEXT-FIELD
            ELSE
                PERFORM GET-FIELD-VALUE
                PERFORM CLASSIFY-FIELD-VALUE
            END-IF
            IF WS-CLS-ZERO
                ADD 1 TO WS-COV-COUNT(WS-FIELD-NUM, 1, WS-CLS-PLAT)
            END-IF
            IF WS-CLS-POSITIVE
                ADD 1 TO WS-COV-COUNT(WS-FIELD-NUM, 2, WS-CLS-PLAT)
            END-IF
            IF WS-CLS-NEGATIVE
                ADD 1 TO WS-COV-COUNT(WS-FIELD-NUM, 3, WS-CLS-PLAT)
            END-IF
            IF WS-CLS-MAX
                ADD 1 TO WS-COV-COUNT(WS-FIELD-NUM, 4, WS-CLS-PLAT)
            END-IF
            IF WS-CLS-FRACTION
                ADD 1 TO WS-COV-COUNT(WS-FIELD-NUM, 5, WS-CLS-PLAT)
            END-IF.

      *        The PIC X(6) field has no numeric value - see Notes.
       CLASSIFY-TEXT-FIELD.
            IF OUT-REC-PICX-SIX = SPACES OR OUT-REC-PICX-SIX = ZEROS
                SET WS-CLS-ZERO TO TRUE
            ELSE
                SET WS-CLS-POSITIVE TO TRUE
                MOVE ZERO TO WS-CLS-SPACE-COUNT
                INSPECT OUT-REC-PICX-SIX TALLYING WS-CLS-SPACE-COUNT
                    FOR ALL SPACE
                IF WS-CLS-SPACE-COUNT = 0
                    SET WS-CLS-MAX TO TRUE
                END-IF
            END-IF.

      *        Loads WS-CLS-VALUE from the field WS-FIELD-NUM names.
      *        The two edited fields are de-edited back to numbers
      *        through their source PICTUREs.
       GET-FIELD-VALUE.
            EVALUATE WS-FIELD-NUM
                WHEN 2
                    MOVE OUT-REC-PIC9-SIX TO WS-CLS-VALUE
                WHEN 3
                    MOVE OUT-REC-PIC9-COMP5 TO WS-CLS-VALUE
                WHEN 4
                    MOVE OUT-REC-PIC9-FOUR-COMP5 TO WS-CLS-VALUE
                WHEN 5
                    MOVE OUT-REC-PIC9-SIX-COMP5 TO WS-CLS-VALUE
                WHEN 6
                    MOVE OUT-REC-PIC9-TWO-COMP TO WS-CLS-VALUE
                WHEN 7
                    MOVE OUT-REC-PIC9-FOUR-COMP3 TO WS-CLS-VALUE
                WHEN 8
                    MOVE OUT-REC-PIC9-SIGNED-COMP3 TO WS-CLS-VALUE
                WHEN 9
                    MOVE OUT-REC-PIC9-SIGNED-COMP5 TO WS-CLS-VALUE
                WHEN 10
                    COMPUTE WS-CLS-VALUE ROUNDED =
                        OUT-REC-FLOAT-COMP2
                WHEN 11
                    MOVE OUT-REC2-OVERPUNCH TO WS-CLS-VALUE
                WHEN 12
                    COMPUTE WS-CLS-VALUE ROUNDED = OUT-REC2-COMP1
                WHEN 13
                    MOVE OUT-REC2-EDITED-Z TO WS-CLS-Z-VALUE
                    MOVE WS-CLS-Z-VALUE TO WS-CLS-VALUE
                WHEN 14
                    MOVE OUT-REC2-EDITED-DEC TO WS-CLS-DEC-VALUE
                    MOVE WS-CLS-DEC-VALUE TO WS-CLS-VALUE
            END-EVALUATE.

       CLASSIFY-FIELD-VALUE.
            EVALUATE TRUE
                WHEN WS-CLS-VALUE = 0
                    SET WS-CLS-ZERO TO TRUE
                WHEN WS-CLS-VALUE > 0
                    SET WS-CLS-POSITIVE TO TRUE
                WHEN OTHER
                    SET WS-CLS-NEGATIVE TO TRUE
            END-EVALUATE
            MOVE WS-CLS-VALUE TO WS-CLS-MAGNITUDE
            COMPUTE WS-CLS-LIMIT =
                WS-RULE-LIMIT-INT(WS-FIELD-NUM)
                + WS-RULE-LIMIT-DEC(WS-FIELD-NUM) / 10000
            IF WS-CLS-MAGNITUDE >= WS-CLS-LIMIT
                SET WS-CLS-MAX TO TRUE
            END-IF
            MOVE WS-CLS-MAGNITUDE TO WS-CLS-INTEGER
            IF WS-CLS-MAGNITUDE NOT = WS-CLS-INTEGER
                SET WS-CLS-FRACTION TO TRUE
            END-IF.

      *        Marks every field expected.dat files an expectation
      *        for, per platform tag. No file leaves them all blind.
       LOAD-EXPECTED-FIELDS.
            OPEN INPUT EXPECTED-FILE
            IF WS-EXPECTED-STATUS = "35"
                SET WS-EXPECTED-EOF TO TRUE
            ELSE
                IF WS-EXPECTED-STATUS NOT = "00"
                    DISPLAY "Unable to open expected.dat, status="
                        WS-EXPECTED-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-EXPECTED-LINE UNTIL WS-EXPECTED-EOF
                CLOSE EXPECTED-FILE
            END-IF.

      *        Body of LOAD-EXPECTED-FIELDS's loop.
       READ-ONE-EXPECTED-LINE.
            READ EXPECTED-FILE
                AT END SET WS-EXPECTED-EOF TO TRUE
                NOT AT END
                    PERFORM MARK-EXPECTED-FIELD
                        VARYING WS-COV-IDX FROM 1 BY 1
                        UNTIL WS-COV-IDX > 14
            END-READ.

      *        Body of READ-ONE-EXPECTED-LINE's scan.
       MARK-EXPECTED-FIELD.
            IF WS-COV-NAME(WS-COV-IDX) = EXP-FIELD-NAME
                IF EXP-PLATFORM = "L"
                    MOVE "Y" TO WS-COV-EXP-L-SW(WS-COV-IDX)
                END-IF
                IF EXP-PLATFORM = "B"
                    MOVE "Y" TO WS-COV-EXP-B-SW(WS-COV-IDX)
                END-IF
            END-IF.

      *        Marks every field baseline.dat holds a snapshot of.
      *        No file leaves them all blind.
       LOAD-BASELINE-FIELDS.
            OPEN INPUT BASELINE-FILE
            IF WS-BASELINE-STATUS = "35"
                SET WS-BASELINE-EOF TO TRUE
            ELSE
                IF WS-BASELINE-STATUS NOT = "00"
                    DISPLAY "Unable to open baseline.dat, status="
                        WS-BASELINE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-BASELINE-LINE UNTIL WS-BASELINE-EOF
                CLOSE BASELINE-FILE
            END-IF.

      *        Body of LOAD-BASELINE-FIELDS's loop.
       READ-ONE-BASELINE-LINE.
            READ BASELINE-FILE
                AT END SET WS-BASELINE-EOF TO TRUE
                NOT AT END
                    PERFORM MARK-BASELINE-FIELD
                        VARYING WS-COV-IDX FROM 1 BY 1
                        UNTIL WS-COV-IDX > 14
            END-READ.

      *        Body of READ-ONE-BASELINE-LINE's scan.
       MARK-BASELINE-FIELD.
            IF WS-COV-NAME(WS-COV-IDX) = BAS-FIELD-NAME
                MOVE "Y" TO WS-COV-BASE-SW(WS-COV-IDX)
            END-IF.

       WRITE-COVERAGE-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open coverage.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO REPORT-REC
            MOVE "FIELD COVERAGE MATRIX OF data.output BY VALUE CLASS"
                TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "                                 ZERO       "
                "POSITIVE     NEGATIVE    MAX DIGITS   "
                "FRACTIONAL    EXPECTED  BASE"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "FIELD                             L     B   "
                "   L     B      L     B      L     B      L "
                "    B    L   B"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            PERFORM WRITE-ONE-COVERAGE-ROW
                VARYING WS-FIELD-NUM FROM 1 BY 1
                UNTIL WS-FIELD-NUM > 14
            PERFORM WRITE-COVERAGE-TOTALS
            CLOSE REPORT-FILE.

      *        Body of WRITE-COVERAGE-REPORT's loop - one row per
      *        field: ten cells, then the expected/baseline columns.
       WRITE-ONE-COVERAGE-ROW.
            MOVE SPACES TO WS-ROW-CELLS
            MOVE 1 TO WS-ROW-POS
            PERFORM FORMAT-ONE-CLASS-CELLS
                VARYING WS-CLS-NUM FROM 1 BY 1
                UNTIL WS-CLS-NUM > 5
            MOVE "NO " TO WS-EXP-L-TEXT
            MOVE "NO " TO WS-EXP-B-TEXT
            MOVE "NO " TO WS-BASE-TEXT
            IF WS-COV-EXP-L-SW(WS-FIELD-NUM) = "Y"
                MOVE "YES" TO WS-EXP-L-TEXT
            END-IF
            IF WS-COV-EXP-B-SW(WS-FIELD-NUM) = "Y"
                MOVE "YES" TO WS-EXP-B-TEXT
            END-IF
            IF WS-COV-BASE-SW(WS-FIELD-NUM) = "Y"
                MOVE "YES" TO WS-BASE-TEXT
            END-IF
            MOVE SPACES TO WS-ROW-FLAG
            IF WS-COV-EXP-L-SW(WS-FIELD-NUM) NOT = "Y"
                OR WS-COV-EXP-B-SW(WS-FIELD-NUM) NOT = "Y"
                ADD 1 TO WS-VERIFY-BLIND-COUNT
                MOVE "BLIND" TO WS-ROW-FLAG
            END-IF
            IF WS-COV-BASE-SW(WS-FIELD-NUM) NOT = "Y"
                ADD 1 TO WS-CERTIFY-BLIND-COUNT
                MOVE "BLIND" TO WS-ROW-FLAG
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING WS-COV-NAME(WS-FIELD-NUM) WS-ROW-CELLS(1:64)
                "  " WS-EXP-L-TEXT " " WS-EXP-B-TEXT
                "   " WS-BASE-TEXT "  " WS-ROW-FLAG
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        Body of WRITE-ONE-COVERAGE-ROW's loop - the L and B
      *        cells of one value class, or "-" for a class the
      *        field's PICTURE cannot hold.
       FORMAT-ONE-CLASS-CELLS.
            IF (WS-CLS-NUM = 3
                    AND WS-RULE-SIGNED(WS-FIELD-NUM) NOT = "Y")
                OR (WS-CLS-NUM = 5
                    AND WS-RULE-FRACTION(WS-FIELD-NUM) NOT = "Y")
                MOVE "    -     -" TO WS-ROW-CELLS(WS-ROW-POS:11)
            ELSE
                MOVE WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 1)
                    TO WS-CELL-EDITED
                MOVE WS-CELL-EDITED TO WS-ROW-CELLS(WS-ROW-POS:5)
                MOVE WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 2)
                    TO WS-CELL-EDITED
                MOVE WS-CELL-EDITED
                    TO WS-ROW-CELLS(WS-ROW-POS + 6:5)
                IF WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 1) = 0
                    ADD 1 TO WS-EMPTY-CELL-COUNT
                END-IF
                IF WS-COV-COUNT(WS-FIELD-NUM, WS-CLS-NUM, 2) = 0
                    ADD 1 TO WS-EMPTY-CELL-COUNT
                END-IF
            END-IF
            ADD 13 TO WS-ROW-POS.

       WRITE-COVERAGE-TOTALS.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-RECORD-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "RECORDS READ:          " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-PLAT-L-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "  PLATFORM L:          " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-PLAT-B-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "  PLATFORM B:          " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-UNTAGGED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "  NO PLATFORM TAG:     " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-EMPTY-CELL-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "CELLS NEVER EXERCISED: " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-VERIFY-BLIND-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "FIELDS VERIFY BLIND:   " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-CERTIFY-BLIND-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "FIELDS CERTIFY BLIND:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       COPY OUTFLDS.

       COPY HEXDUMPP.

       END PROGRAM YOUR-PROGRAM-NAME.
