      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Prove the data.output history file is sound.
      *              Months of ARCHIVE deletes and RESTORE reinserts
      *              had left us no way to tell a damaged record or a
      *              stale index entry from a good one short of DECODE
      *              printing garbage. This reads every record and
      *              checks it, and can optionally reorganize the file
      *              into fresh index space.
      * Platform:    OpenCobolIDE
      * Notes:       Every record read in primary key order is checked
      *              for:
      *                  - a format code of "01" or "02"
      *                  - a platform tag of "L" or "B"
      *                  - valid packed nibbles (0-9) and a valid sign
      *                    nibble in both COMP-3 fields of a type "01"
      *                    record - F or C unsigned, C, D or F signed
      *                  - ascending key order
      *              The file is then read again through the
      *              OUT-REC-RUN-TIMESTAMP alternate index and every
      *              record it returns is read back by its primary key
      *              and compared byte for byte; the records per run
      *              seen through each index must agree, and must
      *              agree with the records-written totals in
      *              runctl.dat (as DECODE's run-control check).
      *              An optional one-line control card, integchk.ctl:
      *                  MODE CHECK   check only (the default)
      *                  MODE REORG   check, unload data.output to
      *                               data.reorg in key order, recreate
      *                               it empty, reload it and check
      *                               again
      *              Reorganizing rebuilds both indexes from the
      *              primary key order, so it also clears index
      *              disagreements; damaged record content is carried
      *              over as it is and still reported afterwards.
      *              data.reorg is kept until the next reorganization.
      *              integchk.rpt lists every problem found and ends
      *              with the check's figures - before and after side
      *              by side in REORG mode. RETURN-CODE 8 when the
      *              final check finds any problem, 16 when the file
      *              cannot be read or a reorganization fails. Run ad
      *              hoc with nothing else updating data.output - at
      *              month-end, ahead of the volume runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "integchk.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OUT ASSIGN TO "data.output"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-REC-KEY
               ALTERNATE RECORD KEY IS OUT-REC-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
      *        The same file again, for reading back by primary key
      *        whatever the alternate index returns.
           SELECT OUT-PRI ASSIGN TO "data.output"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRI-REC-KEY
               ALTERNATE RECORD KEY IS PRI-REC-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-PRI-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO "data.reorg"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "integchk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       01  CONTROL-REC                  PIC X(80).
       FD  OUT.
       COPY OUTREC REPLACING ==:PFX:== BY ==OUT==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  OUT-PRI.
       COPY OUTREC REPLACING ==:PFX:== BY ==PRI==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==PRI==.
       FD  UNLOAD-FILE.
       COPY OUTREC REPLACING ==:PFX:== BY ==UNL==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==UNL==.
       FD  RUN-CONTROL.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RC==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       COPY HEXDUMP.
       01  WS-CONTROL-STATUS            PIC X(2).
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-PRI-STATUS                PIC X(2).
       01  WS-UNLOAD-STATUS             PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-OUT-EOF-SW                PIC X VALUE "N".
           88  WS-OUT-EOF                   VALUE "Y".
       01  WS-UNLOAD-EOF-SW             PIC X VALUE "N".
           88  WS-UNLOAD-EOF                VALUE "Y".
       01  WS-RUNCTL-EOF-SW             PIC X VALUE "N".
           88  WS-RUNCTL-EOF                VALUE "Y".
       01  WS-RUNCTL-ABSENT-SW          PIC X VALUE "N".
           88  WS-RUNCTL-ABSENT             VALUE "Y".

      *        CHECK leaves the file alone; REORG rebuilds it between
      *        two checks.
       01  WS-RUN-MODE                  PIC X(1) VALUE "C".
           88  WS-MODE-CHECK                VALUE "C".
           88  WS-MODE-REORG                VALUE "R".
       01  WS-CONTROL-KEYWORD           PIC X(10).
       01  WS-CONTROL-VALUE             PIC X(10).

      *        Which check is running, for the report headings.
       01  WS-CHECK-PASS                PIC X(1) VALUE "1".
           88  WS-FIRST-CHECK               VALUE "1".
           88  WS-SECOND-CHECK              VALUE "2".

      *        Figures of the check just run. In REORG mode the first
      *        check's figures are kept in WS-BEFORE-FIGURES while
      *        the second check fills these in again.
       01  WS-CHECK-FIGURES.
       05  WS-FIG-PRIMARY-READ          PIC 9(6).
       05  WS-FIG-TYPE-01               PIC 9(6).
       05  WS-FIG-TYPE-02               PIC 9(6).
       05  WS-FIG-BAD-FORMAT            PIC 9(6).
       05  WS-FIG-BAD-PLATFORM          PIC 9(6).
       05  WS-FIG-BAD-PACKED            PIC 9(6).
       05  WS-FIG-OUT-OF-ORDER          PIC 9(6).
       05  WS-FIG-ALTERNATE-READ        PIC 9(6).
       05  WS-FIG-INDEX-DISAGREE        PIC 9(6).
       05  WS-FIG-RUNS                  PIC 9(6).
       05  WS-FIG-RUNCTL-DISAGREE       PIC 9(6).
       05  WS-FIG-PROBLEMS              PIC 9(6).
       01  WS-BEFORE-FIGURES.
       05  WS-BFR-PRIMARY-READ          PIC 9(6).
       05  WS-BFR-TYPE-01               PIC 9(6).
       05  WS-BFR-TYPE-02               PIC 9(6).
       05  WS-BFR-BAD-FORMAT            PIC 9(6).
       05  WS-BFR-BAD-PLATFORM          PIC 9(6).
       05  WS-BFR-BAD-PACKED            PIC 9(6).
       05  WS-BFR-OUT-OF-ORDER          PIC 9(6).
       05  WS-BFR-ALTERNATE-READ        PIC 9(6).
       05  WS-BFR-INDEX-DISAGREE        PIC 9(6).
       05  WS-BFR-RUNS                  PIC 9(6).
       05  WS-BFR-RUNCTL-DISAGREE       PIC 9(6).
       05  WS-BFR-PROBLEMS              PIC 9(6).

      *        Previous key read in each pass - both indexes must
      *        return their keys in ascending order.
       01  WS-PREV-KEY                  PIC X(24).
       01  WS-PREV-TS                   PIC X(14).

      *        Records seen per run timestamp through each index.
       01  WS-RUN-TABLE.
       05  WS-RUN-ENTRY OCCURS 200 TIMES INDEXED BY WS-RUN-IDX.
           10  WS-RUN-TS                PIC X(14).
           10  WS-RUN-PRIMARY-COUNT     PIC 9(6).
           10  WS-RUN-ALTERNATE-COUNT   PIC 9(6).
       01  WS-RUN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RUN-FOUND-SW              PIC X.
           88  WS-RUN-FOUND                 VALUE "Y".
       01  WS-RUN-FOUND-IDX             PIC 9(4).
       01  WS-RUN-FULL-SW               PIC X VALUE "N".
           88  WS-RUN-FULL                  VALUE "Y".
       01  WS-RUN-LOOKUP-TS             PIC X(14).

      *        Control records loaded from runctl.dat; later records
      *        for the same timestamp supersede earlier ones.
       01  WS-CTL-TABLE.
       05  WS-CTL-ENTRY OCCURS 200 TIMES INDEXED BY WS-CTL-IDX.
           10  WS-CTL-TS                PIC X(14).
           10  WS-CTL-WRITTEN           PIC 9(6).
       01  WS-CTL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CTL-FOUND-SW              PIC X.
           88  WS-CTL-FOUND                 VALUE "Y".
       01  WS-CTL-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-TS                 PIC X(14).

      *        Arguments for VALIDATE-PACKED-FIELD - the field's name
      *        and whether its picture is signed; its bytes arrive
      *        in WS-HEXDUMP-SRC / WS-HEXDUMP-LEN.
       01  WS-PACKED-NAME               PIC X(30).
       01  WS-PACKED-SIGNED-SW          PIC X.
           88  WS-PACKED-SIGNED             VALUE "Y".
       01  WS-PACKED-BAD-SW             PIC X.
           88  WS-PACKED-BAD                VALUE "Y".
       01  WS-PACKED-SIGN               PIC X(1).
       01  WS-PACKED-IDX                PIC 9(4).

       01  WS-PROBLEM-TEXT              PIC X(90).

      *        Reorganization counts.
       01  WS-UNLOADED-COUNT            PIC 9(6) VALUE 0.
       01  WS-RELOADED-COUNT            PIC 9(6) VALUE 0.
       01  WS-RELOAD-FAILED-COUNT       PIC 9(6) VALUE 0.
       01  WS-REORG-FAILED-SW           PIC X VALUE "N".
           88  WS-REORG-FAILED              VALUE "Y".

      *        One figure line of the closing summary.
       01  WS-LINE-LABEL                PIC X(34).
       01  WS-LINE-BEFORE               PIC 9(6).
       01  WS-LINE-AFTER                PIC 9(6).
       01  WS-COUNT-EDITED              PIC ZZZZZ9.
       01  WS-COUNT-EDITED-2            PIC ZZZZZ9.
       01  WS-COUNT-EDITED-3            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM READ-CONTROL-CARD
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open integchk.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-RUN-CONTROL-TABLE

            SET WS-FIRST-CHECK TO TRUE
            PERFORM CHECK-HISTORY-FILE
            IF WS-MODE-REORG
                MOVE WS-CHECK-FIGURES TO WS-BEFORE-FIGURES
                PERFORM REORGANIZE-HISTORY-FILE
                IF NOT WS-REORG-FAILED
                    SET WS-SECOND-CHECK TO TRUE
                    PERFORM CHECK-HISTORY-FILE
                END-IF
            END-IF

            PERFORM WRITE-CHECK-SUMMARY
            CLOSE REPORT-FILE
            IF WS-REORG-FAILED
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WS-FIG-PROBLEMS > 0
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

      *        Reads the optional integchk.ctl card. No card (or a
      *        missing file) checks without reorganizing.
       READ-CONTROL-CARD.
            OPEN INPUT CONTROL-CARD
            IF WS-CONTROL-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-CONTROL-STATUS NOT = "00"
                    DISPLAY "Unable to open integchk.ctl, status="
                        WS-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ CONTROL-CARD
                    AT END CONTINUE
                    NOT AT END PERFORM PARSE-CONTROL-CARD
                END-READ
                CLOSE CONTROL-CARD
            END-IF.

       PARSE-CONTROL-CARD.
            UNSTRING CONTROL-REC DELIMITED BY ALL SPACES
                INTO WS-CONTROL-KEYWORD WS-CONTROL-VALUE
            IF WS-CONTROL-KEYWORD NOT = "MODE"
                DISPLAY "Unknown integchk.ctl keyword: "
                    WS-CONTROL-KEYWORD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            EVALUATE WS-CONTROL-VALUE
                WHEN "CHECK"
                    SET WS-MODE-CHECK TO TRUE
                WHEN "REORG"
                    SET WS-MODE-REORG TO TRUE
                WHEN OTHER
                    DISPLAY "MODE value must be CHECK or REORG: "
                        WS-CONTROL-VALUE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

      *        Loads every runctl.dat record into WS-CTL-TABLE. A
      *        missing file is only noted - the per-run totals are
      *        then not checked.
       LOAD-RUN-CONTROL-TABLE.
            OPEN INPUT RUN-CONTROL
            IF WS-RUNCTL-STATUS = "35"
                SET WS-RUNCTL-ABSENT TO TRUE
                SET WS-RUNCTL-EOF TO TRUE
            ELSE
                IF WS-RUNCTL-STATUS NOT = "00"
                    DISPLAY "Unable to open runctl.dat, status="
                        WS-RUNCTL-STATUS
                    SET WS-RUNCTL-ABSENT TO TRUE
                    SET WS-RUNCTL-EOF TO TRUE
                END-IF
            END-IF
            PERFORM READ-ONE-CONTROL-RECORD UNTIL WS-RUNCTL-EOF
            IF NOT WS-RUNCTL-ABSENT
                CLOSE RUN-CONTROL
            END-IF.

      *        Body of LOAD-RUN-CONTROL-TABLE's loop.
       READ-ONE-CONTROL-RECORD.
            READ RUN-CONTROL
                AT END SET WS-RUNCTL-EOF TO TRUE
                NOT AT END
                    MOVE RC-CTL-TIMESTAMP TO WS-LOOKUP-TS
                    PERFORM FIND-CONTROL-ENTRY
                    IF WS-CTL-FOUND
                        MOVE RC-CTL-RECORDS-WRITTEN
                            TO WS-CTL-WRITTEN(WS-CTL-FOUND-IDX)
                    ELSE
                        IF WS-CTL-COUNT < 200
                            ADD 1 TO WS-CTL-COUNT
                            MOVE RC-CTL-TIMESTAMP
                                TO WS-CTL-TS(WS-CTL-COUNT)
                            MOVE RC-CTL-RECORDS-WRITTEN
                                TO WS-CTL-WRITTEN(WS-CTL-COUNT)
                        END-IF
                    END-IF
            END-READ.

      *        Locates WS-LOOKUP-TS in WS-CTL-TABLE.
       FIND-CONTROL-ENTRY.
            MOVE "N" TO WS-CTL-FOUND-SW
            IF WS-CTL-COUNT > 0
                PERFORM CHECK-ONE-CONTROL-ENTRY
                    VARYING WS-CTL-IDX FROM 1 BY 1
                    UNTIL WS-CTL-IDX > WS-CTL-COUNT
                    OR WS-CTL-FOUND
            END-IF.

      *        Body of FIND-CONTROL-ENTRY's scan.
       CHECK-ONE-CONTROL-ENTRY.
            IF WS-CTL-TS(WS-CTL-IDX) = WS-LOOKUP-TS
                MOVE WS-CTL-IDX TO WS-CTL-FOUND-IDX
                SET WS-CTL-FOUND TO TRUE
            END-IF.

      *        One full check of data.output - primary key pass,
      *        alternate key pass, then the per-run reconciliation.
      *        Every problem gets its own report line.
       CHECK-HISTORY-FILE.
            INITIALIZE WS-CHECK-FIGURES
            MOVE ZERO TO WS-RUN-COUNT
            MOVE "N" TO WS-RUN-FULL-SW
            MOVE SPACES TO REPORT-REC
            EVALUATE TRUE
                WHEN WS-MODE-CHECK
                    MOVE "INTEGRITY CHECK OF data.output" TO REPORT-REC
                WHEN WS-FIRST-CHECK
                    MOVE "INTEGRITY CHECK OF data.output BEFORE REORGANI
      -                 "ZATION" TO REPORT-REC
                WHEN OTHER
                    MOVE "INTEGRITY CHECK OF data.output AFTER REORGANIZ
      -                 "ATION" TO REPORT-REC
            END-EVALUATE
            WRITE REPORT-REC
            OPEN INPUT OUT
            IF WS-OUT-STATUS NOT = "00"
                DISPLAY "Unable to open data.output, status="
                    WS-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT OUT-PRI
            IF WS-PRI-STATUS NOT = "00"
                DISPLAY "Unable to open data.output by key, status="
                    WS-PRI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CHECK-BY-PRIMARY-KEY
            PERFORM CHECK-BY-ALTERNATE-KEY
            CLOSE OUT
            CLOSE OUT-PRI
            PERFORM RECONCILE-RUN-COUNTS
            MOVE WS-RUN-COUNT TO WS-FIG-RUNS
            COMPUTE WS-FIG-PROBLEMS = WS-FIG-BAD-FORMAT
                + WS-FIG-BAD-PLATFORM + WS-FIG-BAD-PACKED
                + WS-FIG-OUT-OF-ORDER + WS-FIG-INDEX-DISAGREE
                + WS-FIG-RUNCTL-DISAGREE
            IF WS-FIG-PROBLEMS = 0
                MOVE SPACES TO REPORT-REC
                MOVE "  NO PROBLEMS FOUND" TO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC.

      *        Pass 1 - the whole file in primary key order.
       CHECK-BY-PRIMARY-KEY.
            MOVE "N" TO WS-OUT-EOF-SW
            MOVE LOW-VALUES TO WS-PREV-KEY
            MOVE LOW-VALUES TO OUT-REC-KEY
            START OUT KEY IS NOT LESS THAN OUT-REC-KEY
                INVALID KEY SET WS-OUT-EOF TO TRUE
            END-START
            PERFORM READ-AND-CHECK-RECORD UNTIL WS-OUT-EOF.

      *        Body of CHECK-BY-PRIMARY-KEY's loop.
       READ-AND-CHECK-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END PERFORM CHECK-ONE-RECORD
            END-READ.

       CHECK-ONE-RECORD.
            ADD 1 TO WS-FIG-PRIMARY-READ
            IF OUT-REC-KEY NOT > WS-PREV-KEY
                ADD 1 TO WS-FIG-OUT-OF-ORDER
                MOVE "KEY NOT ABOVE THE PREVIOUS ONE IN PRIMARY ORDER"
                    TO WS-PROBLEM-TEXT
                PERFORM WRITE-RECORD-PROBLEM
            END-IF
            MOVE OUT-REC-KEY TO WS-PREV-KEY
            EVALUATE OUT-REC-FORMAT
                WHEN "01"
                    ADD 1 TO WS-FIG-TYPE-01
                    PERFORM CHECK-PACKED-FIELDS
                WHEN "02"
                    ADD 1 TO WS-FIG-TYPE-02
                WHEN OTHER
                    ADD 1 TO WS-FIG-BAD-FORMAT
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING "FORMAT CODE NOT 01 OR 02: '"
                        OUT-REC-FORMAT "'"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM WRITE-RECORD-PROBLEM
            END-EVALUATE
            IF OUT-REC-PLATFORM-TAG NOT = "L"
                AND OUT-REC-PLATFORM-TAG NOT = "B"
                ADD 1 TO WS-FIG-BAD-PLATFORM
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "PLATFORM TAG NOT L OR B: '"
                    OUT-REC-PLATFORM-TAG "'"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM WRITE-RECORD-PROBLEM
            END-IF
            PERFORM FIND-OR-ADD-RUN-ENTRY
            IF WS-RUN-FOUND
                ADD 1 TO WS-RUN-PRIMARY-COUNT(WS-RUN-FOUND-IDX)
            END-IF.

      *        Only the type "01" layout carries packed fields.
       CHECK-PACKED-FIELDS.
            MOVE OUT-REC-PIC9-FOUR-COMP3-RAW TO WS-HEXDUMP-SRC
            MOVE LENGTH OF OUT-REC-PIC9-FOUR-COMP3-RAW TO WS-HEXDUMP-LEN
            MOVE "OUT-REC-PIC9-FOUR-COMP3" TO WS-PACKED-NAME
            MOVE "N" TO WS-PACKED-SIGNED-SW
            PERFORM VALIDATE-PACKED-FIELD
            MOVE OUT-REC-PIC9-SIGNED-COMP3-RAW TO WS-HEXDUMP-SRC
            MOVE LENGTH OF OUT-REC-PIC9-SIGNED-COMP3-RAW
                TO WS-HEXDUMP-LEN
            MOVE "OUT-REC-PIC9-SIGNED-COMP3" TO WS-PACKED-NAME
            SET WS-PACKED-SIGNED TO TRUE
            PERFORM VALIDATE-PACKED-FIELD.

      *        Every nibble but the last must be a digit; the last is
      *        the sign - F (or C) for an unsigned picture, C, D or F
      *        for a signed one.
       VALIDATE-PACKED-FIELD.
            PERFORM HEX-DUMP-FIELD
            MOVE "N" TO WS-PACKED-BAD-SW
            PERFORM CHECK-ONE-PACKED-DIGIT
                VARYING WS-PACKED-IDX FROM 1 BY 1
                UNTIL WS-PACKED-IDX > WS-HEXDUMP-LEN * 2 - 1
            MOVE WS-HEXDUMP-OUT(WS-HEXDUMP-LEN * 2:1) TO WS-PACKED-SIGN
            IF WS-PACKED-SIGNED
                IF WS-PACKED-SIGN NOT = "C"
                    AND WS-PACKED-SIGN NOT = "D"
                    AND WS-PACKED-SIGN NOT = "F"
                    SET WS-PACKED-BAD TO TRUE
                END-IF
            ELSE
                IF WS-PACKED-SIGN NOT = "F"
                    AND WS-PACKED-SIGN NOT = "C"
                    SET WS-PACKED-BAD TO TRUE
                END-IF
            END-IF
            IF WS-PACKED-BAD
                ADD 1 TO WS-FIG-BAD-PACKED
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "PACKED FIELD NOT VALID: " DELIMITED BY SIZE
                    WS-PACKED-NAME DELIMITED BY SPACE
                    " HEX=" DELIMITED BY SIZE
                    WS-HEXDUMP-OUT(1:WS-HEXDUMP-LEN * 2)
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM WRITE-RECORD-PROBLEM
            END-IF.

      *        Body of VALIDATE-PACKED-FIELD's loop.
       CHECK-ONE-PACKED-DIGIT.
            IF WS-HEXDUMP-OUT(WS-PACKED-IDX:1) IS NOT NUMERIC
                SET WS-PACKED-BAD TO TRUE
            END-IF.

      *        Pass 2 - the whole file in alternate key order. Each
      *        record returned is read back by its primary key and
      *        must be there, byte for byte the same.
       CHECK-BY-ALTERNATE-KEY.
            MOVE "N" TO WS-OUT-EOF-SW
            MOVE LOW-VALUES TO WS-PREV-TS
            MOVE LOW-VALUES TO OUT-REC-RUN-TIMESTAMP
            START OUT KEY IS NOT LESS THAN OUT-REC-RUN-TIMESTAMP
                INVALID KEY SET WS-OUT-EOF TO TRUE
            END-START
            PERFORM READ-AND-CROSS-CHECK-RECORD UNTIL WS-OUT-EOF.

      *        Body of CHECK-BY-ALTERNATE-KEY's loop.
       READ-AND-CROSS-CHECK-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END PERFORM CROSS-CHECK-ONE-RECORD
            END-READ.

       CROSS-CHECK-ONE-RECORD.
            ADD 1 TO WS-FIG-ALTERNATE-READ
            IF OUT-REC-RUN-TIMESTAMP < WS-PREV-TS
                ADD 1 TO WS-FIG-OUT-OF-ORDER
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "RUN TIMESTAMP BELOW THE PREVIOUS ONE IN "
                    "ALTERNATE ORDER"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM WRITE-RECORD-PROBLEM
            END-IF
            MOVE OUT-REC-RUN-TIMESTAMP TO WS-PREV-TS
            PERFORM FIND-OR-ADD-RUN-ENTRY
            IF WS-RUN-FOUND
                ADD 1 TO WS-RUN-ALTERNATE-COUNT(WS-RUN-FOUND-IDX)
            END-IF
            MOVE OUT-REC-KEY TO PRI-REC-KEY
            READ OUT-PRI
                INVALID KEY
                    ADD 1 TO WS-FIG-INDEX-DISAGREE
                    MOVE "ON THE ALTERNATE INDEX BUT NOT FOUND BY PRIMAR
      -                 "Y KEY" TO WS-PROBLEM-TEXT
                    PERFORM WRITE-RECORD-PROBLEM
                NOT INVALID KEY
                    PERFORM COMPARE-INDEXED-COPIES
            END-READ.

      *        Compares at the length of the record's own layout.
       COMPARE-INDEXED-COPIES.
            IF OUT-REC-FORMAT = "02"
                IF OUT-REC2 NOT = PRI-REC2
                    ADD 1 TO WS-FIG-INDEX-DISAGREE
                    MOVE "RECORD DIFFERS BETWEEN THE TWO INDEXES"
                        TO WS-PROBLEM-TEXT
                    PERFORM WRITE-RECORD-PROBLEM
                END-IF
            ELSE
                IF OUT-REC NOT = PRI-REC
                    ADD 1 TO WS-FIG-INDEX-DISAGREE
                    MOVE "RECORD DIFFERS BETWEEN THE TWO INDEXES"
                        TO WS-PROBLEM-TEXT
                    PERFORM WRITE-RECORD-PROBLEM
                END-IF
            END-IF.

       WRITE-RECORD-PROBLEM.
            MOVE SPACES TO REPORT-REC
            STRING "  KEY=" OUT-REC-TEST-CASE-ID " "
                OUT-REC-RUN-TIMESTAMP "  " WS-PROBLEM-TEXT
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        Locates OUT-REC-RUN-TIMESTAMP in WS-RUN-TABLE, adding
      *        it when unseen. A full table leaves the extra runs
      *        unreconciled, with one warning.
       FIND-OR-ADD-RUN-ENTRY.
            MOVE "N" TO WS-RUN-FOUND-SW
            MOVE OUT-REC-RUN-TIMESTAMP TO WS-RUN-LOOKUP-TS
            IF WS-RUN-COUNT > 0
                PERFORM CHECK-ONE-RUN-ENTRY
                    VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
                    OR WS-RUN-FOUND
            END-IF
            IF NOT WS-RUN-FOUND
                IF WS-RUN-COUNT < 200
                    ADD 1 TO WS-RUN-COUNT
                    MOVE WS-RUN-LOOKUP-TS TO WS-RUN-TS(WS-RUN-COUNT)
                    MOVE ZERO TO WS-RUN-PRIMARY-COUNT(WS-RUN-COUNT)
                    MOVE ZERO TO WS-RUN-ALTERNATE-COUNT(WS-RUN-COUNT)
                    MOVE WS-RUN-COUNT TO WS-RUN-FOUND-IDX
                    SET WS-RUN-FOUND TO TRUE
                ELSE
                    IF NOT WS-RUN-FULL
                        SET WS-RUN-FULL TO TRUE
                        DISPLAY "INTEGCHK warning: more than 200 runs "
                            "- extra runs not reconciled"
                    END-IF
                END-IF
            END-IF.

      *        Body of FIND-OR-ADD-RUN-ENTRY's scan; also used by
      *        CHECK-ONE-ORPHAN-CONTROL.
       CHECK-ONE-RUN-ENTRY.
            IF WS-RUN-TS(WS-RUN-IDX) = WS-RUN-LOOKUP-TS
                MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
                SET WS-RUN-FOUND TO TRUE
            END-IF.

      *        The records seen per run through each index must
      *        agree with each other and with runctl.dat.
       RECONCILE-RUN-COUNTS.
            PERFORM RECONCILE-ONE-RUN
                VARYING WS-RUN-IDX FROM 1 BY 1
                UNTIL WS-RUN-IDX > WS-RUN-COUNT
            IF WS-RUNCTL-ABSENT
                MOVE SPACES TO REPORT-REC
                STRING "  NO RUN CONTROL FILE - "
                    "PER-RUN TOTALS NOT CHECKED"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            ELSE
                PERFORM CHECK-ONE-ORPHAN-CONTROL
                    VARYING WS-CTL-IDX FROM 1 BY 1
                    UNTIL WS-CTL-IDX > WS-CTL-COUNT
            END-IF.

      *        Body of RECONCILE-RUN-COUNTS's loop.
       RECONCILE-ONE-RUN.
            MOVE WS-RUN-PRIMARY-COUNT(WS-RUN-IDX) TO WS-COUNT-EDITED
            MOVE WS-RUN-ALTERNATE-COUNT(WS-RUN-IDX) TO WS-COUNT-EDITED-2
            IF WS-RUN-PRIMARY-COUNT(WS-RUN-IDX) NOT =
                    WS-RUN-ALTERNATE-COUNT(WS-RUN-IDX)
                ADD 1 TO WS-FIG-INDEX-DISAGREE
                MOVE SPACES TO REPORT-REC
                STRING "  RUN=" WS-RUN-TS(WS-RUN-IDX)
                    "  PRIMARY=" WS-COUNT-EDITED
                    "  ALTERNATE=" WS-COUNT-EDITED-2
                    "  INDEXES DISAGREE"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            IF NOT WS-RUNCTL-ABSENT
                MOVE WS-RUN-TS(WS-RUN-IDX) TO WS-LOOKUP-TS
                PERFORM FIND-CONTROL-ENTRY
                MOVE SPACES TO REPORT-REC
                IF NOT WS-CTL-FOUND
                    ADD 1 TO WS-FIG-RUNCTL-DISAGREE
                    STRING "  RUN=" WS-RUN-TS(WS-RUN-IDX)
                        "  PRIMARY=" WS-COUNT-EDITED
                        "  NO RUN CONTROL RECORD"
                        DELIMITED BY SIZE INTO REPORT-REC
                    WRITE REPORT-REC
                ELSE
                    IF WS-RUN-PRIMARY-COUNT(WS-RUN-IDX) NOT =
                            WS-CTL-WRITTEN(WS-CTL-FOUND-IDX)
                        ADD 1 TO WS-FIG-RUNCTL-DISAGREE
                        MOVE WS-CTL-WRITTEN(WS-CTL-FOUND-IDX)
                            TO WS-COUNT-EDITED-3
                        STRING "  RUN=" WS-RUN-TS(WS-RUN-IDX)
                            "  PRIMARY=" WS-COUNT-EDITED
                            "  WRITTEN=" WS-COUNT-EDITED-3
                            "  RUN CONTROL MISMATCH"
                            DELIMITED BY SIZE INTO REPORT-REC
                        WRITE REPORT-REC
                    END-IF
                END-IF
            END-IF.

      *        A control record claiming records for a run the file
      *        holds none of. One whose run wrote nothing is fine.
       CHECK-ONE-ORPHAN-CONTROL.
            MOVE "N" TO WS-RUN-FOUND-SW
            MOVE WS-CTL-TS(WS-CTL-IDX) TO WS-RUN-LOOKUP-TS
            IF WS-RUN-COUNT > 0
                PERFORM CHECK-ONE-RUN-ENTRY
                    VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
                    OR WS-RUN-FOUND
            END-IF
            IF NOT WS-RUN-FOUND AND WS-CTL-WRITTEN(WS-CTL-IDX) > 0
                AND NOT WS-RUN-FULL
                ADD 1 TO WS-FIG-RUNCTL-DISAGREE
                MOVE WS-CTL-WRITTEN(WS-CTL-IDX) TO WS-COUNT-EDITED-3
                MOVE SPACES TO REPORT-REC
                STRING "  RUN=" WS-CTL-TS(WS-CTL-IDX)
                    "  PRIMARY=     0"
                    "  WRITTEN=" WS-COUNT-EDITED-3
                    "  NO HISTORY RECORDS"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

      *        Unloads data.output in primary key order to data.reorg,
      *        recreates it empty and reloads it, so both indexes are
      *        built afresh in key sequence. The unload must match
      *        the records the check counted before anything is
      *        recreated.
       REORGANIZE-HISTORY-FILE.
            MOVE SPACES TO REPORT-REC
            MOVE "REORGANIZATION" TO REPORT-REC
            WRITE REPORT-REC
            PERFORM UNLOAD-HISTORY-FILE
            IF WS-UNLOADED-COUNT NOT = WS-BFR-PRIMARY-READ
                OR WS-REORG-FAILED
                SET WS-REORG-FAILED TO TRUE
                MOVE WS-UNLOADED-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "  UNLOAD INCOMPLETE - " WS-COUNT-EDITED
                    " RECORDS UNLOADED, data.output LEFT AS IT WAS"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            ELSE
                PERFORM RELOAD-HISTORY-FILE
                MOVE WS-UNLOADED-COUNT TO WS-COUNT-EDITED
                MOVE WS-RELOADED-COUNT TO WS-COUNT-EDITED-2
                MOVE SPACES TO REPORT-REC
                STRING "  UNLOADED=" WS-COUNT-EDITED
                    "  RELOADED=" WS-COUNT-EDITED-2
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
                IF WS-RELOADED-COUNT NOT = WS-UNLOADED-COUNT
                    SET WS-REORG-FAILED TO TRUE
                    MOVE SPACES TO REPORT-REC
                    MOVE "  RELOAD INCOMPLETE - data.reorg HOLDS EVERY U
      -                 "NLOADED RECORD" TO REPORT-REC
                    WRITE REPORT-REC
                END-IF
            END-IF
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC.

       UNLOAD-HISTORY-FILE.
            OPEN INPUT OUT
            IF WS-OUT-STATUS NOT = "00"
                DISPLAY "Unable to reopen data.output, status="
                    WS-OUT-STATUS
                SET WS-REORG-FAILED TO TRUE
            ELSE
                OPEN OUTPUT UNLOAD-FILE
                IF WS-UNLOAD-STATUS NOT = "00"
                    DISPLAY "Unable to open data.reorg, status="
                        WS-UNLOAD-STATUS
                    SET WS-REORG-FAILED TO TRUE
                ELSE
                    MOVE "N" TO WS-OUT-EOF-SW
                    MOVE LOW-VALUES TO OUT-REC-KEY
                    START OUT KEY IS NOT LESS THAN OUT-REC-KEY
                        INVALID KEY SET WS-OUT-EOF TO TRUE
                    END-START
                    PERFORM READ-AND-UNLOAD-RECORD
                        UNTIL WS-OUT-EOF OR WS-REORG-FAILED
                    CLOSE UNLOAD-FILE
                END-IF
                CLOSE OUT
            END-IF.

      *        Body of UNLOAD-HISTORY-FILE's loop. Written through
      *        the layout the format code names, as ARCHIVE does.
       READ-AND-UNLOAD-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END
                    IF OUT-REC-FORMAT = "02"
                        WRITE UNL-REC2 FROM OUT-REC2
                    ELSE
                        WRITE UNL-REC FROM OUT-REC
                    END-IF
                    IF WS-UNLOAD-STATUS NOT = "00"
                        DISPLAY "Unload write failed, status="
                            WS-UNLOAD-STATUS
                        SET WS-REORG-FAILED TO TRUE
                    ELSE
                        ADD 1 TO WS-UNLOADED-COUNT
                    END-IF
            END-READ.

      *        Opening for output recreates the file, index space and
      *        all.
       RELOAD-HISTORY-FILE.
            OPEN INPUT UNLOAD-FILE
            IF WS-UNLOAD-STATUS NOT = "00"
                DISPLAY "Unable to reopen data.reorg, status="
                    WS-UNLOAD-STATUS
                SET WS-REORG-FAILED TO TRUE
            ELSE
                OPEN OUTPUT OUT
                IF WS-OUT-STATUS NOT = "00"
                    DISPLAY "Unable to recreate data.output, status="
                        WS-OUT-STATUS
                    SET WS-REORG-FAILED TO TRUE
                ELSE
                    MOVE "N" TO WS-UNLOAD-EOF-SW
                    PERFORM READ-AND-RELOAD-RECORD UNTIL WS-UNLOAD-EOF
                    CLOSE OUT
                END-IF
                CLOSE UNLOAD-FILE
            END-IF.

      *        Body of RELOAD-HISTORY-FILE's loop.
       READ-AND-RELOAD-RECORD.
            READ UNLOAD-FILE
                AT END SET WS-UNLOAD-EOF TO TRUE
                NOT AT END
                    IF UNL-REC-FORMAT = "02"
                        MOVE UNL-REC2 TO OUT-REC2
                        WRITE OUT-REC2
                            INVALID KEY
                                ADD 1 TO WS-RELOAD-FAILED-COUNT
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOADED-COUNT
                        END-WRITE
                    ELSE
                        MOVE UNL-REC TO OUT-REC
                        WRITE OUT-REC
                            INVALID KEY
                                ADD 1 TO WS-RELOAD-FAILED-COUNT
                            NOT INVALID KEY
                                ADD 1 TO WS-RELOADED-COUNT
                        END-WRITE
                    END-IF
            END-READ.

      *        The check's figures - in REORG mode with the figures
      *        from before the reorganization alongside.
       WRITE-CHECK-SUMMARY.
            MOVE SPACES TO REPORT-REC
            IF WS-MODE-REORG AND NOT WS-REORG-FAILED
                STRING "                                    "
                    "BEFORE   AFTER"
                    DELIMITED BY SIZE INTO REPORT-REC
            ELSE
                MOVE "CHECK TOTALS" TO REPORT-REC
            END-IF
            WRITE REPORT-REC
            MOVE "RECORDS BY PRIMARY KEY:" TO WS-LINE-LABEL
            MOVE WS-BFR-PRIMARY-READ TO WS-LINE-BEFORE
            MOVE WS-FIG-PRIMARY-READ TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "TYPE 01 RECORDS:" TO WS-LINE-LABEL
            MOVE WS-BFR-TYPE-01 TO WS-LINE-BEFORE
            MOVE WS-FIG-TYPE-01 TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "TYPE 02 RECORDS:" TO WS-LINE-LABEL
            MOVE WS-BFR-TYPE-02 TO WS-LINE-BEFORE
            MOVE WS-FIG-TYPE-02 TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "RECORDS BY ALTERNATE KEY:" TO WS-LINE-LABEL
            MOVE WS-BFR-ALTERNATE-READ TO WS-LINE-BEFORE
            MOVE WS-FIG-ALTERNATE-READ TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "RUNS ON FILE:" TO WS-LINE-LABEL
            MOVE WS-BFR-RUNS TO WS-LINE-BEFORE
            MOVE WS-FIG-RUNS TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "BAD FORMAT CODES:" TO WS-LINE-LABEL
            MOVE WS-BFR-BAD-FORMAT TO WS-LINE-BEFORE
            MOVE WS-FIG-BAD-FORMAT TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "BAD PLATFORM TAGS:" TO WS-LINE-LABEL
            MOVE WS-BFR-BAD-PLATFORM TO WS-LINE-BEFORE
            MOVE WS-FIG-BAD-PLATFORM TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "BAD PACKED FIELDS:" TO WS-LINE-LABEL
            MOVE WS-BFR-BAD-PACKED TO WS-LINE-BEFORE
            MOVE WS-FIG-BAD-PACKED TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "KEYS OUT OF ORDER:" TO WS-LINE-LABEL
            MOVE WS-BFR-OUT-OF-ORDER TO WS-LINE-BEFORE
            MOVE WS-FIG-OUT-OF-ORDER TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "INDEX DISAGREEMENTS:" TO WS-LINE-LABEL
            MOVE WS-BFR-INDEX-DISAGREE TO WS-LINE-BEFORE
            MOVE WS-FIG-INDEX-DISAGREE TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "RUN CONTROL DISAGREEMENTS:" TO WS-LINE-LABEL
            MOVE WS-BFR-RUNCTL-DISAGREE TO WS-LINE-BEFORE
            MOVE WS-FIG-RUNCTL-DISAGREE TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE
            MOVE "PROBLEMS FOUND:" TO WS-LINE-LABEL
            MOVE WS-BFR-PROBLEMS TO WS-LINE-BEFORE
            MOVE WS-FIG-PROBLEMS TO WS-LINE-AFTER
            PERFORM WRITE-FIGURE-LINE.

      *        A failed reorganization has no after figures - the
      *        check's own figures are what is printed then.
       WRITE-FIGURE-LINE.
            MOVE SPACES TO REPORT-REC
            IF WS-MODE-REORG AND NOT WS-REORG-FAILED
                MOVE WS-LINE-BEFORE TO WS-COUNT-EDITED
                MOVE WS-LINE-AFTER TO WS-COUNT-EDITED-2
                STRING WS-LINE-LABEL "  " WS-COUNT-EDITED
                    "   " WS-COUNT-EDITED-2
                    DELIMITED BY SIZE INTO REPORT-REC
            ELSE
                MOVE WS-LINE-AFTER TO WS-COUNT-EDITED
                STRING WS-LINE-LABEL "  " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
            END-IF
            WRITE REPORT-REC.

       COPY HEXDUMPP.

       END PROGRAM YOUR-PROGRAM-NAME.
