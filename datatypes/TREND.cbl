      *              run where the current run of failures started and
      *              how many consecutive runs it has failed. Runs in
      *              run_batch.sh right after MOVES.
      * Modified:    A second section trends the ARITH arithmetic and
      *              rounding history, arith_history.dat (same MOVHISTR
      *              layout), under its own heading with the status in
      *              the same column, so EXCEPTS judges both sections
      *              alike. A missing arith_history.dat (ARITH not yet
      *              run) only omits that section. TREND now runs
      *              after ARITH.
      * Modified:    Hands its counts - history records read - back to
      *              run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ARITH-HISTORY-FILE ASSIGN TO "arith_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-ARITH-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "moves_trend.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY MOVHISTR REPLACING ==:PFX:== BY ==MH==.
       FD  ARITH-HISTORY-FILE.
       COPY MOVHISTR REPLACING ==:PFX:== BY ==AH==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS            PIC X(2).
       01  WS-ARITH-HISTORY-STATUS      PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-HISTORY-EOF-SW            PIC X VALUE "N".
           88  WS-HISTORY-EOF               VALUE "Y".
       01  WS-ARITH-HISTORY-EOF-SW      PIC X VALUE "N".
           88  WS-ARITH-HISTORY-EOF         VALUE "Y".

      *        The history record being folded in, from whichever
      *        history file the section is reading.
       01  WS-TREND-CASE-NAME           PIC X(30).
       01  WS-TREND-RUN-TIMESTAMP       PIC X(14).
       01  WS-TREND-STATUS              PIC X(4).

      *        State for the case group being walked - the records
      *        arrive oldest run first, so the fail streak is carried

       01  WS-COUNT-EDITED              PIC ZZZZZ9.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            IF WS-IN-GROUP
                PERFORM WRITE-ONE-TREND-LINE
            END-IF
            CLOSE HISTORY-FILE

            PERFORM TREND-ARITH-HISTORY

            CLOSE REPORT-FILE
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        The ARITH section - the same walk over
      *        arith_history.dat, under its own heading.
       TREND-ARITH-HISTORY.
            OPEN INPUT ARITH-HISTORY-FILE
            IF WS-ARITH-HISTORY-STATUS = "35"
                DISPLAY "arith_history.dat not found - arithmetic "
                    "section omitted"
            ELSE
                IF WS-ARITH-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to open arith_history.dat, status="
                        WS-ARITH-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO REPORT-REC
                WRITE REPORT-REC
                MOVE "ARITHMETIC CASE                 STATUS  FAILING SI
      -             "NCE      CONSECUTIVE FAILS" TO REPORT-REC
                WRITE REPORT-REC
                MOVE "N" TO WS-IN-GROUP-SW
                PERFORM READ-AND-TREND-ARITH-RECORD
                    UNTIL WS-ARITH-HISTORY-EOF
                IF WS-IN-GROUP
                    PERFORM WRITE-ONE-TREND-LINE
                END-IF
                CLOSE ARITH-HISTORY-FILE
            END-IF.

      *        Body of MAIN-PROCEDURE's loop - reads one history
      *        record and folds it into the current case group, or
      *        signals end of file.
       READ-AND-TREND-RECORD.
            READ HISTORY-FILE NEXT RECORD
                AT END SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    MOVE MH-HIST-CASE-NAME TO WS-TREND-CASE-NAME
                    MOVE MH-HIST-RUN-TIMESTAMP
                        TO WS-TREND-RUN-TIMESTAMP
                    MOVE MH-HIST-STATUS TO WS-TREND-STATUS
                    PERFORM TREND-ONE-RECORD
            END-READ.

      *        Body of TREND-ARITH-HISTORY's loop - as
      *        READ-AND-TREND-RECORD, over arith_history.dat.
       READ-AND-TREND-ARITH-RECORD.
            READ ARITH-HISTORY-FILE NEXT RECORD
                AT END SET WS-ARITH-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    MOVE AH-HIST-CASE-NAME TO WS-TREND-CASE-NAME
                    MOVE AH-HIST-RUN-TIMESTAMP
                        TO WS-TREND-RUN-TIMESTAMP
                    MOVE AH-HIST-STATUS TO WS-TREND-STATUS
                    PERFORM TREND-ONE-RECORD
            END-READ.

       TREND-ONE-RECORD.
            IF NOT WS-IN-GROUP
                OR WS-TREND-CASE-NAME NOT = WS-CURRENT-CASE
                IF WS-IN-GROUP
                    PERFORM WRITE-ONE-TREND-LINE
                END-IF
                MOVE WS-TREND-CASE-NAME TO WS-CURRENT-CASE
                MOVE ZERO TO WS-STREAK-COUNT
                MOVE SPACES TO WS-STREAK-START-TS
                SET WS-IN-GROUP TO TRUE
            END-IF
            MOVE WS-TREND-STATUS TO WS-LATEST-STATUS
            IF WS-TREND-STATUS = "FAIL"
                IF WS-STREAK-COUNT = 0
                    MOVE WS-TREND-RUN-TIMESTAMP
                        TO WS-STREAK-START-TS
                END-IF
                ADD 1 TO WS-STREAK-COUNT
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
