      *              control card, runlog.ctl ("LAST nnn"), sets how
      *              many runs are listed; without it the last 10 are
      *              shown. Runs as the final step of run_batch.sh.
      * Modified:    Hands its counts - run-control records read - back
      *              to run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPORT-FILE ASSIGN TO "runlog.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RC==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).
       01  WS-COUNT-EDITED-2            PIC ZZZZZ9.
       01  WS-COUNT-EDITED-3            PIC ZZZZZ9.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM READ-ONE-CONTROL-RECORD UNTIL WS-RUNCTL-EOF
            CLOSE RUN-CONTROL
            PERFORM WRITE-RUN-LOG-REPORT
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Reads the optional runlog.ctl card. No card (or a
            READ RUN-CONTROL
                AT END SET WS-RUNCTL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    IF WS-RUN-COUNT < 500
                        ADD 1 TO WS-RUN-COUNT
                        MOVE RC-CTL-TIMESTAMP
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
