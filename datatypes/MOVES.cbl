      *                05 kind byte not V, S or L.
      *                The case name stays the moves_history.dat key,
      *                so TREND picks new cases up unchanged.
      * Modified:    Hands its counts - cases read and history records
      *              written - back to run_batch.sh in step.counts
      *              (STEPCNT / STEPCNTP) for its END entry in
      *              batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT CASE-REJECTS ASSIGN TO "moves_cases.rejects"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-REJECTS-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       COPY MOVCASER REPLACING ==:PFX:== BY ==MC==.
       FD  CASE-REJECTS.
       01  CASE-REJECT-REC              PIC X(132).
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  TEST-DATA.
       05      PICXFIVE PIC X(5).
       01  WS-RESULT-COUNT              PIC 9(3) VALUE 0.
       01  WS-RESULT-FAIL-COUNT         PIC 9(3) VALUE 0.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM WRITE-REGRESSION-HISTORY

            CLOSE EXCEPTION-FILE
            MOVE WS-CASE-READ-COUNT TO WS-STEP-RECORDS-READ
            MOVE WS-RESULT-COUNT TO WS-STEP-RECORDS-WRITTEN
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Loads the size-delta / low-values / spaces cases run
                INTO EXCEPTION-REC
            WRITE EXCEPTION-REC.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
