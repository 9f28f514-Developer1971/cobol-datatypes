      *              deletes, so activity since the last good copy
      *              can be reconstructed after a corruption.
      *              JRNLPRT prints it.
      * Modified:    A journaled insert now carries the inserted
      *              record as its image, so RECOVER can roll the
      *              mass-insert forward onto a reloaded image copy.
      * Modified:    Hands its counts - staged records read and inserted
      *              - back to run_batch.sh in step.counts (STEPCNT /
      *              STEPCNTP) for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT JOURNAL ASSIGN TO "data.journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STAGING.
       05      CKP-DUPLICATE-COUNT      PIC 9(6).
       FD  JOURNAL.
       COPY JRNLR REPLACING ==:PFX:== BY ==JR==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS            PIC X(2).
       01  WS-STAGING-STATUS            PIC X(2).
       01  WS-DUP-LISTED                PIC 9(2) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM LOAD-SORTED-RECORDS
            PERFORM CLEAR-CHECKPOINT
            PERFORM WRITE-LOAD-REPORT
            MOVE WS-READ-COUNT TO WS-STEP-RECORDS-READ
            MOVE WS-INSERTED-COUNT TO WS-STEP-RECORDS-WRITTEN
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Reads the commit point a failed run left behind. A
            END-IF.

      *        Appends one audit record for the insert just applied
      *        to data.output, with the inserted record as its image
      *        - a type "02" record is already space-padded to the
      *        staging length.
       WRITE-JOURNAL-ENTRY.
            MOVE SPACES TO JR-JRN-REC
            MOVE "LOAD" TO JR-JRN-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:14) TO JR-JRN-TIMESTAMP
            MOVE "INSERT" TO JR-JRN-OPERATION
            MOVE SRT-REC-KEY TO JR-JRN-KEY
            MOVE SRT-REC TO JR-JRN-IMAGE
            WRITE JR-JRN-REC.

      *        A duplicate before the first successful insert of a
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
