      *              copy can be reconstructed after a corruption.
      *              LOAD journals the mass-insert and ARCHIVE the
      *              deletes the same way; JRNLPRT prints it.
      * Modified:    A journaled insert now carries the inserted
      *              record as its image, so RECOVER can roll it
      *              forward onto a reloaded image copy instead of
      *              only knowing the key.
      * Modified:    Hands its counts - vectors read and history records
      *              written - back to run_batch.sh in step.counts
      *              (STEPCNT / STEPCNTP) for its END entry in
      *              batch_history.dat.
      ******************************************************************
      * PIC 1(8) would be the same as PIC 9(1) COMP-5.
       IDENTIFICATION DIVISION.
           SELECT JOURNAL ASSIGN TO "data.journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAIN.
       01  STG-REC                PIC X(76).
       FD  JOURNAL.
       COPY JRNLR REPLACING ==:PFX:== BY ==JR==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC         PIC X(18).
       WORKING-STORAGE SECTION.
       01 WS-PIC.
       05 WS-KEY.
      *        never journals here, LOAD journals its own inserts.
       01  WS-JRN-OP              PIC X(6).
       01  WS-JRN-KEY             PIC X(24).
       01  WS-JRN-IMAGE           PIC X(76).

      *        "D" writes data.output directly (the ad-hoc path);
      *        "S" writes the staging file for LOAD to mass-insert.
       01  WS-ENDIAN-CHECK        PIC S9(9) COMP-5 VALUE 1.
       01  WS-ENDIAN-BYTES REDEFINES WS-ENDIAN-CHECK PIC X(4).

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
                CLOSE JOURNAL
            END-IF
            PERFORM WRITE-RUN-CONTROL-RECORD
            MOVE WS-VECTORS-READ TO WS-STEP-RECORDS-READ
            MOVE WS-RECORDS-WRITTEN TO WS-STEP-RECORDS-WRITTEN
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Reads the optional datatypes.ctl card. No card leaves
            END-IF.

      *        Appends one audit record for the change just applied
      *        to data.output - an insert carries the record it
      *        inserted as its image.
       WRITE-JOURNAL-ENTRY.
            MOVE SPACES TO JR-JRN-REC
            MOVE "DATATYPES" TO JR-JRN-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:14) TO JR-JRN-TIMESTAMP
            MOVE WS-JRN-OP  TO JR-JRN-OPERATION
            MOVE WS-JRN-KEY TO JR-JRN-KEY
            MOVE WS-JRN-IMAGE TO JR-JRN-IMAGE
            WRITE JR-JRN-REC.

      *        Appends this run's control totals to runctl.dat so
                        ADD 1 TO WS-RECORDS-WRITTEN
                        MOVE "INSERT" TO WS-JRN-OP
                        MOVE WS-KEY TO WS-JRN-KEY
                        MOVE WS-PIC TO WS-JRN-IMAGE
                        PERFORM WRITE-JOURNAL-ENTRY
                END-WRITE
            END-IF.
                        ADD 1 TO WS-RECORDS-WRITTEN
                        MOVE "INSERT" TO WS-JRN-OP
                        MOVE WS-P2-KEY TO WS-JRN-KEY
                        MOVE WS-PIC2 TO WS-JRN-IMAGE
                        PERFORM WRITE-JOURNAL-ENTRY
                END-WRITE
            END-IF.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
