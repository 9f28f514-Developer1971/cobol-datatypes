      ******************************************************************
      * STEPCNT - working-storage fields for the step counts every
      * run_batch.sh step hands back to the script, which files them
      * in batch_history.dat with the step's END entry (BHISTR).
      * Copy this into WORKING-STORAGE and copy STEPCNTP into the
      * PROCEDURE DIVISION; the program must also declare step.counts
      * as STEP-COUNT-FILE (LINE SEQUENTIAL, FILE STATUS
      * WS-STEP-COUNT-STATUS, record STEP-COUNT-REC PIC X(18)). Fill
      * WS-STEP-RECORDS-READ with the records of the step's main input
      * and WS-STEP-RECORDS-WRITTEN with the records it added to a
      * data file (validated vectors, staged or inserted history
      * records, regression history) - a step that only writes a
      * report leaves it zero - then PERFORM WRITE-STEP-COUNTS just
      * before the normal STOP RUN. A step that stops on an error
      * writes no counts and the script files zeros.
      ******************************************************************
       01  WS-STEP-COUNT-STATUS         PIC X(2).
       01  WS-STEP-COUNTS.
       05  WS-STEP-RECORDS-READ         PIC 9(9) VALUE 0.
       05  WS-STEP-RECORDS-WRITTEN      PIC 9(9) VALUE 0.
