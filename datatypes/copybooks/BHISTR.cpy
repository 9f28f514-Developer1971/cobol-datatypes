      ******************************************************************
      * BHISTR - record layout for batch_history.dat, the step-level
      * batch history. run_batch.sh appends a START entry as each
      * step begins and an END entry when it finishes - whatever its
      * return code - so a step that never ran leaves no entries for
      * the night and one that died mid-run leaves only its START.
      * The END entry carries the counts the step handed back in
      * step.counts (STEPCNT), zeros when it handed none. STEPTRND
      * reports the elapsed-time trend from it. The fields are
      * separated by single spaces so the file reads by eye. This is
      * the single source of truth for the layout - use COPY BHISTR
      * REPLACING to fit each program's own prefix.
      ******************************************************************
       01  :PFX:-STEP-REC.
      *        The batch night - the date the run started, carried
      *        in batch.checkpoint so a rerun next morning files its
      *        steps under the same night.
       05      :PFX:-STEP-NIGHT          PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-STEP-NAME           PIC X(10).
       05      FILLER                    PIC X(1).
       05      :PFX:-STEP-EVENT          PIC X(5).
           88  :PFX:-STEP-STARTED            VALUE "START".
           88  :PFX:-STEP-ENDED              VALUE "END".
       05      FILLER                    PIC X(1).
      *        Wall-clock yyyymmddhhmmss the entry was written.
       05      :PFX:-STEP-TIMESTAMP      PIC X(14).
       05      FILLER                    PIC X(1).
       05      :PFX:-STEP-RECORDS-READ   PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-STEP-RECORDS-WRITTEN PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-STEP-RETURN-CODE    PIC 9(3).
