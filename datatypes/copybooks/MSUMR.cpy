      ******************************************************************
      * MSUMR - record layout for monthend.dat, the month-end
      * statistics summary. MONTHEND keeps one line per month, in
      * month order, with the month's headline figures - the same
      * figures monthend.rpt shows for it - so a year of months can
      * be charted from a single file. Rerunning a month replaces
      * its line. A rate with nothing to measure it against (no
      * vectors read, no MOVES cases run) is written as "n/a". The
      * fields are separated by single spaces so the file reads by
      * eye. This is the single source of truth for the layout - use
      * COPY MSUMR REPLACING to fit each program's own prefix.
      ******************************************************************
       01  :PFX:-SUM-REC.
       05      :PFX:-SUM-MONTH           PIC X(6).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-RUNS            PIC 9(5).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-VECTORS-READ    PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-RECORDS-WRITTEN PIC 9(9).
       05      FILLER                    PIC X(1).
      *        Duplicate-key writes (runctl.dat rejects) and their
      *        percentage of the vectors read.
       05      :PFX:-SUM-DUPLICATES      PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-DUPLICATE-RATE  PIC ZZ9.99.
       05      :PFX:-SUM-DUPLICATE-RATE-X
                   REDEFINES :PFX:-SUM-DUPLICATE-RATE PIC X(6).
       05      FILLER                    PIC X(1).
      *        EDITCHK's vectors read and vectors rejected, and the
      *        rejects' percentage of those read.
       05      :PFX:-SUM-EDIT-READ       PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-EDIT-REJECTS    PIC 9(9).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-REJECT-RATE     PIC ZZ9.99.
       05      :PFX:-SUM-REJECT-RATE-X
                   REDEFINES :PFX:-SUM-REJECT-RATE PIC X(6).
       05      FILLER                    PIC X(1).
      *        data.output changes journaled in the month; restores
      *        are RESTORE's reinserts, not counted as inserts.
       05      :PFX:-SUM-INSERTS         PIC 9(7).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-DELETES         PIC 9(7).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-RESTORES        PIC 9(7).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-BATCH-NIGHTS    PIC 9(2).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-DRIFT-NIGHTS    PIC 9(2).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-VERIFY-NIGHTS   PIC 9(2).
       05      FILLER                    PIC X(1).
      *        Nights DRIFT or VERIFY ended with a code other than 0
      *        or 8 - the check did not complete, so it is counted
      *        in neither of the two figures above.
       05      :PFX:-SUM-INCOMPLETE-NIGHTS PIC 9(2).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-MOVES-CASES     PIC 9(7).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-MOVES-PASSED    PIC 9(7).
       05      FILLER                    PIC X(1).
       05      :PFX:-SUM-MOVES-PASS-RATE PIC ZZ9.99.
       05      :PFX:-SUM-MOVES-PASS-RATE-X
                   REDEFINES :PFX:-SUM-MOVES-PASS-RATE PIC X(6).
