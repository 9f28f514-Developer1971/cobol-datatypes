      * carries binary bytes - and only ever opened EXTEND by the
      * writers. This is the single source of truth for the layout -
      * use COPY JRNLR REPLACING to fit each program's own prefix.
      * Operations: INSERT (image is the inserted record, a type
      * "02" padded with spaces; entries written before inserts
      * carried their image have spaces), DELETE (image is the
      * deleted record, padded the same way), RETIRE (image is the
      * retired run-control record's fields), BACKUP (written by
      * BACKUP when it takes an image copy of data.output - the key
      * holds the copy's 14-digit timestamp, the image its file name
      * and record count; RECOVER reloads the newest copy and rolls
      * forward every entry after its marker).
      ******************************************************************
       01  :PFX:-JRN-REC.
       05      :PFX:-JRN-PROGRAM         PIC X(10).
       05      :PFX:-JRN-KEY            PIC X(24).
       05      FILLER                    PIC X(1).
       05      :PFX:-JRN-IMAGE          PIC X(76).
      *        The image of a BACKUP marker.
       05      :PFX:-JRN-BACKUP-VIEW REDEFINES :PFX:-JRN-IMAGE.
           10  :PFX:-JRN-BACKUP-NAME    PIC X(40).
           10  :PFX:-JRN-BACKUP-COUNT   PIC 9(6).
           10  FILLER                   PIC X(30).
