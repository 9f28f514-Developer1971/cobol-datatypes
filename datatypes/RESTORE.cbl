      *              trail DATATYPES, LOAD and ARCHIVE write, so a
      *              restore shows up when JRNLPRT answers "who put
      *              this record back".
      * Modified:    A journaled reinsert now carries the reinserted
      *              record as its image, so RECOVER can roll it
      *              forward onto a reloaded image copy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
            END-IF.

      *        Appends one audit record for the reinsert just
      *        applied, with the reinserted record as its image - a
      *        type "02" record padded with spaces.
       WRITE-JOURNAL-ENTRY.
            MOVE SPACES TO JR-JRN-REC
            MOVE "RESTORE" TO JR-JRN-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:14) TO JR-JRN-TIMESTAMP
            MOVE "INSERT" TO JR-JRN-OPERATION
            MOVE ARC-REC-KEY TO JR-JRN-KEY
            IF ARC-REC-FORMAT = "02"
                MOVE ARC-REC2 TO JR-JRN-IMAGE(1:54)
            ELSE
                MOVE ARC-REC TO JR-JRN-IMAGE
            END-IF
            WRITE JR-JRN-REC.

      *        Tallies the restored record against its run timestamp
