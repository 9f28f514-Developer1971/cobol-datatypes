      *              (the HEX-DUMP-FIELD rendering shared with the
      *              other reports). Run ad hoc; not part of the
      *              overnight batch.
      * Modified:    An INSERT entry that carries the inserted record
      *              lists it as hex the same way, and a BACKUP
      *              marker (written by BACKUP) shows the image copy
      *              it stands for and that copy's record count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                "  KEY=" JR-JRN-KEY
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            EVALUATE TRUE
                WHEN JR-JRN-OPERATION = "DELETE"
                    OR JR-JRN-OPERATION = "RETIRE"
                    PERFORM LIST-BEFORE-IMAGE
                WHEN JR-JRN-OPERATION = "INSERT"
                    AND JR-JRN-IMAGE NOT = SPACES
                    PERFORM LIST-BEFORE-IMAGE
                WHEN JR-JRN-OPERATION = "BACKUP"
                    MOVE SPACES TO REPORT-REC
                    STRING "  IMAGE COPY " JR-JRN-BACKUP-NAME
                        " RECORDS=" JR-JRN-BACKUP-COUNT
                        DELIMITED BY SIZE INTO REPORT-REC
                    WRITE REPORT-REC
            END-EVALUATE.

      *        The record image as hex, split across two lines so a
      *        76-byte image fits the 132-byte report line.
       LIST-BEFORE-IMAGE.
            MOVE JR-JRN-IMAGE(1:38) TO WS-HEXDUMP-SRC
