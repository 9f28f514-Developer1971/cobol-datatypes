      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Take a dated image copy of data.output and mark
      *              it in data.journal, so a damaged history file
      *              can be rebuilt by RECOVER - the newest image copy
      *              reloaded, then every journaled change since the
      *              marker rolled forward - instead of printing the
      *              journal with JRNLPRT and re-keying the activity.
      * Platform:    OpenCobolIDE
      * Notes:       Reads data.output in key order and writes every
      *              record, through the layout its format code names,
      *              to a record sequential image copy named
      *              data.image.yyyymmddhhmmss (the time the copy was
      *              taken). Only after the whole file has been copied
      *              cleanly is a BACKUP marker appended to
      *              data.journal (JRNLR copybook) carrying the
      *              copy's timestamp, file name and record count - a
      *              copy without its marker is never used by
      *              RECOVER. Writes backup.rpt with the counts copied
      *              per record format. Nothing may update data.output
      *              while the copy is being taken: run it ad hoc
      *              between batches, before ARCHIVE and the month-end
      *              volume runs and at any other quiet point. Old
      *              image copies are not removed here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT ASSIGN TO "data.output"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-REC-KEY
               ALTERNATE RECORD KEY IS OUT-REC-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
           SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT JOURNAL ASSIGN TO "data.journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "backup.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT.
       COPY OUTREC REPLACING ==:PFX:== BY ==OUT==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  IMAGE-FILE.
       COPY OUTREC REPLACING ==:PFX:== BY ==IMG==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==IMG==.
       FD  JOURNAL.
       COPY JRNLR REPLACING ==:PFX:== BY ==JR==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-IMAGE-STATUS              PIC X(2).
       01  WS-JOURNAL-STATUS            PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-OUT-EOF-SW                PIC X VALUE "N".
           88  WS-OUT-EOF                   VALUE "Y".
       01  WS-COPY-FAILED-SW            PIC X VALUE "N".
           88  WS-COPY-FAILED               VALUE "Y".

      *        The copy's timestamp names its file and keys its
      *        journal marker.
       01  WS-COPY-TIMESTAMP            PIC X(14).
       01  WS-IMAGE-NAME                PIC X(40).

       01  WS-TYPE-01-COUNT             PIC 9(6) VALUE 0.
       01  WS-TYPE-02-COUNT             PIC 9(6) VALUE 0.
       01  WS-COPIED-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-COPY-TIMESTAMP
            MOVE SPACES TO WS-IMAGE-NAME
            STRING "data.image." WS-COPY-TIMESTAMP
                DELIMITED BY SIZE INTO WS-IMAGE-NAME
            PERFORM OPEN-BACKUP-FILES

            PERFORM READ-AND-COPY-RECORD
                UNTIL WS-OUT-EOF OR WS-COPY-FAILED

            CLOSE OUT
            CLOSE IMAGE-FILE
            IF NOT WS-COPY-FAILED
                PERFORM WRITE-BACKUP-MARKER
            END-IF
            CLOSE JOURNAL
            PERFORM WRITE-BACKUP-REPORT
            STOP RUN.

      *        The journal is opened before anything is copied - a
      *        copy that cannot be marked is no use to RECOVER.
       OPEN-BACKUP-FILES.
            OPEN INPUT OUT
            IF WS-OUT-STATUS NOT = "00"
                DISPLAY "Unable to open data.output, status="
                    WS-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND JOURNAL
            IF WS-JOURNAL-STATUS = "35"
                OPEN OUTPUT JOURNAL
            END-IF
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Unable to open data.journal, status="
                    WS-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT IMAGE-FILE
            IF WS-IMAGE-STATUS NOT = "00"
                DISPLAY "Unable to open " WS-IMAGE-NAME
                    ", status=" WS-IMAGE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open backup.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *        Body of MAIN-PROCEDURE's loop - reads one history
      *        record and copies it, or signals end of file.
       READ-AND-COPY-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END PERFORM COPY-ONE-RECORD
            END-READ.

      *        Writes through the layout the record's format code
      *        names, so a type "02" record is copied at its own
      *        length, as ARCHIVE does. A failed write stops the
      *        copy - an incomplete image must not be marked.
       COPY-ONE-RECORD.
            IF OUT-REC-FORMAT = "02"
                WRITE IMG-REC2 FROM OUT-REC2
            ELSE
                WRITE IMG-REC FROM OUT-REC
            END-IF
            IF WS-IMAGE-STATUS NOT = "00"
                DISPLAY "Image copy write failed, status="
                    WS-IMAGE-STATUS " at " OUT-REC-TEST-CASE-ID " "
                    OUT-REC-RUN-TIMESTAMP
                SET WS-COPY-FAILED TO TRUE
                MOVE 16 TO RETURN-CODE
            ELSE
                ADD 1 TO WS-COPIED-COUNT
                IF OUT-REC-FORMAT = "02"
                    ADD 1 TO WS-TYPE-02-COUNT
                ELSE
                    ADD 1 TO WS-TYPE-01-COUNT
                END-IF
            END-IF.

      *        The marker is the recovery point: RECOVER reloads the
      *        copy it names and rolls forward everything after it.
       WRITE-BACKUP-MARKER.
            MOVE SPACES TO JR-JRN-REC
            MOVE "BACKUP" TO JR-JRN-PROGRAM
            MOVE FUNCTION CURRENT-DATE(1:14) TO JR-JRN-TIMESTAMP
            MOVE "BACKUP" TO JR-JRN-OPERATION
            MOVE WS-COPY-TIMESTAMP TO JR-JRN-KEY
            MOVE WS-IMAGE-NAME TO JR-JRN-BACKUP-NAME
            MOVE WS-COPIED-COUNT TO JR-JRN-BACKUP-COUNT
            WRITE JR-JRN-REC
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Unable to write the backup marker, status="
                    WS-JOURNAL-STATUS
                SET WS-COPY-FAILED TO TRUE
                MOVE 16 TO RETURN-CODE
            END-IF.

       WRITE-BACKUP-REPORT.
            MOVE SPACES TO REPORT-REC
            STRING "IMAGE COPY OF data.output TAKEN "
                WS-COPY-TIMESTAMP
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "IMAGE COPY FILE:      " WS-IMAGE-NAME
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-TYPE-01-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "TYPE 01 RECORDS:      " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-TYPE-02-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "TYPE 02 RECORDS:      " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-COPIED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "RECORDS COPIED:       " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            IF WS-COPY-FAILED
                STRING "BACKUP FAILED - NO MARKER WRITTEN, THIS COPY "
                    "WILL NOT BE USED BY RECOVER"
                    DELIMITED BY SIZE INTO REPORT-REC
            ELSE
                MOVE "BACKUP MARKER WRITTEN TO data.journal"
                    TO REPORT-REC
            END-IF
            WRITE REPORT-REC
            CLOSE REPORT-FILE.

       END PROGRAM YOUR-PROGRAM-NAME.
