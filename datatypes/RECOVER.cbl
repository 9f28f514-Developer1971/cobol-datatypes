      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Rebuild a damaged data.output from the newest
      *              image copy BACKUP took, then roll forward every
      *              change journaled since that copy - the inserts
      *              DATATYPES, LOAD and RESTORE applied, ARCHIVE's
      *              deletes and run retirements - in the order they
      *              were applied. When the indexed file went bad last
      *              year JRNLPRT could print the activity since the
      *              last good copy but nothing could apply it; this
      *              replaces the re-keying.
      * Platform:    OpenCobolIDE
      * Notes:       Reads data.journal (JRNLR copybook) once to find
      *              the BACKUP markers and takes the newest one whose
      *              image copy can still be opened (an older copy is
      *              fallen back on, and said so, if the newest is
      *              missing). data.output is recreated empty and
      *              reloaded from that copy, then the journal is read
      *              again and every entry after the marker applied:
      *                  INSERT  the journaled record image is
      *                          written back
      *                  DELETE  the key is deleted
      *                  RETIRE  the retired run must have no records
      *                          left once its deletes are replayed
      *                          (runctl.dat itself is not touched)
      *              An entry that cannot be applied - an insert whose
      *              key is already on file or that was journaled
      *              before inserts carried their record image, a
      *              delete whose key is not on file, a retired run
      *              with records still present - is listed in
      *              recover.rpt and skipped. The report then gives
      *              the entries applied per program and operation,
      *              and the recovered file's record count against
      *              the records-written totals in runctl.dat.
      *              RETURN-CODE 8 when anything was not applied or
      *              the count disagrees, 16 when there is no usable
      *              image copy. Replayed changes are not journaled a
      *              second time. Whatever is left of the damaged
      *              data.output is replaced - copy it aside first if
      *              it is wanted. Take a fresh BACKUP afterwards. Run
      *              ad hoc; not part of the overnight batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL ASSIGN TO "data.journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT OUT ASSIGN TO "data.output"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-REC-KEY
               ALTERNATE RECORD KEY IS OUT-REC-RUN-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "recover.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL.
       COPY JRNLR REPLACING ==:PFX:== BY ==JR==.
       FD  IMAGE-FILE.
       COPY OUTREC REPLACING ==:PFX:== BY ==IMG==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==IMG==.
       FD  OUT.
       COPY OUTREC REPLACING ==:PFX:== BY ==OUT==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  RUN-CONTROL.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RC==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS            PIC X(2).
       01  WS-IMAGE-STATUS              PIC X(2).
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-JOURNAL-EOF-SW            PIC X.
           88  WS-JOURNAL-EOF               VALUE "Y".
       01  WS-IMAGE-EOF-SW              PIC X VALUE "N".
           88  WS-IMAGE-EOF                 VALUE "Y".
       01  WS-OUT-EOF-SW                PIC X VALUE "N".
           88  WS-OUT-EOF                   VALUE "Y".
       01  WS-RUNCTL-EOF-SW             PIC X VALUE "N".
           88  WS-RUNCTL-EOF                VALUE "Y".
       01  WS-IMAGE-OPEN-SW             PIC X VALUE "N".
           88  WS-IMAGE-OPEN                VALUE "Y".

      *        Every BACKUP marker in the journal, oldest first, with
      *        its position (journal record number). Only the newest
      *        100 are kept - an older copy than that is no use.
       01  WS-MARKER-TABLE.
       05  WS-MKR-ENTRY OCCURS 100 TIMES.
           10  WS-MKR-POSITION          PIC 9(8).
           10  WS-MKR-TAKEN             PIC X(14).
           10  WS-MKR-NAME              PIC X(40).
           10  WS-MKR-COUNT             PIC 9(6).
       01  WS-MKR-TOTAL                 PIC 9(4) VALUE 0.
       01  WS-MKR-IDX                   PIC 9(4).
       01  WS-MKR-USED                  PIC 9(4) VALUE 0.
       01  WS-IMAGE-NAME                PIC X(40).

      *        Journal record number of the entry being read, and
      *        the marker's, after which everything is rolled forward.
       01  WS-JRN-POSITION              PIC 9(8).
       01  WS-REPLAY-FROM               PIC 9(8).

      *        Entries applied per journaling program; the eleventh
      *        slot gathers any programs beyond the first ten.
       01  WS-PROGRAM-TABLE.
       05  WS-PGM-ENTRY OCCURS 11 TIMES INDEXED BY WS-PGM-IDX.
           10  WS-PGM-NAME              PIC X(10).
           10  WS-PGM-INSERTS           PIC 9(6).
           10  WS-PGM-DELETES           PIC 9(6).
           10  WS-PGM-RETIRES           PIC 9(6).
           10  WS-PGM-FAILED            PIC 9(6).
       01  WS-PGM-COUNT                 PIC 9(2) VALUE 0.
       01  WS-PGM-FOUND-SW              PIC X.
           88  WS-PGM-FOUND                 VALUE "Y".
       01  WS-PGM-FOUND-IDX             PIC 9(2).
       01  WS-PGM-FULL-SW               PIC X VALUE "N".
           88  WS-PGM-FULL                  VALUE "Y".

      *        Why the entry being replayed could not be applied -
      *        spaces when it was.
       01  WS-NOT-APPLIED-REASON        PIC X(50).

       01  WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01  WS-LOAD-FAILED-COUNT         PIC 9(6) VALUE 0.
       01  WS-REPLAYED-COUNT            PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(6) VALUE 0.
       01  WS-NOT-APPLIED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LATER-MARKER-COUNT        PIC 9(6) VALUE 0.
       01  WS-FINAL-COUNT               PIC 9(6) VALUE 0.
       01  WS-RUNCTL-TOTAL              PIC 9(8) VALUE 0.
       01  WS-COUNT-DIFFERENCE          PIC S9(8).
       01  WS-COUNT-EDITED              PIC ZZZZZ9.
       01  WS-COUNT-EDITED-2            PIC ZZZZZ9.
       01  WS-COUNT-EDITED-3            PIC ZZZZZ9.
       01  WS-COUNT-EDITED-4            PIC ZZZZZ9.
       01  WS-BIG-EDITED                PIC -------9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open recover.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO REPORT-REC
            MOVE "RECOVERY OF data.output FROM IMAGE COPY AND JOURNAL"
                TO REPORT-REC
            WRITE REPORT-REC

            PERFORM FIND-BACKUP-MARKERS
            PERFORM CHOOSE-IMAGE-COPY
            PERFORM RELOAD-IMAGE-COPY
            PERFORM ROLL-FORWARD-JOURNAL
            PERFORM COUNT-RECOVERED-RECORDS
            CLOSE OUT
            PERFORM TOTAL-RUN-CONTROL
            PERFORM WRITE-RECOVERY-TOTALS

            CLOSE REPORT-FILE
            STOP RUN.

      *        Pass 1 over the journal - notes where every BACKUP
      *        marker sits.
       FIND-BACKUP-MARKERS.
            OPEN INPUT JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Unable to open data.journal, status="
                    WS-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ZERO TO WS-JRN-POSITION
            MOVE "N" TO WS-JOURNAL-EOF-SW
            PERFORM READ-AND-NOTE-MARKER UNTIL WS-JOURNAL-EOF
            CLOSE JOURNAL
            IF WS-MKR-TOTAL = 0
                MOVE SPACES TO REPORT-REC
                MOVE "NO BACKUP MARKER IN data.journal - NO IMAGE COPY T
      -             "O RECOVER FROM" TO REPORT-REC
                WRITE REPORT-REC
                CLOSE REPORT-FILE
                DISPLAY "No backup marker in data.journal"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *        Body of FIND-BACKUP-MARKERS's loop.
       READ-AND-NOTE-MARKER.
            READ JOURNAL
                AT END SET WS-JOURNAL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRN-POSITION
                    IF JR-JRN-OPERATION = "BACKUP"
                        PERFORM NOTE-ONE-MARKER
                    END-IF
            END-READ.

      *        A full table drops its oldest marker to make room.
       NOTE-ONE-MARKER.
            IF WS-MKR-TOTAL = 100
                PERFORM SHIFT-ONE-MARKER-DOWN
                    VARYING WS-MKR-IDX FROM 1 BY 1
                    UNTIL WS-MKR-IDX > 99
            ELSE
                ADD 1 TO WS-MKR-TOTAL
            END-IF
            MOVE WS-JRN-POSITION TO WS-MKR-POSITION(WS-MKR-TOTAL)
            MOVE JR-JRN-KEY(1:14) TO WS-MKR-TAKEN(WS-MKR-TOTAL)
            MOVE JR-JRN-BACKUP-NAME TO WS-MKR-NAME(WS-MKR-TOTAL)
            MOVE JR-JRN-BACKUP-COUNT TO WS-MKR-COUNT(WS-MKR-TOTAL).

      *        Body of NOTE-ONE-MARKER's shift.
       SHIFT-ONE-MARKER-DOWN.
            MOVE WS-MKR-ENTRY(WS-MKR-IDX + 1)
                TO WS-MKR-ENTRY(WS-MKR-IDX).

      *        Newest marker first; a copy that will not open is
      *        reported and the one before it tried.
       CHOOSE-IMAGE-COPY.
            PERFORM TRY-ONE-IMAGE-COPY
                VARYING WS-MKR-IDX FROM WS-MKR-TOTAL BY -1
                UNTIL WS-MKR-IDX < 1 OR WS-IMAGE-OPEN
            IF NOT WS-IMAGE-OPEN
                MOVE SPACES TO REPORT-REC
                MOVE "NO IMAGE COPY NAMED BY A BACKUP MARKER CAN BE OPEN
      -             "ED - NOTHING RECOVERED" TO REPORT-REC
                WRITE REPORT-REC
                CLOSE REPORT-FILE
                DISPLAY "No usable image copy - nothing recovered"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-MKR-POSITION(WS-MKR-USED) TO WS-REPLAY-FROM
            MOVE SPACES TO REPORT-REC
            STRING "IMAGE COPY:    " WS-MKR-NAME(WS-MKR-USED)
                " TAKEN " WS-MKR-TAKEN(WS-MKR-USED)
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-REPLAY-FROM TO WS-BIG-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ROLL FORWARD FROM JOURNAL ENTRY " WS-BIG-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC.

      *        Body of CHOOSE-IMAGE-COPY's loop.
       TRY-ONE-IMAGE-COPY.
            MOVE WS-MKR-NAME(WS-MKR-IDX) TO WS-IMAGE-NAME
            OPEN INPUT IMAGE-FILE
            IF WS-IMAGE-STATUS = "00"
                SET WS-IMAGE-OPEN TO TRUE
                MOVE WS-MKR-IDX TO WS-MKR-USED
            ELSE
                MOVE SPACES TO REPORT-REC
                STRING "IMAGE COPY " WS-MKR-NAME(WS-MKR-IDX)
                    " CANNOT BE OPENED, STATUS=" WS-IMAGE-STATUS
                    " - TRYING THE ONE BEFORE IT"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

      *        data.output is recreated empty and loaded from the
      *        image copy, through the layout each record's format
      *        code names.
       RELOAD-IMAGE-COPY.
            OPEN OUTPUT OUT
            IF WS-OUT-STATUS = "00"
                CLOSE OUT
                OPEN I-O OUT
            END-IF
            IF WS-OUT-STATUS NOT = "00"
                DISPLAY "Unable to recreate data.output, status="
                    WS-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-AND-LOAD-IMAGE UNTIL WS-IMAGE-EOF
            CLOSE IMAGE-FILE
            MOVE WS-LOADED-COUNT TO WS-COUNT-EDITED
            MOVE WS-MKR-COUNT(WS-MKR-USED) TO WS-COUNT-EDITED-2
            MOVE SPACES TO REPORT-REC
            STRING "RECORDS RELOADED FROM IMAGE COPY: " WS-COUNT-EDITED
                "  (MARKER SAYS " WS-COUNT-EDITED-2 ")"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-LOADED-COUNT NOT = WS-MKR-COUNT(WS-MKR-USED)
                OR WS-LOAD-FAILED-COUNT > 0
                MOVE WS-LOAD-FAILED-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "IMAGE COPY DOES NOT RELOAD CLEANLY - "
                    WS-COUNT-EDITED " RECORDS REFUSED"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC.

      *        Body of RELOAD-IMAGE-COPY's loop.
       READ-AND-LOAD-IMAGE.
            READ IMAGE-FILE
                AT END SET WS-IMAGE-EOF TO TRUE
                NOT AT END PERFORM LOAD-ONE-IMAGE-RECORD
            END-READ.

       LOAD-ONE-IMAGE-RECORD.
            IF IMG-REC-FORMAT = "02"
                MOVE IMG-REC2 TO OUT-REC2
                WRITE OUT-REC2
                    INVALID KEY ADD 1 TO WS-LOAD-FAILED-COUNT
                    NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            ELSE
                MOVE IMG-REC TO OUT-REC
                WRITE OUT-REC
                    INVALID KEY ADD 1 TO WS-LOAD-FAILED-COUNT
                    NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

      *        Pass 2 over the journal - everything after the chosen
      *        marker is applied in the order it was journaled.
       ROLL-FORWARD-JOURNAL.
            MOVE SPACES TO REPORT-REC
            MOVE "JOURNAL ENTRIES NOT APPLIED" TO REPORT-REC
            WRITE REPORT-REC
            OPEN INPUT JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Unable to reopen data.journal, status="
                    WS-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ZERO TO WS-JRN-POSITION
            MOVE "N" TO WS-JOURNAL-EOF-SW
            PERFORM READ-AND-REPLAY-ENTRY UNTIL WS-JOURNAL-EOF
            CLOSE JOURNAL
            IF WS-NOT-APPLIED-COUNT = 0
                MOVE SPACES TO REPORT-REC
                MOVE "  NONE - EVERY ENTRY AFTER THE MARKER WAS APPLIED"
                    TO REPORT-REC
                WRITE REPORT-REC
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC.

      *        Body of ROLL-FORWARD-JOURNAL's loop.
       READ-AND-REPLAY-ENTRY.
            READ JOURNAL
                AT END SET WS-JOURNAL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JRN-POSITION
                    IF WS-JRN-POSITION > WS-REPLAY-FROM
                        PERFORM REPLAY-ONE-ENTRY
                    END-IF
            END-READ.

      *        A later marker means a newer copy could not be used -
      *        the activity it covered is replayed all the same.
       REPLAY-ONE-ENTRY.
            IF JR-JRN-OPERATION = "BACKUP"
                ADD 1 TO WS-LATER-MARKER-COUNT
            ELSE
                ADD 1 TO WS-REPLAYED-COUNT
                MOVE SPACES TO WS-NOT-APPLIED-REASON
                PERFORM FIND-OR-ADD-PROGRAM-ENTRY
                EVALUATE JR-JRN-OPERATION
                    WHEN "INSERT"
                        PERFORM REPLAY-INSERT
                    WHEN "DELETE"
                        PERFORM REPLAY-DELETE
                    WHEN "RETIRE"
                        PERFORM REPLAY-RETIRE
                    WHEN OTHER
                        MOVE "UNKNOWN OPERATION"
                            TO WS-NOT-APPLIED-REASON
                END-EVALUATE
                IF WS-NOT-APPLIED-REASON = SPACES
                    ADD 1 TO WS-APPLIED-COUNT
                ELSE
                    PERFORM LIST-NOT-APPLIED-ENTRY
                END-IF
            END-IF.

      *        The journaled image is the inserted record; a type
      *        "02" record is its first 54 bytes.
       REPLAY-INSERT.
            EVALUATE TRUE
                WHEN JR-JRN-IMAGE = SPACES
                    MOVE "NO RECORD IMAGE - JOURNALED BEFORE INSERTS CAR
      -                 "RIED ONE" TO WS-NOT-APPLIED-REASON
                WHEN JR-JRN-IMAGE(1:24) NOT = JR-JRN-KEY
                    MOVE "RECORD IMAGE DOES NOT CARRY THE JOURNALED KEY"
                        TO WS-NOT-APPLIED-REASON
                WHEN JR-JRN-IMAGE(28:2) = "02"
                    MOVE JR-JRN-IMAGE(1:54) TO OUT-REC2
                    WRITE OUT-REC2
                        INVALID KEY
                            MOVE "KEY ALREADY ON FILE"
                                TO WS-NOT-APPLIED-REASON
                    END-WRITE
                WHEN OTHER
                    MOVE JR-JRN-IMAGE TO OUT-REC
                    WRITE OUT-REC
                        INVALID KEY
                            MOVE "KEY ALREADY ON FILE"
                                TO WS-NOT-APPLIED-REASON
                    END-WRITE
            END-EVALUATE
            IF WS-NOT-APPLIED-REASON = SPACES
                ADD 1 TO WS-PGM-INSERTS(WS-PGM-FOUND-IDX)
            END-IF.

       REPLAY-DELETE.
            MOVE JR-JRN-KEY TO OUT-REC-KEY
            DELETE OUT RECORD
                INVALID KEY
                    MOVE "KEY NOT ON FILE" TO WS-NOT-APPLIED-REASON
                NOT INVALID KEY
                    ADD 1 TO WS-PGM-DELETES(WS-PGM-FOUND-IDX)
            END-DELETE.

      *        ARCHIVE retires a run's control record only once all
      *        its records are purged - after the replayed deletes
      *        the alternate index must hold nothing for that run.
       REPLAY-RETIRE.
            MOVE JR-JRN-KEY(1:14) TO OUT-REC-RUN-TIMESTAMP
            START OUT KEY IS EQUAL TO OUT-REC-RUN-TIMESTAMP
                INVALID KEY
                    ADD 1 TO WS-PGM-RETIRES(WS-PGM-FOUND-IDX)
                NOT INVALID KEY
                    MOVE "RETIRED RUN STILL HAS RECORDS ON FILE"
                        TO WS-NOT-APPLIED-REASON
            END-START.

       LIST-NOT-APPLIED-ENTRY.
            ADD 1 TO WS-NOT-APPLIED-COUNT
            ADD 1 TO WS-PGM-FAILED(WS-PGM-FOUND-IDX)
            MOVE WS-JRN-POSITION TO WS-BIG-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "  " WS-BIG-EDITED " " JR-JRN-TIMESTAMP
                " " JR-JRN-PROGRAM " " JR-JRN-OPERATION
                " KEY=" JR-JRN-KEY " - " WS-NOT-APPLIED-REASON
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        Locates the journaling program's tally, adding it when
      *        unseen. A full table tallies the extra programs
      *        together under OTHERS, with one warning.
       FIND-OR-ADD-PROGRAM-ENTRY.
            MOVE "N" TO WS-PGM-FOUND-SW
            IF WS-PGM-COUNT > 0
                PERFORM CHECK-ONE-PROGRAM-ENTRY
                    VARYING WS-PGM-IDX FROM 1 BY 1
                    UNTIL WS-PGM-IDX > WS-PGM-COUNT
                    OR WS-PGM-FOUND
            END-IF
            IF NOT WS-PGM-FOUND
                IF WS-PGM-COUNT < 10
                    ADD 1 TO WS-PGM-COUNT
                    MOVE JR-JRN-PROGRAM TO WS-PGM-NAME(WS-PGM-COUNT)
                    MOVE ZERO TO WS-PGM-INSERTS(WS-PGM-COUNT)
                    MOVE ZERO TO WS-PGM-DELETES(WS-PGM-COUNT)
                    MOVE ZERO TO WS-PGM-RETIRES(WS-PGM-COUNT)
                    MOVE ZERO TO WS-PGM-FAILED(WS-PGM-COUNT)
                    MOVE WS-PGM-COUNT TO WS-PGM-FOUND-IDX
                    SET WS-PGM-FOUND TO TRUE
                ELSE
                    IF NOT WS-PGM-FULL
                        SET WS-PGM-FULL TO TRUE
                        DISPLAY "RECOVER warning: more than 10 "
                            "journaling programs - extras tallied as "
                            "OTHERS"
                        MOVE "OTHERS" TO WS-PGM-NAME(11)
                        MOVE ZERO TO WS-PGM-INSERTS(11)
                        MOVE ZERO TO WS-PGM-DELETES(11)
                        MOVE ZERO TO WS-PGM-RETIRES(11)
                        MOVE ZERO TO WS-PGM-FAILED(11)
                    END-IF
                    MOVE 11 TO WS-PGM-FOUND-IDX
                    SET WS-PGM-FOUND TO TRUE
                END-IF
            END-IF.

      *        Body of FIND-OR-ADD-PROGRAM-ENTRY's scan.
       CHECK-ONE-PROGRAM-ENTRY.
            IF WS-PGM-NAME(WS-PGM-IDX) = JR-JRN-PROGRAM
                SET WS-PGM-FOUND-IDX TO WS-PGM-IDX
                SET WS-PGM-FOUND TO TRUE
            END-IF.

      *        The recovered file is read end to end - the count is
      *        what is really there, not what the replay expected.
       COUNT-RECOVERED-RECORDS.
            MOVE LOW-VALUES TO OUT-REC-KEY
            START OUT KEY IS NOT LESS THAN OUT-REC-KEY
                INVALID KEY SET WS-OUT-EOF TO TRUE
            END-START
            PERFORM READ-AND-COUNT-RECORD UNTIL WS-OUT-EOF.

      *        Body of COUNT-RECOVERED-RECORDS's loop.
       READ-AND-COUNT-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-FINAL-COUNT
            END-READ.

      *        Sums the records-written totals - ARCHIVE and RESTORE
      *        keep them in step with what the history file holds.
       TOTAL-RUN-CONTROL.
            OPEN INPUT RUN-CONTROL
            IF WS-RUNCTL-STATUS = "00"
                PERFORM READ-AND-TOTAL-CONTROL UNTIL WS-RUNCTL-EOF
                CLOSE RUN-CONTROL
            ELSE
                DISPLAY "Unable to open runctl.dat, status="
                    WS-RUNCTL-STATUS " - record count not checked"
                MOVE "Y" TO WS-RUNCTL-EOF-SW
                MOVE "XX" TO WS-RUNCTL-STATUS
            END-IF.

      *        Body of TOTAL-RUN-CONTROL's loop.
       READ-AND-TOTAL-CONTROL.
            READ RUN-CONTROL
                AT END SET WS-RUNCTL-EOF TO TRUE
                NOT AT END
                    ADD RC-CTL-RECORDS-WRITTEN TO WS-RUNCTL-TOTAL
            END-READ.

       WRITE-RECOVERY-TOTALS.
            MOVE SPACES TO REPORT-REC
            MOVE "APPLIED PER PROGRAM   INSERTS  DELETES  RETIRES  NOT A
      -         "PPLIED" TO REPORT-REC
            WRITE REPORT-REC
            PERFORM WRITE-ONE-PROGRAM-LINE
                VARYING WS-PGM-IDX FROM 1 BY 1
                UNTIL WS-PGM-IDX > WS-PGM-COUNT
            IF WS-PGM-FULL
                SET WS-PGM-IDX TO 11
                PERFORM WRITE-ONE-PROGRAM-LINE
            END-IF
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-REPLAYED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "JOURNAL ENTRIES AFTER MARKER: " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-APPLIED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ENTRIES APPLIED:              " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-NOT-APPLIED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ENTRIES NOT APPLIED:          " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-LATER-MARKER-COUNT > 0
                MOVE WS-LATER-MARKER-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "NEWER BACKUP MARKERS PASSED:  " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE WS-FINAL-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "RECORDS IN RECOVERED FILE:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            IF WS-RUNCTL-STATUS = "XX"
                MOVE "RECORD COUNT NOT CHECKED - runctl.dat UNAVAILABLE"
                    TO REPORT-REC
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-RUNCTL-TOTAL TO WS-BIG-EDITED
                COMPUTE WS-COUNT-DIFFERENCE =
                    WS-FINAL-COUNT - WS-RUNCTL-TOTAL
                IF WS-COUNT-DIFFERENCE = 0
                    STRING "RECORD COUNT AGREES WITH runctl.dat "
                        "RECORDS WRITTEN:" WS-BIG-EDITED
                        DELIMITED BY SIZE INTO REPORT-REC
                ELSE
                    MOVE WS-COUNT-DIFFERENCE TO WS-BIG-EDITED
                    STRING "RECORD COUNT DIFFERS FROM runctl.dat "
                        "RECORDS WRITTEN BY" WS-BIG-EDITED
                        DELIMITED BY SIZE INTO REPORT-REC
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            WRITE REPORT-REC.

      *        Body of WRITE-RECOVERY-TOTALS's program loop.
       WRITE-ONE-PROGRAM-LINE.
            MOVE WS-PGM-INSERTS(WS-PGM-IDX) TO WS-COUNT-EDITED
            MOVE WS-PGM-DELETES(WS-PGM-IDX) TO WS-COUNT-EDITED-2
            MOVE WS-PGM-RETIRES(WS-PGM-IDX) TO WS-COUNT-EDITED-3
            MOVE WS-PGM-FAILED(WS-PGM-IDX) TO WS-COUNT-EDITED-4
            MOVE SPACES TO REPORT-REC
            STRING "  " WS-PGM-NAME(WS-PGM-IDX) "        "
                WS-COUNT-EDITED "   " WS-COUNT-EDITED-2
                "   " WS-COUNT-EDITED-3 "      " WS-COUNT-EDITED-4
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       END PROGRAM YOUR-PROGRAM-NAME.
