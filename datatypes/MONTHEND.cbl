      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Month-end operations statistics for the test
      *              harness. Management asks every month-end how the
      *              harness performed, and the answer was put
      *              together by hand from runlog.rpt, exceptions.rpt
      *              and archive.rpt; this works it out from the files
      *              themselves, for the month and the month before.
      * Platform:    OpenCobolIDE
      * Notes:       An optional one-line control card, monthend.ctl:
      *                  MONTH yyyymm   the month to report
      *              Without a card the previous calendar month is
      *              reported. Every figure is shown for the month,
      *              for the month before it and as the change between
      *              them (a count also as a percentage of last
      *              month's, a rate in percentage points):
      *                  - runs, in total and per week of the month
      *                    (days 1-7, 8-14, 15-21, 22-28, 29-31), by
      *                    run timestamp. A run is its runctl.dat
      *                    record or, once ARCHIVE has retired it, the
      *                    RETIRE entry in data.journal.
      *                  - vectors read, records written and duplicate
      *                    keys for those runs. Vectors read and
      *                    duplicates come from the run's first RETIRE
      *                    entry when it has one - a run-control record
      *                    RESTORE recreated holds only the restored
      *                    figures - else from runctl.dat. Records
      *                    written counts the run's records still in
      *                    data.output (runctl.dat) plus those archived
      *                    to data.archive, less those RESTORE put
      *                    back - they are in both - so archiving a run
      *                    does not change its month's figure.
      *                  - the duplicate rate (duplicate keys per 100
      *                    vectors read) and the reject rate (EDITCHK
      *                    rejects per 100 vectors it read, from its
      *                    batch_history.dat END entries).
      *                  - inserts, deletes and restores applied to
      *                    data.output in the month, by program, from
      *                    data.journal (RESTORE's reinserts are the
      *                    restores; RETIRE and BACKUP entries are
      *                    listed too).
      *                  - batch nights, and the nights DRIFT found
      *                    drift or VERIFY a FAIL - an END entry in
      *                    batch_history.dat with return code 8.
      *                    drift.rpt and verify.rpt are rewritten
      *                    every night, so the step's return code is
      *                    what is left of a night's result. A night
      *                    either step ended with any other non-zero
      *                    code (16 - its files could not be opened,
      *                    or an abend) proves nothing either way and
      *                    is counted apart, as DID NOT COMPLETE.
      *                  - MOVES cases run and passed, and the pass
      *                    rate, from moves_history.dat.
      *              monthend.rpt holds the figures. monthend.dat
      *              (MSUMR copybook) keeps one summary line per month
      *              for charting; a rerun replaces the month's line.
      *              A missing input is noted on the report and its
      *              figures are zero. RETURN-CODE 16 when a file
      *              cannot be read or written. Run ad hoc at month-
      *              end, after the last batch night of the month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "monthend.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JOURNAL ASSIGN TO "data.journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "data.archive"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT BATCH-HISTORY ASSIGN TO "batch_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-HISTORY-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "moves_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "monthend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "monthend.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       01  CONTROL-REC                  PIC X(80).
       FD  RUN-CONTROL.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RC==.
       FD  JOURNAL.
       COPY JRNLR REPLACING ==:PFX:== BY ==JR==.
       FD  ARCHIVE-FILE.
       COPY OUTREC REPLACING ==:PFX:== BY ==ARC==.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==ARC==.
       FD  BATCH-HISTORY.
       COPY BHISTR REPLACING ==:PFX:== BY ==BH==.
       FD  HISTORY-FILE.
       COPY MOVHISTR REPLACING ==:PFX:== BY ==MH==.
       FD  SUMMARY-FILE.
       01  SUMMARY-REC                  PIC X(135).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).
       01  WS-JOURNAL-STATUS            PIC X(2).
       01  WS-ARCHIVE-STATUS            PIC X(2).
       01  WS-BATCH-HISTORY-STATUS      PIC X(2).
       01  WS-HISTORY-STATUS            PIC X(2).
       01  WS-SUMMARY-STATUS            PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-RUNCTL-EOF-SW             PIC X VALUE "N".
           88  WS-RUNCTL-EOF                VALUE "Y".
       01  WS-JOURNAL-EOF-SW            PIC X VALUE "N".
           88  WS-JOURNAL-EOF               VALUE "Y".
       01  WS-ARCHIVE-EOF-SW            PIC X VALUE "N".
           88  WS-ARCHIVE-EOF               VALUE "Y".
       01  WS-BATCH-HISTORY-EOF-SW      PIC X VALUE "N".
           88  WS-BATCH-HISTORY-EOF         VALUE "Y".
       01  WS-HISTORY-EOF-SW            PIC X VALUE "N".
           88  WS-HISTORY-EOF               VALUE "Y".
       01  WS-SUMMARY-EOF-SW            PIC X VALUE "N".
           88  WS-SUMMARY-EOF               VALUE "Y".

       01  WS-CONTROL-KEYWORD           PIC X(10).
       01  WS-CONTROL-VALUE             PIC X(10).

      *        A month taken apart to step it back by one.
       01  WS-MONTH-WORK                PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
       05  WS-MONTH-YEAR                PIC 9(4).
       05  WS-MONTH-MM                  PIC 9(2).

      *        The files each figure comes from that were not there,
      *        listed at the foot of the report.
       01  WS-MISSING-TABLE.
       05  WS-MISSING-NAME OCCURS 6 TIMES PIC X(20).
       01  WS-MISSING-COUNT             PIC 9(3) VALUE 0.
       01  WS-MISSING-SUB               PIC 9(3).
       01  WS-MISSING-FILE              PIC X(20).

      *        The figures of the month reported (bucket 1) and of
      *        the month before it (bucket 2).
       01  WS-BUCKET-TABLE.
       05  WS-BUCKET OCCURS 2 TIMES.
           10  WS-BK-MONTH              PIC X(6).
           10  WS-BK-RUNS               PIC 9(5).
           10  WS-BK-WEEK-RUNS OCCURS 5 TIMES PIC 9(5).
           10  WS-BK-VECTORS-READ       PIC 9(9).
           10  WS-BK-WRITTEN            PIC 9(9).
           10  WS-BK-DUPLICATES         PIC 9(9).
           10  WS-BK-EDIT-READ          PIC 9(9).
           10  WS-BK-EDIT-REJECTS       PIC 9(9).
           10  WS-BK-INSERTS            PIC 9(7).
           10  WS-BK-DELETES            PIC 9(7).
           10  WS-BK-RESTORES           PIC 9(7).
           10  WS-BK-NIGHTS             PIC 9(3).
           10  WS-BK-DRIFT-NIGHTS       PIC 9(3).
           10  WS-BK-VERIFY-NIGHTS      PIC 9(3).
           10  WS-BK-INCOMPLETE-NIGHTS  PIC 9(3).
           10  WS-BK-LAST-NIGHT         PIC X(8).
           10  WS-BK-LAST-DRIFT-NIGHT   PIC X(8).
           10  WS-BK-LAST-VERIFY-NIGHT  PIC X(8).
           10  WS-BK-LAST-INCOMPLETE-NIGHT PIC X(8).
           10  WS-BK-MOVES-CASES        PIC 9(7).
           10  WS-BK-MOVES-PASSED       PIC 9(7).
      *        Which bucket the entry in hand falls in - 0 when it
      *        is from neither month.
       01  WS-BK                        PIC 9(1).
       01  WS-BUCKET-MONTH              PIC X(6).
       01  WS-WEEK                      PIC 9(1).
       01  WS-DAY                       PIC 9(2).

      *        The runs of the two months, put together from
      *        runctl.dat, the RETIRE entries and RESTORE reinserts in
      *        data.journal and the records in data.archive.
       01  WS-RUN-TABLE.
       05  WS-RUN-ENTRY OCCURS 500 TIMES.
           10  WS-RUN-TS                PIC X(14).
      *        Where the run's vectors read and duplicates came from.
           10  WS-RUN-SOURCE            PIC X(1).
               88  WS-RUN-FROM-NEITHER      VALUE SPACE.
               88  WS-RUN-FROM-RUNCTL       VALUE "C".
               88  WS-RUN-FROM-RETIRE       VALUE "R".
           10  WS-RUN-READ              PIC 9(6).
           10  WS-RUN-CTL-WRITTEN       PIC 9(6).
           10  WS-RUN-REJECTS           PIC 9(6).
           10  WS-RUN-ARCHIVED          PIC 9(6).
           10  WS-RUN-RESTORED          PIC 9(6).
       01  WS-RUN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-RUN-SUB                   PIC 9(3).
       01  WS-LOOKUP-TS                 PIC X(14).
       01  WS-RUN-FOUND-SW              PIC X.
           88  WS-RUN-FOUND                 VALUE "Y".
       01  WS-RUN-FULL-SW               PIC X VALUE "N".
           88  WS-RUN-FULL                  VALUE "Y".
       01  WS-RUN-WRITTEN               PIC S9(7).

      *        A RETIRE entry's image holds the retired run-control
      *        record's fields, laid out as runctl.dat lays them out.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RT==.

      *        Journal activity per program, per bucket.
       01  WS-PGM-TABLE.
       05  WS-PGM-ENTRY OCCURS 12 TIMES.
           10  WS-PGM-NAME              PIC X(10).
           10  WS-PGM-BUCKET OCCURS 2 TIMES.
               15  WS-PGM-INSERTS       PIC 9(7).
               15  WS-PGM-DELETES       PIC 9(7).
               15  WS-PGM-RETIRES       PIC 9(7).
               15  WS-PGM-BACKUPS       PIC 9(7).
       01  WS-PGM-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PGM-SUB                   PIC 9(3).
       01  WS-PGM-FOUND-SW              PIC X.
           88  WS-PGM-FOUND                 VALUE "Y".
       01  WS-PGM-FULL-SW               PIC X VALUE "N".
           88  WS-PGM-FULL                  VALUE "Y".

      *        monthend.dat, held in month order while the month's
      *        line is put in its place.
       COPY MSUMR REPLACING ==:PFX:== BY ==MS==.
       01  WS-SUMMARY-TABLE.
       05  WS-SUMMARY-LINE OCCURS 240 TIMES PIC X(135).
       01  WS-SUMMARY-COUNT             PIC 9(3) VALUE 0.
       01  WS-SUMMARY-SUB               PIC 9(3).
       01  WS-SHIFT-SUB                 PIC 9(3).
       01  WS-SUMMARY-PLACED-SW         PIC X.
           88  WS-SUMMARY-PLACED            VALUE "Y".
       01  WS-SUMMARY-FULL-SW           PIC X VALUE "N".
           88  WS-SUMMARY-FULL              VALUE "Y".

      *        A rate worked out by COMPUTE-RATE.
       01  WS-RATE-PART                 PIC 9(9).
       01  WS-RATE-WHOLE                PIC 9(9).
       01  WS-RATE                      PIC 9(3)V99.
       01  WS-RATE-NA-SW                PIC X.
           88  WS-RATE-NA                   VALUE "Y".

      *        The figure a report row is being written for.
       01  WS-ROW-LABEL                 PIC X(30).
       01  WS-ROW-THIS                  PIC 9(9).
       01  WS-ROW-PREV                  PIC 9(9).
       01  WS-ROW-CHANGE                PIC S9(9).
       01  WS-ROW-PCT                   PIC S9(7)V9.
       01  WS-ROW-THIS-PART             PIC 9(9).
       01  WS-ROW-THIS-WHOLE            PIC 9(9).
       01  WS-ROW-PREV-PART             PIC 9(9).
       01  WS-ROW-PREV-WHOLE            PIC 9(9).
       01  WS-THIS-RATE                 PIC 9(3)V99.
       01  WS-THIS-RATE-NA-SW           PIC X.
           88  WS-THIS-RATE-NA              VALUE "Y".
       01  WS-PREV-RATE                 PIC 9(3)V99.
       01  WS-POINTS                    PIC S9(3)V99.

       01  WS-THIS-EDITED               PIC Z(9)9.
       01  WS-PREV-EDITED               PIC Z(9)9.
       01  WS-CHANGE-EDITED             PIC +(10)9.
       01  WS-PCT-EDITED                PIC +(6)9.9.
       01  WS-RATE-EDITED               PIC Z(5)9.99.
       01  WS-POINTS-EDITED             PIC +(3)9.99.
       01  WS-THIS-TEXT                 PIC X(10).
       01  WS-PREV-TEXT                 PIC X(10).
       01  WS-CHANGE-TEXT               PIC X(11).
       01  WS-PCT-TEXT                  PIC X(10).
       01  WS-OP-LABEL                  PIC X(8).

       01  WS-HEADING.
       05  FILLER                       PIC X(30) VALUE "FIGURE".
       05  FILLER                       PIC X(4) VALUE SPACES.
       05  WS-HEAD-THIS                 PIC X(6).
       05  FILLER                       PIC X(6) VALUE SPACES.
       05  WS-HEAD-PREV                 PIC X(6).
       05  FILLER                       PIC X(13)
           VALUE "       CHANGE".
       05  FILLER                       PIC X(12)
           VALUE "    % CHANGE".

       01  WS-WEEK-LABELS-DEF.
       05  FILLER PIC X(30) VALUE "  RUNS IN WEEK 1 (DAYS 1-7)".
       05  FILLER PIC X(30) VALUE "  RUNS IN WEEK 2 (DAYS 8-14)".
       05  FILLER PIC X(30) VALUE "  RUNS IN WEEK 3 (DAYS 15-21)".
       05  FILLER PIC X(30) VALUE "  RUNS IN WEEK 4 (DAYS 22-28)".
       05  FILLER PIC X(30) VALUE "  RUNS IN WEEK 5 (DAYS 29-31)".
       01  WS-WEEK-LABELS REDEFINES WS-WEEK-LABELS-DEF.
       05  WS-WEEK-LABEL OCCURS 5 TIMES PIC X(30).

       01  WS-JOURNAL-COUNT             PIC 9(6) VALUE 0.
       01  WS-ARCHIVE-COUNT             PIC 9(6) VALUE 0.
       01  WS-HISTORY-ENTRY-COUNT       PIC 9(6) VALUE 0.
       01  WS-BAD-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01  WS-MOVES-COUNT               PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH-WORK
            PERFORM STEP-BACK-ONE-MONTH
            PERFORM READ-CONTROL-CARD
            INITIALIZE WS-BUCKET-TABLE
            MOVE WS-MONTH-WORK TO WS-BK-MONTH(1)
            PERFORM STEP-BACK-ONE-MONTH
            MOVE WS-MONTH-WORK TO WS-BK-MONTH(2)

            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open monthend.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LOAD-RUN-CONTROL
            PERFORM SCAN-JOURNAL
            PERFORM SCAN-ARCHIVE
            PERFORM TOTAL-ONE-RUN
                VARYING WS-RUN-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB > WS-RUN-COUNT
            PERFORM SCAN-BATCH-HISTORY
            PERFORM SCAN-MOVES-HISTORY

            PERFORM WRITE-MONTH-REPORT
            PERFORM UPDATE-SUMMARY-FILE
            CLOSE REPORT-FILE
            STOP RUN.

      *        Reads the optional monthend.ctl card. No card (or a
      *        missing file) reports the previous calendar month,
      *        already in WS-MONTH-WORK.
       READ-CONTROL-CARD.
            OPEN INPUT CONTROL-CARD
            IF WS-CONTROL-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-CONTROL-STATUS NOT = "00"
                    DISPLAY "Unable to open monthend.ctl, status="
                        WS-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ CONTROL-CARD
                    AT END CONTINUE
                    NOT AT END PERFORM PARSE-CONTROL-CARD
                END-READ
                CLOSE CONTROL-CARD
            END-IF.

       PARSE-CONTROL-CARD.
            UNSTRING CONTROL-REC DELIMITED BY ALL SPACES
                INTO WS-CONTROL-KEYWORD WS-CONTROL-VALUE
            IF WS-CONTROL-KEYWORD NOT = "MONTH"
                DISPLAY "Unknown monthend.ctl keyword: "
                    WS-CONTROL-KEYWORD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-CONTROL-VALUE(1:6) IS NOT NUMERIC
                OR WS-CONTROL-VALUE(7:4) NOT = SPACES
                OR WS-CONTROL-VALUE(5:2) < "01"
                OR WS-CONTROL-VALUE(5:2) > "12"
                DISPLAY "MONTH value must be yyyymm: "
                    WS-CONTROL-VALUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-CONTROL-VALUE(1:6) TO WS-MONTH-WORK.

       STEP-BACK-ONE-MONTH.
            IF WS-MONTH-MM = 1
                SUBTRACT 1 FROM WS-MONTH-YEAR
                MOVE 12 TO WS-MONTH-MM
            ELSE
                SUBTRACT 1 FROM WS-MONTH-MM
            END-IF.

      *        Leaves WS-BK on the bucket WS-BUCKET-MONTH falls in,
      *        0 when it is neither month.
       FIND-BUCKET.
            EVALUATE WS-BUCKET-MONTH
                WHEN WS-BK-MONTH(1)
                    MOVE 1 TO WS-BK
                WHEN WS-BK-MONTH(2)
                    MOVE 2 TO WS-BK
                WHEN OTHER
                    MOVE 0 TO WS-BK
            END-EVALUATE.

       NOTE-MISSING-FILE.
            IF WS-MISSING-COUNT < 6
                ADD 1 TO WS-MISSING-COUNT
                MOVE WS-MISSING-FILE
                    TO WS-MISSING-NAME(WS-MISSING-COUNT)
            END-IF.

      *        Every runctl.dat record of the two months starts a run
      *        in WS-RUN-TABLE. Its vectors read and duplicates stand
      *        only until a RETIRE entry for the run turns up: the
      *        record RESTORE recreates for a retired run carries the
      *        restored count as read and no rejects, so only its
      *        records-written total is kept.
       LOAD-RUN-CONTROL.
            OPEN INPUT RUN-CONTROL
            IF WS-RUNCTL-STATUS = "35"
                MOVE "runctl.dat" TO WS-MISSING-FILE
                PERFORM NOTE-MISSING-FILE
            ELSE
                IF WS-RUNCTL-STATUS NOT = "00"
                    DISPLAY "Unable to open runctl.dat, status="
                        WS-RUNCTL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-CONTROL-RECORD UNTIL WS-RUNCTL-EOF
                CLOSE RUN-CONTROL
            END-IF.

      *        Body of LOAD-RUN-CONTROL's loop.
       READ-ONE-CONTROL-RECORD.
            READ RUN-CONTROL
                AT END SET WS-RUNCTL-EOF TO TRUE
                NOT AT END
                    MOVE RC-CTL-TIMESTAMP(1:6) TO WS-BUCKET-MONTH
                    PERFORM FIND-BUCKET
                    IF WS-BK > 0
                        MOVE RC-CTL-TIMESTAMP TO WS-LOOKUP-TS
                        PERFORM FIND-RUN-SLOT
                        IF WS-RUN-FOUND
                            SET WS-RUN-FROM-RUNCTL(WS-RUN-SUB) TO TRUE
                            MOVE RC-CTL-VECTORS-READ
                                TO WS-RUN-READ(WS-RUN-SUB)
                            MOVE RC-CTL-RECORDS-WRITTEN
                                TO WS-RUN-CTL-WRITTEN(WS-RUN-SUB)
                            MOVE RC-CTL-REJECTS
                                TO WS-RUN-REJECTS(WS-RUN-SUB)
                        END-IF
                    END-IF
            END-READ.

      *        Leaves WS-RUN-SUB on the run WS-LOOKUP-TS names,
      *        adding the run if it is new.
       FIND-RUN-SLOT.
            MOVE "N" TO WS-RUN-FOUND-SW
            PERFORM CHECK-ONE-RUN-ENTRY
                VARYING WS-RUN-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB > WS-RUN-COUNT OR WS-RUN-FOUND
            IF WS-RUN-FOUND
                SUBTRACT 1 FROM WS-RUN-SUB
            ELSE
                IF WS-RUN-COUNT < 500
                    ADD 1 TO WS-RUN-COUNT
                    MOVE WS-RUN-COUNT TO WS-RUN-SUB
                    INITIALIZE WS-RUN-ENTRY(WS-RUN-SUB)
                    MOVE WS-LOOKUP-TS TO WS-RUN-TS(WS-RUN-SUB)
                    SET WS-RUN-FOUND TO TRUE
                ELSE
                    IF NOT WS-RUN-FULL
                        SET WS-RUN-FULL TO TRUE
                        DISPLAY "MONTHEND warning: more than 500 "
                            "runs in the two months - extras not "
                            "counted"
                    END-IF
                END-IF
            END-IF.

      *        Body of FIND-RUN-SLOT's loop.
       CHECK-ONE-RUN-ENTRY.
            IF WS-RUN-TS(WS-RUN-SUB) = WS-LOOKUP-TS
                SET WS-RUN-FOUND TO TRUE
            END-IF.

      *        One pass of data.journal: the month's activity by
      *        program, plus the retired runs and RESTORE's reinserts
      *        that go into the run figures.
       SCAN-JOURNAL.
            OPEN INPUT JOURNAL
            IF WS-JOURNAL-STATUS = "35"
                MOVE "data.journal" TO WS-MISSING-FILE
                PERFORM NOTE-MISSING-FILE
            ELSE
                IF WS-JOURNAL-STATUS NOT = "00"
                    DISPLAY "Unable to open data.journal, status="
                        WS-JOURNAL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-JOURNAL-ENTRY UNTIL WS-JOURNAL-EOF
                CLOSE JOURNAL
            END-IF.

      *        Body of SCAN-JOURNAL's loop.
       READ-ONE-JOURNAL-ENTRY.
            READ JOURNAL
                AT END SET WS-JOURNAL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-COUNT
                    PERFORM TALLY-JOURNAL-ACTIVITY
                    PERFORM NOTE-JOURNAL-RUN
            END-READ.

      *        Counts the entry against its program in the month it
      *        was applied - the wall-clock timestamp, not the run's.
       TALLY-JOURNAL-ACTIVITY.
            MOVE JR-JRN-TIMESTAMP(1:6) TO WS-BUCKET-MONTH
            PERFORM FIND-BUCKET
            IF WS-BK > 0
                PERFORM FIND-PROGRAM-SLOT
                IF WS-PGM-FOUND
                    EVALUATE JR-JRN-OPERATION
                        WHEN "INSERT"
                            ADD 1 TO WS-PGM-INSERTS(WS-PGM-SUB, WS-BK)
                            IF JR-JRN-PROGRAM = "RESTORE"
                                ADD 1 TO WS-BK-RESTORES(WS-BK)
                            ELSE
                                ADD 1 TO WS-BK-INSERTS(WS-BK)
                            END-IF
                        WHEN "DELETE"
                            ADD 1 TO WS-PGM-DELETES(WS-PGM-SUB, WS-BK)
                            ADD 1 TO WS-BK-DELETES(WS-BK)
                        WHEN "RETIRE"
                            ADD 1 TO WS-PGM-RETIRES(WS-PGM-SUB, WS-BK)
                        WHEN "BACKUP"
                            ADD 1 TO WS-PGM-BACKUPS(WS-PGM-SUB, WS-BK)
                    END-EVALUATE
                END-IF
            END-IF.

      *        The first RETIRE entry of a run holds the run's own
      *        vectors read and duplicates, whatever runctl.dat now
      *        says - a later one retires a record RESTORE recreated,
      *        with the restored figures. A RESTORE reinsert is a
      *        record of its run counted in data.archive as well.
       NOTE-JOURNAL-RUN.
            EVALUATE TRUE
                WHEN JR-JRN-OPERATION = "RETIRE"
                    MOVE JR-JRN-KEY(1:6) TO WS-BUCKET-MONTH
                    PERFORM FIND-BUCKET
                    IF WS-BK > 0
                        MOVE JR-JRN-KEY(1:14) TO WS-LOOKUP-TS
                        PERFORM FIND-RUN-SLOT
                        IF WS-RUN-FOUND
                            AND NOT WS-RUN-FROM-RETIRE(WS-RUN-SUB)
                            MOVE JR-JRN-IMAGE TO RT-CTL-REC
                            SET WS-RUN-FROM-RETIRE(WS-RUN-SUB) TO TRUE
                            IF RT-CTL-VECTORS-READ IS NUMERIC
                                MOVE RT-CTL-VECTORS-READ
                                    TO WS-RUN-READ(WS-RUN-SUB)
                            END-IF
                            IF RT-CTL-REJECTS IS NUMERIC
                                MOVE RT-CTL-REJECTS
                                    TO WS-RUN-REJECTS(WS-RUN-SUB)
                            END-IF
                        END-IF
                    END-IF
                WHEN JR-JRN-OPERATION = "INSERT"
                    AND JR-JRN-PROGRAM = "RESTORE"
                    MOVE JR-JRN-KEY(11:6) TO WS-BUCKET-MONTH
                    PERFORM FIND-BUCKET
                    IF WS-BK > 0
                        MOVE JR-JRN-KEY(11:14) TO WS-LOOKUP-TS
                        PERFORM FIND-RUN-SLOT
                        IF WS-RUN-FOUND
                            ADD 1 TO WS-RUN-RESTORED(WS-RUN-SUB)
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *        Leaves WS-PGM-SUB on the entry's program, adding the
      *        program if it is new.
       FIND-PROGRAM-SLOT.
            MOVE "N" TO WS-PGM-FOUND-SW
            PERFORM CHECK-ONE-PROGRAM-ENTRY
                VARYING WS-PGM-SUB FROM 1 BY 1
                UNTIL WS-PGM-SUB > WS-PGM-COUNT OR WS-PGM-FOUND
            IF WS-PGM-FOUND
                SUBTRACT 1 FROM WS-PGM-SUB
            ELSE
                IF WS-PGM-COUNT < 12
                    ADD 1 TO WS-PGM-COUNT
                    MOVE WS-PGM-COUNT TO WS-PGM-SUB
                    INITIALIZE WS-PGM-ENTRY(WS-PGM-SUB)
                    MOVE JR-JRN-PROGRAM TO WS-PGM-NAME(WS-PGM-SUB)
                    SET WS-PGM-FOUND TO TRUE
                ELSE
                    IF NOT WS-PGM-FULL
                        SET WS-PGM-FULL TO TRUE
                        DISPLAY "MONTHEND warning: more than 12 "
                            "programs in data.journal - extras not "
                            "listed"
                    END-IF
                END-IF
            END-IF.

      *        Body of FIND-PROGRAM-SLOT's loop.
       CHECK-ONE-PROGRAM-ENTRY.
            IF WS-PGM-NAME(WS-PGM-SUB) = JR-JRN-PROGRAM
                SET WS-PGM-FOUND TO TRUE
            END-IF.

      *        Counts the archived records of the two months' runs.
      *        Both record layouts carry the key in the same place.
       SCAN-ARCHIVE.
            OPEN INPUT ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS = "35"
                MOVE "data.archive" TO WS-MISSING-FILE
                PERFORM NOTE-MISSING-FILE
            ELSE
                IF WS-ARCHIVE-STATUS NOT = "00"
                    DISPLAY "Unable to open data.archive, status="
                        WS-ARCHIVE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
                CLOSE ARCHIVE-FILE
            END-IF.

      *        Body of SCAN-ARCHIVE's loop.
       READ-ONE-ARCHIVE-RECORD.
            READ ARCHIVE-FILE
                AT END SET WS-ARCHIVE-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ARCHIVE-COUNT
                    MOVE ARC-REC-RUN-TIMESTAMP(1:6) TO WS-BUCKET-MONTH
                    PERFORM FIND-BUCKET
                    IF WS-BK > 0
                        MOVE ARC-REC-RUN-TIMESTAMP TO WS-LOOKUP-TS
                        PERFORM FIND-RUN-SLOT
                        IF WS-RUN-FOUND
                            ADD 1 TO WS-RUN-ARCHIVED(WS-RUN-SUB)
                        END-IF
                    END-IF
            END-READ.

      *        Body of MAIN-PROCEDURE's run loop - adds one run into
      *        its month's figures and its week of the month.
       TOTAL-ONE-RUN.
            MOVE WS-RUN-TS(WS-RUN-SUB)(1:6) TO WS-BUCKET-MONTH
            PERFORM FIND-BUCKET
            MOVE WS-RUN-TS(WS-RUN-SUB)(7:2) TO WS-DAY
            COMPUTE WS-WEEK = (WS-DAY - 1) / 7 + 1
            IF WS-WEEK < 1 OR WS-WEEK > 5
                MOVE 5 TO WS-WEEK
            END-IF
            ADD 1 TO WS-BK-RUNS(WS-BK)
            ADD 1 TO WS-BK-WEEK-RUNS(WS-BK, WS-WEEK)
            ADD WS-RUN-READ(WS-RUN-SUB) TO WS-BK-VECTORS-READ(WS-BK)
            ADD WS-RUN-REJECTS(WS-RUN-SUB) TO WS-BK-DUPLICATES(WS-BK)
            COMPUTE WS-RUN-WRITTEN = WS-RUN-CTL-WRITTEN(WS-RUN-SUB)
                + WS-RUN-ARCHIVED(WS-RUN-SUB)
                - WS-RUN-RESTORED(WS-RUN-SUB)
            IF WS-RUN-WRITTEN > 0
                ADD WS-RUN-WRITTEN TO WS-BK-WRITTEN(WS-BK)
            END-IF.

      *        EDITCHK's counts and the DRIFT / VERIFY results of the
      *        batch nights of the two months.
       SCAN-BATCH-HISTORY.
            OPEN INPUT BATCH-HISTORY
            IF WS-BATCH-HISTORY-STATUS = "35"
                MOVE "batch_history.dat" TO WS-MISSING-FILE
                PERFORM NOTE-MISSING-FILE
            ELSE
                IF WS-BATCH-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to open batch_history.dat, status="
                        WS-BATCH-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-HISTORY-ENTRY
                    UNTIL WS-BATCH-HISTORY-EOF
                CLOSE BATCH-HISTORY
            END-IF.

      *        Body of SCAN-BATCH-HISTORY's loop.
       READ-ONE-HISTORY-ENTRY.
            READ BATCH-HISTORY
                AT END SET WS-BATCH-HISTORY-EOF TO TRUE
                NOT AT END PERFORM TALLY-HISTORY-ENTRY
            END-READ.

      *        The file is appended night by night, so a night is
      *        counted once by comparing it with the last one counted.
       TALLY-HISTORY-ENTRY.
            ADD 1 TO WS-HISTORY-ENTRY-COUNT
            IF BH-STEP-NIGHT IS NOT NUMERIC
                OR BH-STEP-NAME = SPACES
                OR NOT (BH-STEP-STARTED OR BH-STEP-ENDED)
                ADD 1 TO WS-BAD-ENTRY-COUNT
            ELSE
                MOVE BH-STEP-NIGHT(1:6) TO WS-BUCKET-MONTH
                PERFORM FIND-BUCKET
                IF WS-BK > 0
                    IF BH-STEP-NIGHT NOT = WS-BK-LAST-NIGHT(WS-BK)
                        ADD 1 TO WS-BK-NIGHTS(WS-BK)
                        MOVE BH-STEP-NIGHT TO WS-BK-LAST-NIGHT(WS-BK)
                    END-IF
                    IF BH-STEP-ENDED
                        PERFORM TALLY-STEP-RESULT
                    END-IF
                END-IF
            END-IF.

       TALLY-STEP-RESULT.
            EVALUATE BH-STEP-NAME
                WHEN "EDITCHK"
                    ADD BH-STEP-RECORDS-READ
                        TO WS-BK-EDIT-READ(WS-BK)
                    IF BH-STEP-RECORDS-READ > BH-STEP-RECORDS-WRITTEN
                        COMPUTE WS-BK-EDIT-REJECTS(WS-BK) =
                            WS-BK-EDIT-REJECTS(WS-BK)
                            + BH-STEP-RECORDS-READ
                            - BH-STEP-RECORDS-WRITTEN
                    END-IF
                WHEN "DRIFT"
                    IF BH-STEP-RETURN-CODE = 8
                        AND BH-STEP-NIGHT
                            NOT = WS-BK-LAST-DRIFT-NIGHT(WS-BK)
                        ADD 1 TO WS-BK-DRIFT-NIGHTS(WS-BK)
                        MOVE BH-STEP-NIGHT
                            TO WS-BK-LAST-DRIFT-NIGHT(WS-BK)
                    END-IF
                WHEN "VERIFY"
                    IF BH-STEP-RETURN-CODE = 8
                        AND BH-STEP-NIGHT
                            NOT = WS-BK-LAST-VERIFY-NIGHT(WS-BK)
                        ADD 1 TO WS-BK-VERIFY-NIGHTS(WS-BK)
                        MOVE BH-STEP-NIGHT
                            TO WS-BK-LAST-VERIFY-NIGHT(WS-BK)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF (BH-STEP-NAME = "DRIFT" OR BH-STEP-NAME = "VERIFY")
                AND BH-STEP-RETURN-CODE NOT = 0
                AND BH-STEP-RETURN-CODE NOT = 8
                AND BH-STEP-NIGHT
                    NOT = WS-BK-LAST-INCOMPLETE-NIGHT(WS-BK)
                ADD 1 TO WS-BK-INCOMPLETE-NIGHTS(WS-BK)
                MOVE BH-STEP-NIGHT
                    TO WS-BK-LAST-INCOMPLETE-NIGHT(WS-BK)
            END-IF.

      *        MOVES results of the two months, by run timestamp.
       SCAN-MOVES-HISTORY.
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS = "35"
                MOVE "moves_history.dat" TO WS-MISSING-FILE
                PERFORM NOTE-MISSING-FILE
            ELSE
                IF WS-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to open moves_history.dat, status="
                        WS-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-MOVES-RESULT UNTIL WS-HISTORY-EOF
                CLOSE HISTORY-FILE
            END-IF.

      *        Body of SCAN-MOVES-HISTORY's loop.
       READ-ONE-MOVES-RESULT.
            READ HISTORY-FILE NEXT RECORD
                AT END SET WS-HISTORY-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-MOVES-COUNT
                    MOVE MH-HIST-RUN-TIMESTAMP(1:6) TO WS-BUCKET-MONTH
                    PERFORM FIND-BUCKET
                    IF WS-BK > 0
                        ADD 1 TO WS-BK-MOVES-CASES(WS-BK)
                        IF MH-HIST-STATUS = "PASS"
                            ADD 1 TO WS-BK-MOVES-PASSED(WS-BK)
                        END-IF
                    END-IF
            END-READ.

       WRITE-MONTH-REPORT.
            MOVE SPACES TO REPORT-REC
            STRING "MONTH-END OPERATIONS STATISTICS - "
                WS-BK-MONTH(1) " AGAINST " WS-BK-MONTH(2)
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-BK-MONTH(1) TO WS-HEAD-THIS
            MOVE WS-BK-MONTH(2) TO WS-HEAD-PREV
            MOVE WS-HEADING TO REPORT-REC
            WRITE REPORT-REC

            PERFORM WRITE-RUN-FIGURES
            PERFORM WRITE-JOURNAL-FIGURES
            PERFORM WRITE-NIGHT-FIGURES
            PERFORM WRITE-MOVES-FIGURES
            PERFORM WRITE-REPORT-FOOTING.

       WRITE-RUN-FIGURES.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE "RUNS" TO WS-ROW-LABEL
            MOVE WS-BK-RUNS(1) TO WS-ROW-THIS
            MOVE WS-BK-RUNS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            PERFORM WRITE-WEEK-ROW
                VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 5
            MOVE "VECTORS READ" TO WS-ROW-LABEL
            MOVE WS-BK-VECTORS-READ(1) TO WS-ROW-THIS
            MOVE WS-BK-VECTORS-READ(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "RECORDS WRITTEN" TO WS-ROW-LABEL
            MOVE WS-BK-WRITTEN(1) TO WS-ROW-THIS
            MOVE WS-BK-WRITTEN(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "DUPLICATE KEYS" TO WS-ROW-LABEL
            MOVE WS-BK-DUPLICATES(1) TO WS-ROW-THIS
            MOVE WS-BK-DUPLICATES(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "DUPLICATE RATE" TO WS-ROW-LABEL
            MOVE WS-BK-DUPLICATES(1) TO WS-ROW-THIS-PART
            MOVE WS-BK-VECTORS-READ(1) TO WS-ROW-THIS-WHOLE
            MOVE WS-BK-DUPLICATES(2) TO WS-ROW-PREV-PART
            MOVE WS-BK-VECTORS-READ(2) TO WS-ROW-PREV-WHOLE
            PERFORM WRITE-RATE-ROW
            MOVE "EDITCHK VECTORS READ" TO WS-ROW-LABEL
            MOVE WS-BK-EDIT-READ(1) TO WS-ROW-THIS
            MOVE WS-BK-EDIT-READ(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "EDITCHK REJECTS" TO WS-ROW-LABEL
            MOVE WS-BK-EDIT-REJECTS(1) TO WS-ROW-THIS
            MOVE WS-BK-EDIT-REJECTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "REJECT RATE" TO WS-ROW-LABEL
            MOVE WS-BK-EDIT-REJECTS(1) TO WS-ROW-THIS-PART
            MOVE WS-BK-EDIT-READ(1) TO WS-ROW-THIS-WHOLE
            MOVE WS-BK-EDIT-REJECTS(2) TO WS-ROW-PREV-PART
            MOVE WS-BK-EDIT-READ(2) TO WS-ROW-PREV-WHOLE
            PERFORM WRITE-RATE-ROW.

      *        Body of WRITE-RUN-FIGURES's week loop.
       WRITE-WEEK-ROW.
            MOVE WS-WEEK-LABEL(WS-WEEK) TO WS-ROW-LABEL
            MOVE WS-BK-WEEK-RUNS(1, WS-WEEK) TO WS-ROW-THIS
            MOVE WS-BK-WEEK-RUNS(2, WS-WEEK) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW.

       WRITE-JOURNAL-FIGURES.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE "INSERTS" TO WS-ROW-LABEL
            MOVE WS-BK-INSERTS(1) TO WS-ROW-THIS
            MOVE WS-BK-INSERTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "DELETES" TO WS-ROW-LABEL
            MOVE WS-BK-DELETES(1) TO WS-ROW-THIS
            MOVE WS-BK-DELETES(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "RESTORES" TO WS-ROW-LABEL
            MOVE WS-BK-RESTORES(1) TO WS-ROW-THIS
            MOVE WS-BK-RESTORES(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            PERFORM WRITE-PROGRAM-ROWS
                VARYING WS-PGM-SUB FROM 1 BY 1
                UNTIL WS-PGM-SUB > WS-PGM-COUNT.

      *        Body of WRITE-JOURNAL-FIGURES's loop - a row for each
      *        operation the program journaled in either month.
       WRITE-PROGRAM-ROWS.
            IF WS-PGM-INSERTS(WS-PGM-SUB, 1) > 0
                OR WS-PGM-INSERTS(WS-PGM-SUB, 2) > 0
                IF WS-PGM-NAME(WS-PGM-SUB) = "RESTORE"
                    MOVE "RESTORES" TO WS-OP-LABEL
                ELSE
                    MOVE "INSERTS" TO WS-OP-LABEL
                END-IF
                MOVE WS-PGM-INSERTS(WS-PGM-SUB, 1) TO WS-ROW-THIS
                MOVE WS-PGM-INSERTS(WS-PGM-SUB, 2) TO WS-ROW-PREV
                PERFORM WRITE-PROGRAM-ROW
            END-IF
            IF WS-PGM-DELETES(WS-PGM-SUB, 1) > 0
                OR WS-PGM-DELETES(WS-PGM-SUB, 2) > 0
                MOVE "DELETES" TO WS-OP-LABEL
                MOVE WS-PGM-DELETES(WS-PGM-SUB, 1) TO WS-ROW-THIS
                MOVE WS-PGM-DELETES(WS-PGM-SUB, 2) TO WS-ROW-PREV
                PERFORM WRITE-PROGRAM-ROW
            END-IF
            IF WS-PGM-RETIRES(WS-PGM-SUB, 1) > 0
                OR WS-PGM-RETIRES(WS-PGM-SUB, 2) > 0
                MOVE "RETIRES" TO WS-OP-LABEL
                MOVE WS-PGM-RETIRES(WS-PGM-SUB, 1) TO WS-ROW-THIS
                MOVE WS-PGM-RETIRES(WS-PGM-SUB, 2) TO WS-ROW-PREV
                PERFORM WRITE-PROGRAM-ROW
            END-IF
            IF WS-PGM-BACKUPS(WS-PGM-SUB, 1) > 0
                OR WS-PGM-BACKUPS(WS-PGM-SUB, 2) > 0
                MOVE "BACKUPS" TO WS-OP-LABEL
                MOVE WS-PGM-BACKUPS(WS-PGM-SUB, 1) TO WS-ROW-THIS
                MOVE WS-PGM-BACKUPS(WS-PGM-SUB, 2) TO WS-ROW-PREV
                PERFORM WRITE-PROGRAM-ROW
            END-IF.

       WRITE-PROGRAM-ROW.
            MOVE SPACES TO WS-ROW-LABEL
            STRING "  " WS-PGM-NAME(WS-PGM-SUB) " " WS-OP-LABEL
                DELIMITED BY SIZE INTO WS-ROW-LABEL
            PERFORM WRITE-COUNT-ROW.

       WRITE-NIGHT-FIGURES.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE "BATCH NIGHTS" TO WS-ROW-LABEL
            MOVE WS-BK-NIGHTS(1) TO WS-ROW-THIS
            MOVE WS-BK-NIGHTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "NIGHTS WITH DRIFT" TO WS-ROW-LABEL
            MOVE WS-BK-DRIFT-NIGHTS(1) TO WS-ROW-THIS
            MOVE WS-BK-DRIFT-NIGHTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "NIGHTS WITH VERIFY FAILURES" TO WS-ROW-LABEL
            MOVE WS-BK-VERIFY-NIGHTS(1) TO WS-ROW-THIS
            MOVE WS-BK-VERIFY-NIGHTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "DRIFT/VERIFY DID NOT COMPLETE" TO WS-ROW-LABEL
            MOVE WS-BK-INCOMPLETE-NIGHTS(1) TO WS-ROW-THIS
            MOVE WS-BK-INCOMPLETE-NIGHTS(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW.

       WRITE-MOVES-FIGURES.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE "MOVES CASES RUN" TO WS-ROW-LABEL
            MOVE WS-BK-MOVES-CASES(1) TO WS-ROW-THIS
            MOVE WS-BK-MOVES-CASES(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "MOVES CASES PASSED" TO WS-ROW-LABEL
            MOVE WS-BK-MOVES-PASSED(1) TO WS-ROW-THIS
            MOVE WS-BK-MOVES-PASSED(2) TO WS-ROW-PREV
            PERFORM WRITE-COUNT-ROW
            MOVE "MOVES PASS RATE" TO WS-ROW-LABEL
            MOVE WS-BK-MOVES-PASSED(1) TO WS-ROW-THIS-PART
            MOVE WS-BK-MOVES-CASES(1) TO WS-ROW-THIS-WHOLE
            MOVE WS-BK-MOVES-PASSED(2) TO WS-ROW-PREV-PART
            MOVE WS-BK-MOVES-CASES(2) TO WS-ROW-PREV-WHOLE
            PERFORM WRITE-RATE-ROW.

       WRITE-REPORT-FOOTING.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDITED
            STRING "JOURNAL ENTRIES READ  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-ARCHIVE-COUNT TO WS-COUNT-EDITED
            STRING "ARCHIVE RECORDS READ  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-HISTORY-ENTRY-COUNT TO WS-COUNT-EDITED
            STRING "BATCH ENTRIES READ    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-BAD-ENTRY-COUNT > 0
                MOVE SPACES TO REPORT-REC
                MOVE WS-BAD-ENTRY-COUNT TO WS-COUNT-EDITED
                STRING "BATCH ENTRIES NOT READABLE " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE SPACES TO REPORT-REC
            MOVE WS-MOVES-COUNT TO WS-COUNT-EDITED
            STRING "MOVES RESULTS READ    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            PERFORM WRITE-MISSING-LINE
                VARYING WS-MISSING-SUB FROM 1 BY 1
                UNTIL WS-MISSING-SUB > WS-MISSING-COUNT.

      *        Body of WRITE-REPORT-FOOTING's loop.
       WRITE-MISSING-LINE.
            MOVE SPACES TO REPORT-REC
            STRING "*** " DELIMITED BY SIZE
                WS-MISSING-NAME(WS-MISSING-SUB) DELIMITED BY SPACE
                " NOT FOUND - ITS FIGURES ARE ZERO ***"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        A count row: this month, last month, the change and the
      *        change as a percentage of last month.
       WRITE-COUNT-ROW.
            MOVE WS-ROW-THIS TO WS-THIS-EDITED
            MOVE WS-ROW-PREV TO WS-PREV-EDITED
            COMPUTE WS-ROW-CHANGE = WS-ROW-THIS - WS-ROW-PREV
            MOVE WS-ROW-CHANGE TO WS-CHANGE-EDITED
            MOVE SPACES TO WS-PCT-TEXT
            IF WS-ROW-PREV > 0
                COMPUTE WS-ROW-PCT ROUNDED =
                    WS-ROW-CHANGE * 100 / WS-ROW-PREV
                MOVE WS-ROW-PCT TO WS-PCT-EDITED
                STRING WS-PCT-EDITED "%" DELIMITED BY SIZE
                    INTO WS-PCT-TEXT
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING WS-ROW-LABEL WS-THIS-EDITED "  "
                WS-PREV-EDITED "  " WS-CHANGE-EDITED "  "
                WS-PCT-TEXT
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        A rate row: this month's and last month's rate and the
      *        change in percentage points - n/a where a month had
      *        nothing to measure.
       WRITE-RATE-ROW.
            MOVE WS-ROW-THIS-PART TO WS-RATE-PART
            MOVE WS-ROW-THIS-WHOLE TO WS-RATE-WHOLE
            PERFORM COMPUTE-RATE
            MOVE WS-RATE TO WS-THIS-RATE
            MOVE WS-RATE-NA-SW TO WS-THIS-RATE-NA-SW
            PERFORM FORMAT-RATE-TEXT
            MOVE WS-PCT-TEXT TO WS-THIS-TEXT
            MOVE WS-ROW-PREV-PART TO WS-RATE-PART
            MOVE WS-ROW-PREV-WHOLE TO WS-RATE-WHOLE
            PERFORM COMPUTE-RATE
            MOVE WS-RATE TO WS-PREV-RATE
            PERFORM FORMAT-RATE-TEXT
            MOVE WS-PCT-TEXT TO WS-PREV-TEXT
            IF WS-THIS-RATE-NA OR WS-RATE-NA
                MOVE "        n/a" TO WS-CHANGE-TEXT
            ELSE
                COMPUTE WS-POINTS = WS-THIS-RATE - WS-PREV-RATE
                MOVE WS-POINTS TO WS-POINTS-EDITED
                MOVE SPACES TO WS-CHANGE-TEXT
                STRING WS-POINTS-EDITED " PTS" DELIMITED BY SIZE
                    INTO WS-CHANGE-TEXT
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING WS-ROW-LABEL WS-THIS-TEXT "  "
                WS-PREV-TEXT "  " WS-CHANGE-TEXT
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        WS-RATE as it is shown in a rate row, in WS-PCT-TEXT.
       FORMAT-RATE-TEXT.
            MOVE SPACES TO WS-PCT-TEXT
            IF WS-RATE-NA
                MOVE "       n/a" TO WS-PCT-TEXT
            ELSE
                MOVE WS-RATE TO WS-RATE-EDITED
                STRING WS-RATE-EDITED "%" DELIMITED BY SIZE
                    INTO WS-PCT-TEXT
            END-IF.

      *        WS-RATE-PART per 100 of WS-RATE-WHOLE.
       COMPUTE-RATE.
            MOVE ZERO TO WS-RATE
            IF WS-RATE-WHOLE = 0
                MOVE "Y" TO WS-RATE-NA-SW
            ELSE
                MOVE "N" TO WS-RATE-NA-SW
                COMPUTE WS-RATE ROUNDED =
                    WS-RATE-PART * 100 / WS-RATE-WHOLE
            END-IF.

      *        Puts the month's line into monthend.dat in month order,
      *        replacing the line a previous run left for it.
       UPDATE-SUMMARY-FILE.
            OPEN INPUT SUMMARY-FILE
            IF WS-SUMMARY-STATUS = "35"
                CONTINUE
            ELSE
                IF WS-SUMMARY-STATUS NOT = "00"
                    DISPLAY "Unable to open monthend.dat, status="
                        WS-SUMMARY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM READ-ONE-SUMMARY-LINE UNTIL WS-SUMMARY-EOF
                CLOSE SUMMARY-FILE
            END-IF

            PERFORM BUILD-SUMMARY-LINE
            MOVE "N" TO WS-SUMMARY-PLACED-SW
            PERFORM CHECK-ONE-SUMMARY-LINE
                VARYING WS-SUMMARY-SUB FROM 1 BY 1
                UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
                    OR WS-SUMMARY-PLACED
            IF NOT WS-SUMMARY-PLACED
                IF WS-SUMMARY-COUNT < 240
                    ADD 1 TO WS-SUMMARY-COUNT
                    MOVE MS-SUM-REC
                        TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
                ELSE
                    DISPLAY "MONTHEND warning: monthend.dat holds "
                        "240 months - this month's line not added"
                END-IF
            END-IF

            OPEN OUTPUT SUMMARY-FILE
            IF WS-SUMMARY-STATUS NOT = "00"
                DISPLAY "Unable to write monthend.dat, status="
                    WS-SUMMARY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-ONE-SUMMARY-LINE
                VARYING WS-SUMMARY-SUB FROM 1 BY 1
                UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
            CLOSE SUMMARY-FILE

            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-SUMMARY-COUNT TO WS-COUNT-EDITED
            STRING "MONTHEND.DAT NOW HOLDS" WS-COUNT-EDITED
                " MONTHS"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

      *        Body of UPDATE-SUMMARY-FILE's load loop.
       READ-ONE-SUMMARY-LINE.
            READ SUMMARY-FILE
                AT END SET WS-SUMMARY-EOF TO TRUE
                NOT AT END
                    IF WS-SUMMARY-COUNT < 240
                        ADD 1 TO WS-SUMMARY-COUNT
                        MOVE SUMMARY-REC
                            TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
                    ELSE
                        IF NOT WS-SUMMARY-FULL
                            SET WS-SUMMARY-FULL TO TRUE
                            DISPLAY "MONTHEND warning: more than 240 "
                                "months in monthend.dat - the oldest "
                                "are kept, the rest dropped"
                        END-IF
                    END-IF
            END-READ.

      *        Body of UPDATE-SUMMARY-FILE's placing loop - replaces
      *        the month's own line, or opens a gap for it in front
      *        of the first later month.
       CHECK-ONE-SUMMARY-LINE.
            EVALUATE TRUE
                WHEN WS-SUMMARY-LINE(WS-SUMMARY-SUB)(1:6)
                        = MS-SUM-MONTH
                    MOVE MS-SUM-REC TO WS-SUMMARY-LINE(WS-SUMMARY-SUB)
                    SET WS-SUMMARY-PLACED TO TRUE
                WHEN WS-SUMMARY-LINE(WS-SUMMARY-SUB)(1:6)
                        > MS-SUM-MONTH
                    IF WS-SUMMARY-COUNT < 240
                        ADD 1 TO WS-SUMMARY-COUNT
                        PERFORM SHIFT-ONE-SUMMARY-LINE
                            VARYING WS-SHIFT-SUB FROM WS-SUMMARY-COUNT
                            BY -1 UNTIL WS-SHIFT-SUB = WS-SUMMARY-SUB
                        MOVE MS-SUM-REC
                            TO WS-SUMMARY-LINE(WS-SUMMARY-SUB)
                    ELSE
                        DISPLAY "MONTHEND warning: monthend.dat holds "
                            "240 months - this month's line not added"
                    END-IF
                    SET WS-SUMMARY-PLACED TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *        Body of CHECK-ONE-SUMMARY-LINE's shift loop.
       SHIFT-ONE-SUMMARY-LINE.
            MOVE WS-SUMMARY-LINE(WS-SHIFT-SUB - 1)
                TO WS-SUMMARY-LINE(WS-SHIFT-SUB).

      *        Body of UPDATE-SUMMARY-FILE's write loop.
       WRITE-ONE-SUMMARY-LINE.
            MOVE WS-SUMMARY-LINE(WS-SUMMARY-SUB) TO SUMMARY-REC
            WRITE SUMMARY-REC.

       BUILD-SUMMARY-LINE.
            MOVE SPACES TO MS-SUM-REC
            MOVE WS-BK-MONTH(1) TO MS-SUM-MONTH
            MOVE WS-BK-RUNS(1) TO MS-SUM-RUNS
            MOVE WS-BK-VECTORS-READ(1) TO MS-SUM-VECTORS-READ
            MOVE WS-BK-WRITTEN(1) TO MS-SUM-RECORDS-WRITTEN
            MOVE WS-BK-DUPLICATES(1) TO MS-SUM-DUPLICATES
            MOVE WS-BK-DUPLICATES(1) TO WS-RATE-PART
            MOVE WS-BK-VECTORS-READ(1) TO WS-RATE-WHOLE
            PERFORM COMPUTE-RATE
            IF WS-RATE-NA
                MOVE "   n/a" TO MS-SUM-DUPLICATE-RATE-X
            ELSE
                MOVE WS-RATE TO MS-SUM-DUPLICATE-RATE
            END-IF
            MOVE WS-BK-EDIT-READ(1) TO MS-SUM-EDIT-READ
            MOVE WS-BK-EDIT-REJECTS(1) TO MS-SUM-EDIT-REJECTS
            MOVE WS-BK-EDIT-REJECTS(1) TO WS-RATE-PART
            MOVE WS-BK-EDIT-READ(1) TO WS-RATE-WHOLE
            PERFORM COMPUTE-RATE
            IF WS-RATE-NA
                MOVE "   n/a" TO MS-SUM-REJECT-RATE-X
            ELSE
                MOVE WS-RATE TO MS-SUM-REJECT-RATE
            END-IF
            MOVE WS-BK-INSERTS(1) TO MS-SUM-INSERTS
            MOVE WS-BK-DELETES(1) TO MS-SUM-DELETES
            MOVE WS-BK-RESTORES(1) TO MS-SUM-RESTORES
            MOVE WS-BK-NIGHTS(1) TO MS-SUM-BATCH-NIGHTS
            MOVE WS-BK-DRIFT-NIGHTS(1) TO MS-SUM-DRIFT-NIGHTS
            MOVE WS-BK-VERIFY-NIGHTS(1) TO MS-SUM-VERIFY-NIGHTS
            MOVE WS-BK-INCOMPLETE-NIGHTS(1)
                TO MS-SUM-INCOMPLETE-NIGHTS
            MOVE WS-BK-MOVES-CASES(1) TO MS-SUM-MOVES-CASES
            MOVE WS-BK-MOVES-PASSED(1) TO MS-SUM-MOVES-PASSED
            MOVE WS-BK-MOVES-PASSED(1) TO WS-RATE-PART
            MOVE WS-BK-MOVES-CASES(1) TO WS-RATE-WHOLE
            PERFORM COMPUTE-RATE
            IF WS-RATE-NA
                MOVE "   n/a" TO MS-SUM-MOVES-PASS-RATE-X
            ELSE
                MOVE WS-RATE TO MS-SUM-MOVES-PASS-RATE
            END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
