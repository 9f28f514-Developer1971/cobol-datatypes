      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Elapsed-time trend of the batch window, step by
      *              step, so a step that is slowly getting slower -
      *              LOAD's mass-insert, DECODE's full pass - is seen
      *              in the numbers before the morning reports start
      *              arriving late.
      * Platform:    OpenCobolIDE
      * Notes:       Reads batch_history.dat (BHISTR copybook), the
      *              START / END entries run_batch.sh files for every
      *              step, and keeps the last 30 batch nights. For
      *              each step steptrnd.rpt shows, night by night,
      *              when it started and ended, its elapsed seconds,
      *              the rolling average of its elapsed time over the
      *              earlier nights kept, the change against that
      *              average, the records read / written it handed
      *              back and its return code. A night is flagged
      *              OVER NORM when the step ran more than 50% over
      *              its average, DID NOT RUN when a step seen on other
      *              nights has no entry at all, and NO END when it
      *              has a START but no END (the batch was killed
      *              under it). Totals for the window and for the
      *              latest night close the report; RETURN-CODE is 4
      *              when the latest night has anything flagged. Run
      *              from the terminal after run_batch.sh, not as a
      *              step of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-HISTORY ASSIGN TO "batch_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "steptrnd.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-HISTORY.
       COPY BHISTR REPLACING ==:PFX:== BY ==BH==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-BATCH-HISTORY-STATUS      PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-BATCH-HISTORY-EOF-SW      PIC X VALUE "N".
           88  WS-BATCH-HISTORY-EOF         VALUE "Y".

      *        The nights kept, oldest first, each with a slot per
      *        step in the order of WS-KNOWN-STEP-TABLE. When a 31st
      *        night arrives the oldest is shifted out.
       01  WS-NIGHT-TABLE.
       05  WS-NIGHT-ENTRY OCCURS 30 TIMES.
           10  WS-NIGHT-DATE            PIC X(8).
           10  WS-NIGHT-STEP OCCURS 20 TIMES.
               15  WS-NS-STATE          PIC X(1).
                   88  WS-NS-NOT-RUN        VALUE SPACE.
                   88  WS-NS-STARTED        VALUE "S".
                   88  WS-NS-ENDED          VALUE "E".
               15  WS-NS-START-TS       PIC X(14).
               15  WS-NS-END-TS         PIC X(14).
               15  WS-NS-READ           PIC 9(9).
               15  WS-NS-WRITTEN        PIC 9(9).
               15  WS-NS-RC             PIC 9(3).
       01  WS-NIGHT-COUNT               PIC 9(3) VALUE 0.
       01  WS-NIGHT-SUB                 PIC 9(3).
       01  WS-SHIFT-SUB                 PIC 9(3).
       01  WS-NIGHT-FOUND-SW            PIC X.
           88  WS-NIGHT-FOUND               VALUE "Y".

      *        Every step seen in the nights kept, in the order
      *        first seen - which is the batch's own running order.
       01  WS-KNOWN-STEP-TABLE.
       05  WS-KNOWN-STEP-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-KNOWN-STEP-COUNT          PIC 9(3) VALUE 0.
       01  WS-STEP-SUB                  PIC 9(3).
       01  WS-STEP-FOUND-SW             PIC X.
           88  WS-STEP-FOUND                VALUE "Y".
       01  WS-STEP-FULL-SW              PIC X VALUE "N".
           88  WS-STEP-FULL                 VALUE "Y".

      *        A timestamp taken apart to turn it into seconds.
       01  WS-TS-WORK                   PIC X(14).
       01  WS-TS-PARTS REDEFINES WS-TS-WORK.
       05  WS-TS-DATE                   PIC 9(8).
       05  WS-TS-HOUR                   PIC 9(2).
       05  WS-TS-MINUTE                 PIC 9(2).
       05  WS-TS-SECOND                 PIC 9(2).
       01  WS-TS-SECS                   PIC 9(12).
       01  WS-START-SECS                PIC 9(12).
       01  WS-END-SECS                  PIC 9(12).

      *        The step / night being reported, and the running
      *        total behind the step's rolling average.
       01  WS-ELAPSED-SECS              PIC 9(7).
       01  WS-AVERAGE-SECS              PIC 9(7).
       01  WS-CHANGE-PCT                PIC S9(5).
       01  WS-RUNS-SO-FAR               PIC 9(3).
       01  WS-SECS-SO-FAR               PIC 9(9).
       01  WS-FLAG-TEXT                 PIC X(30).

       01  WS-SECS-EDITED               PIC Z(6)9.
       01  WS-AVERAGE-EDITED            PIC Z(6)9.
       01  WS-CHANGE-EDITED             PIC -(4)9.
       01  WS-CHANGE-TEXT               PIC X(6).
       01  WS-AVERAGE-TEXT              PIC X(7).
       01  WS-READ-EDITED               PIC Z(8)9.
       01  WS-WRITTEN-EDITED            PIC Z(8)9.
       01  WS-RC-EDITED                 PIC ZZ9.

       01  WS-ENTRY-COUNT               PIC 9(6) VALUE 0.
       01  WS-BAD-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01  WS-OLD-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01  WS-OVER-COUNT                PIC 9(6) VALUE 0.
       01  WS-MISSED-COUNT              PIC 9(6) VALUE 0.
       01  WS-UNFINISHED-COUNT          PIC 9(6) VALUE 0.
       01  WS-LATEST-OVER-COUNT         PIC 9(6) VALUE 0.
       01  WS-LATEST-MISSED-COUNT       PIC 9(6) VALUE 0.
       01  WS-LATEST-UNFINISHED-COUNT   PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            OPEN INPUT BATCH-HISTORY
            IF WS-BATCH-HISTORY-STATUS NOT = "00"
                DISPLAY "Unable to open batch_history.dat, status="
                    WS-BATCH-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open steptrnd.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM READ-AND-FILE-ENTRY UNTIL WS-BATCH-HISTORY-EOF
            CLOSE BATCH-HISTORY

            MOVE SPACES TO REPORT-REC
            MOVE WS-NIGHT-COUNT TO WS-COUNT-EDITED
            IF WS-NIGHT-COUNT = 0
                MOVE "BATCH STEP ELAPSED-TIME TREND - NO NIGHTS ON FILE"
                    TO REPORT-REC
            ELSE
                STRING "BATCH STEP ELAPSED-TIME TREND - LAST"
                    WS-COUNT-EDITED " NIGHTS, "
                    WS-NIGHT-DATE(1) " TO "
                    WS-NIGHT-DATE(WS-NIGHT-COUNT)
                    DELIMITED BY SIZE INTO REPORT-REC
            END-IF
            WRITE REPORT-REC

            PERFORM REPORT-ONE-STEP
                VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-KNOWN-STEP-COUNT

            PERFORM WRITE-TREND-TOTALS

            CLOSE REPORT-FILE
            IF WS-LATEST-OVER-COUNT > 0
                OR WS-LATEST-MISSED-COUNT > 0
                OR WS-LATEST-UNFINISHED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

      *        Body of MAIN-PROCEDURE's load loop - reads one batch
      *        history entry and files it against its night and
      *        step, or signals end of file.
       READ-AND-FILE-ENTRY.
            READ BATCH-HISTORY
                AT END SET WS-BATCH-HISTORY-EOF TO TRUE
                NOT AT END PERFORM FILE-ONE-ENTRY
            END-READ.

       FILE-ONE-ENTRY.
            ADD 1 TO WS-ENTRY-COUNT
            IF BH-STEP-NIGHT IS NOT NUMERIC
                OR BH-STEP-TIMESTAMP IS NOT NUMERIC
                OR BH-STEP-NAME = SPACES
                OR NOT (BH-STEP-STARTED OR BH-STEP-ENDED)
                ADD 1 TO WS-BAD-ENTRY-COUNT
            ELSE
                PERFORM FIND-NIGHT-SLOT
                IF WS-NIGHT-FOUND
                    PERFORM FIND-STEP-SLOT
                    IF WS-STEP-FOUND
                        PERFORM FILE-STEP-EVENT
                    END-IF
                END-IF
            END-IF.

      *        Leaves WS-NIGHT-SUB on the entry's night, adding the
      *        night if it is new - shifting the oldest out when all
      *        30 slots are taken. An entry older than every night
      *        kept is only counted.
       FIND-NIGHT-SLOT.
            MOVE "N" TO WS-NIGHT-FOUND-SW
            PERFORM CHECK-ONE-NIGHT-ENTRY
                VARYING WS-NIGHT-SUB FROM 1 BY 1
                UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT OR WS-NIGHT-FOUND
            IF WS-NIGHT-FOUND
                SUBTRACT 1 FROM WS-NIGHT-SUB
            ELSE
                IF WS-NIGHT-COUNT = 30
                    IF BH-STEP-NIGHT < WS-NIGHT-DATE(1)
                        ADD 1 TO WS-OLD-ENTRY-COUNT
                    ELSE
                        PERFORM SHIFT-ONE-NIGHT
                            VARYING WS-SHIFT-SUB FROM 1 BY 1
                            UNTIL WS-SHIFT-SUB > 29
                        PERFORM START-NEW-NIGHT
                    END-IF
                ELSE
                    ADD 1 TO WS-NIGHT-COUNT
                    PERFORM START-NEW-NIGHT
                END-IF
            END-IF.

      *        Body of FIND-NIGHT-SLOT's loop.
       CHECK-ONE-NIGHT-ENTRY.
            IF WS-NIGHT-DATE(WS-NIGHT-SUB) = BH-STEP-NIGHT
                SET WS-NIGHT-FOUND TO TRUE
            END-IF.

      *        Body of FIND-NIGHT-SLOT's shift loop.
       SHIFT-ONE-NIGHT.
            MOVE WS-NIGHT-ENTRY(WS-SHIFT-SUB + 1)
                TO WS-NIGHT-ENTRY(WS-SHIFT-SUB).

       START-NEW-NIGHT.
            MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
            INITIALIZE WS-NIGHT-ENTRY(WS-NIGHT-SUB)
            MOVE BH-STEP-NIGHT TO WS-NIGHT-DATE(WS-NIGHT-SUB)
            SET WS-NIGHT-FOUND TO TRUE.

      *        Leaves WS-STEP-SUB on the entry's step, adding the
      *        step if it is new.
       FIND-STEP-SLOT.
            MOVE "N" TO WS-STEP-FOUND-SW
            PERFORM CHECK-ONE-STEP-ENTRY
                VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-KNOWN-STEP-COUNT
                    OR WS-STEP-FOUND
            IF WS-STEP-FOUND
                SUBTRACT 1 FROM WS-STEP-SUB
            ELSE
                IF WS-KNOWN-STEP-COUNT < 20
                    ADD 1 TO WS-KNOWN-STEP-COUNT
                    MOVE WS-KNOWN-STEP-COUNT TO WS-STEP-SUB
                    MOVE BH-STEP-NAME
                        TO WS-KNOWN-STEP-NAME(WS-STEP-SUB)
                    SET WS-STEP-FOUND TO TRUE
                ELSE
                    IF NOT WS-STEP-FULL
                        SET WS-STEP-FULL TO TRUE
                        DISPLAY "STEPTRND warning: more than 20 "
                            "steps in batch_history.dat - extras "
                            "not reported"
                    END-IF
                END-IF
            END-IF.

      *        Body of FIND-STEP-SLOT's loop.
       CHECK-ONE-STEP-ENTRY.
            IF WS-KNOWN-STEP-NAME(WS-STEP-SUB) = BH-STEP-NAME
                SET WS-STEP-FOUND TO TRUE
            END-IF.

      *        A rerun of a step within the same night supersedes
      *        the earlier attempt, START and END alike.
       FILE-STEP-EVENT.
            IF BH-STEP-STARTED
                SET WS-NS-STARTED(WS-NIGHT-SUB, WS-STEP-SUB) TO TRUE
                MOVE BH-STEP-TIMESTAMP
                    TO WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                MOVE SPACES TO WS-NS-END-TS(WS-NIGHT-SUB, WS-STEP-SUB)
            ELSE
                SET WS-NS-ENDED(WS-NIGHT-SUB, WS-STEP-SUB) TO TRUE
                IF WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB) = SPACES
                    MOVE BH-STEP-TIMESTAMP
                        TO WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                END-IF
                MOVE BH-STEP-TIMESTAMP
                    TO WS-NS-END-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                MOVE BH-STEP-RECORDS-READ
                    TO WS-NS-READ(WS-NIGHT-SUB, WS-STEP-SUB)
                MOVE BH-STEP-RECORDS-WRITTEN
                    TO WS-NS-WRITTEN(WS-NIGHT-SUB, WS-STEP-SUB)
                MOVE BH-STEP-RETURN-CODE
                    TO WS-NS-RC(WS-NIGHT-SUB, WS-STEP-SUB)
            END-IF.

      *        Body of MAIN-PROCEDURE's report loop - one block per
      *        step, a line per night kept, oldest first, so the
      *        rolling average only ever looks back.
       REPORT-ONE-STEP.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "STEP " WS-KNOWN-STEP-NAME(WS-STEP-SUB)
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "NIGHT     STARTED         ENDED           "
                "ELAPSED  AVERAGE  CHANGE       READ    WRITTEN  "
                " RC  FLAG"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE ZERO TO WS-RUNS-SO-FAR
            MOVE ZERO TO WS-SECS-SO-FAR
            PERFORM REPORT-STEP-NIGHT
                VARYING WS-NIGHT-SUB FROM 1 BY 1
                UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.

      *        Body of REPORT-ONE-STEP's loop.
       REPORT-STEP-NIGHT.
            MOVE SPACES TO REPORT-REC
            EVALUATE TRUE
                WHEN WS-NS-NOT-RUN(WS-NIGHT-SUB, WS-STEP-SUB)
                    ADD 1 TO WS-MISSED-COUNT
                    IF WS-NIGHT-SUB = WS-NIGHT-COUNT
                        ADD 1 TO WS-LATEST-MISSED-COUNT
                    END-IF
                    STRING WS-NIGHT-DATE(WS-NIGHT-SUB)
                        "  *** DID NOT RUN ***"
                        DELIMITED BY SIZE INTO REPORT-REC
                WHEN WS-NS-STARTED(WS-NIGHT-SUB, WS-STEP-SUB)
                    ADD 1 TO WS-UNFINISHED-COUNT
                    IF WS-NIGHT-SUB = WS-NIGHT-COUNT
                        ADD 1 TO WS-LATEST-UNFINISHED-COUNT
                    END-IF
                    STRING WS-NIGHT-DATE(WS-NIGHT-SUB) "  "
                        WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                        "  *** NO END - STEP DID NOT FINISH ***"
                        DELIMITED BY SIZE INTO REPORT-REC
                WHEN OTHER
                    PERFORM JUDGE-STEP-ELAPSED
                    MOVE WS-ELAPSED-SECS TO WS-SECS-EDITED
                    MOVE WS-NS-READ(WS-NIGHT-SUB, WS-STEP-SUB)
                        TO WS-READ-EDITED
                    MOVE WS-NS-WRITTEN(WS-NIGHT-SUB, WS-STEP-SUB)
                        TO WS-WRITTEN-EDITED
                    MOVE WS-NS-RC(WS-NIGHT-SUB, WS-STEP-SUB)
                        TO WS-RC-EDITED
                    STRING WS-NIGHT-DATE(WS-NIGHT-SUB) "  "
                        WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB) "  "
                        WS-NS-END-TS(WS-NIGHT-SUB, WS-STEP-SUB) "  "
                        WS-SECS-EDITED "  " WS-AVERAGE-TEXT "  "
                        WS-CHANGE-TEXT "  " WS-READ-EDITED "  "
                        WS-WRITTEN-EDITED "  " WS-RC-EDITED "  "
                        WS-FLAG-TEXT
                        DELIMITED BY SIZE INTO REPORT-REC
            END-EVALUATE
            WRITE REPORT-REC.

      *        Elapsed seconds for the step's night, judged against
      *        the average of the earlier nights it finished, which
      *        the night then joins. The first night has no average
      *        to judge against.
       JUDGE-STEP-ELAPSED.
            MOVE WS-NS-START-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                TO WS-TS-WORK
            PERFORM TIMESTAMP-TO-SECONDS
            MOVE WS-TS-SECS TO WS-START-SECS
            MOVE WS-NS-END-TS(WS-NIGHT-SUB, WS-STEP-SUB)
                TO WS-TS-WORK
            PERFORM TIMESTAMP-TO-SECONDS
            MOVE WS-TS-SECS TO WS-END-SECS
            IF WS-END-SECS > WS-START-SECS
                COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
            ELSE
                MOVE ZERO TO WS-ELAPSED-SECS
            END-IF

            MOVE SPACES TO WS-FLAG-TEXT
            MOVE SPACES TO WS-AVERAGE-TEXT
            MOVE SPACES TO WS-CHANGE-TEXT
            IF WS-RUNS-SO-FAR > 0
                COMPUTE WS-AVERAGE-SECS ROUNDED =
                    WS-SECS-SO-FAR / WS-RUNS-SO-FAR
                MOVE WS-AVERAGE-SECS TO WS-AVERAGE-EDITED
                MOVE WS-AVERAGE-EDITED TO WS-AVERAGE-TEXT
                IF WS-AVERAGE-SECS > 0
                    COMPUTE WS-CHANGE-PCT ROUNDED =
                        (WS-ELAPSED-SECS - WS-AVERAGE-SECS) * 100
                        / WS-AVERAGE-SECS
                    MOVE WS-CHANGE-PCT TO WS-CHANGE-EDITED
                    STRING WS-CHANGE-EDITED "%" DELIMITED BY SIZE
                        INTO WS-CHANGE-TEXT
                END-IF
                IF WS-ELAPSED-SECS * 2 > WS-AVERAGE-SECS * 3
                    MOVE "*** OVER NORM ***" TO WS-FLAG-TEXT
                    ADD 1 TO WS-OVER-COUNT
                    IF WS-NIGHT-SUB = WS-NIGHT-COUNT
                        ADD 1 TO WS-LATEST-OVER-COUNT
                    END-IF
                END-IF
            END-IF
            ADD 1 TO WS-RUNS-SO-FAR
            ADD WS-ELAPSED-SECS TO WS-SECS-SO-FAR.

      *        Seconds since day one for the timestamp in
      *        WS-TS-WORK, so an elapsed time can cross midnight.
       TIMESTAMP-TO-SECONDS.
            COMPUTE WS-TS-SECS =
                FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                + WS-TS-HOUR * 3600 + WS-TS-MINUTE * 60
                + WS-TS-SECOND.

       WRITE-TREND-TOTALS.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-ENTRY-COUNT TO WS-COUNT-EDITED
            STRING "ENTRIES READ          " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-BAD-ENTRY-COUNT > 0
                MOVE SPACES TO REPORT-REC
                MOVE WS-BAD-ENTRY-COUNT TO WS-COUNT-EDITED
                STRING "ENTRIES NOT READABLE  " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            IF WS-OLD-ENTRY-COUNT > 0
                MOVE SPACES TO REPORT-REC
                MOVE WS-OLD-ENTRY-COUNT TO WS-COUNT-EDITED
                STRING "ENTRIES OUT OF ORDER  " WS-COUNT-EDITED
                    " (OLDER THAN EVERY NIGHT KEPT)"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE SPACES TO REPORT-REC
            MOVE WS-OVER-COUNT TO WS-COUNT-EDITED
            STRING "STEP-NIGHTS OVER NORM " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-MISSED-COUNT TO WS-COUNT-EDITED
            STRING "STEP-NIGHTS NOT RUN   " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            MOVE WS-UNFINISHED-COUNT TO WS-COUNT-EDITED
            STRING "STEP-NIGHTS NO END    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-NIGHT-COUNT > 0
                MOVE SPACES TO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                STRING "LATEST NIGHT " WS-NIGHT-DATE(WS-NIGHT-COUNT)
                    ":" DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                MOVE WS-LATEST-OVER-COUNT TO WS-COUNT-EDITED
                STRING "  STEPS OVER NORM     " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                MOVE WS-LATEST-MISSED-COUNT TO WS-COUNT-EDITED
                STRING "  STEPS NOT RUN       " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                MOVE WS-LATEST-UNFINISHED-COUNT TO WS-COUNT-EDITED
                STRING "  STEPS NO END        " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
