      *              missing input file is simply a step that did not
      *              run - skipped, not an error. Runs as the final
      *              step of run_batch.sh, after RUNLOG.
      * Modified:    An exception that names a test case - a drift
      *              line, a VERIFY failure, an input reject - is now
      *              followed by the case's description from the test
      *              case master, testcase.dat (TCDESC / TCDESCP
      *              look-up shared with DECODE), so the morning
      *              reader knows what broke without looking it up.
      * Modified:    FAIL cases of the ARITH arithmetic regression now
      *              reach severity 2 through the second section of
      *              moves_trend.rpt, and arith_cases.rejects is
      *              scanned at severity 3 alongside
      *              moves_cases.rejects.
      * Modified:    Hands its counts - report lines scanned - back to
      *              run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPORT-FILE ASSIGN TO "exceptions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-TCDESC-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-REC                     PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-SCAN-STATUS               PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
           88  WS-JUDGE-VERIFY              VALUE "V".
           88  WS-JUDGE-EVERY-LINE          VALUE "E".
           88  WS-JUDGE-LOAD                VALUE "L".
           88  WS-JUDGE-REJECTS             VALUE "J".

      *        True once the decode.rpt scan has passed the RUN
      *        CONTROL CHECK heading - only that section's flags are

       01  WS-MATCH-COUNT               PIC 9(4).

      *        The test case an exception line is about, when its
      *        source names one - FILE-ONE-EXCEPTION follows the line
      *        with the case's description. drift.rpt only names the
      *        case on its heading line, so the last heading is kept.
       01  WS-EXC-CASE-ID               PIC X(10).
       01  WS-DRIFT-CASE-ID             PIC X(10).

      *        Test case description look-up - see TCDESCP.
       COPY TCDESC.

      *        Exceptions found per severity - the worst one grades
      *        the final RETURN-CODE.
       01  WS-SEV1-COUNT                PIC 9(6) VALUE 0.
       01  WS-SECTION-COUNT             PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE "OPERATIONS EXCEPTION REPORT" TO REPORT-REC
            WRITE REPORT-REC

            PERFORM OPEN-TEST-CASE-DESCRIPTIONS
            PERFORM SCAN-SEVERITY-1-SOURCES
            PERFORM SCAN-SEVERITY-2-SOURCES
            PERFORM SCAN-SEVERITY-3-SOURCES
            PERFORM WRITE-EXCEPTION-VERDICT

            CLOSE REPORT-FILE
            PERFORM CLOSE-TEST-CASE-DESCRIPTIONS
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

       SCAN-SEVERITY-1-SOURCES.

            MOVE "drift.rpt" TO WS-SCAN-NAME
            SET WS-JUDGE-DRIFT TO TRUE
            MOVE SPACES TO WS-DRIFT-CASE-ID
            PERFORM SCAN-ONE-FILE

            MOVE WS-SECTION-COUNT TO WS-SEV1-COUNT
            MOVE ZERO TO WS-SECTION-COUNT

            MOVE "datain.rejects" TO WS-SCAN-NAME
            SET WS-JUDGE-REJECTS TO TRUE
            PERFORM SCAN-ONE-FILE

            MOVE "moves_cases.rejects" TO WS-SCAN-NAME
            SET WS-JUDGE-EVERY-LINE TO TRUE
            PERFORM SCAN-ONE-FILE

            MOVE "arith_cases.rejects" TO WS-SCAN-NAME
            SET WS-JUDGE-EVERY-LINE TO TRUE
            PERFORM SCAN-ONE-FILE

            MOVE "moves_exceptions.log" TO WS-SCAN-NAME
            SET WS-JUDGE-EVERY-LINE TO TRUE
            PERFORM SCAN-ONE-FILE
       READ-AND-JUDGE-LINE.
            READ SCAN-FILE
                AT END SET WS-SCAN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    PERFORM JUDGE-ONE-LINE
            END-READ.

      *        Routes the line to its file's judge.
       JUDGE-ONE-LINE.
            MOVE SPACES TO WS-EXC-CASE-ID
            EVALUATE TRUE
                WHEN WS-JUDGE-DECODE
                    PERFORM JUDGE-DECODE-LINE
                    PERFORM JUDGE-VERIFY-LINE
                WHEN WS-JUDGE-LOAD
                    PERFORM JUDGE-LOAD-LINE
                WHEN WS-JUDGE-REJECTS
                    PERFORM JUDGE-REJECTS-LINE
                WHEN OTHER
                    IF SCAN-REC NOT = SPACES
                        PERFORM FILE-ONE-EXCEPTION
      *        carry the word DIFFER; tolerated byte-order lines do
      *        not count against the night.
       JUDGE-DRIFT-LINE.
            IF SCAN-REC(1:10) = "TEST CASE="
                MOVE SPACES TO WS-DRIFT-CASE-ID
                UNSTRING SCAN-REC(11:20) DELIMITED BY SPACE
                    INTO WS-DRIFT-CASE-ID
            END-IF
            MOVE WS-DRIFT-CASE-ID TO WS-EXC-CASE-ID
            MOVE ZERO TO WS-MATCH-COUNT
            INSPECT SCAN-REC TALLYING WS-MATCH-COUNT
                FOR ALL "  DRIFT"
            END-IF.

      *        moves_trend.rpt carries the status in a fixed column
      *        (after the 30-byte case name and two spaces), in the
      *        MOVES and ARITH sections alike.
       JUDGE-TREND-LINE.
            IF SCAN-REC(33:4) = "FAIL"
                PERFORM FILE-ONE-EXCEPTION

       JUDGE-VERIFY-LINE.
            IF SCAN-REC(1:5) = "FAIL "
                MOVE SCAN-REC(7:10) TO WS-EXC-CASE-ID
                PERFORM FILE-ONE-EXCEPTION
            END-IF.

                PERFORM FILE-ONE-EXCEPTION
            END-IF.

      *        Every datain.rejects line is an exception. The rejected
      *        vector follows "REC=" at column 57 of EDITCHK's reject
      *        line, and its test case id at columns 3-12 of that.
       JUDGE-REJECTS-LINE.
            IF SCAN-REC NOT = SPACES
                MOVE SCAN-REC(59:10) TO WS-EXC-CASE-ID
                PERFORM FILE-ONE-EXCEPTION
            END-IF.

      *        One consolidated line per exception, naming the file
      *        it came from so the detail can be chased, and the
      *        test case's description when the line names a case.
       FILE-ONE-EXCEPTION.
            ADD 1 TO WS-SECTION-COUNT
            MOVE SPACES TO REPORT-REC
                ": " DELIMITED BY SIZE
                SCAN-REC(1:100) DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-EXC-CASE-ID NOT = SPACES
                MOVE WS-EXC-CASE-ID TO WS-TCDESC-ID
                PERFORM LOOK-UP-CASE-DESCRIPTION
                IF WS-TCDESC-TEXT NOT = SPACES
                    MOVE SPACES TO REPORT-REC
                    STRING "      TEST CASE " DELIMITED BY SIZE
                        WS-EXC-CASE-ID DELIMITED BY SPACE
                        ": " DELIMITED BY SIZE
                        WS-TCDESC-TEXT DELIMITED BY SIZE
                        INTO REPORT-REC
                    WRITE REPORT-REC
                END-IF
            END-IF.

      *        The verdict and the graded RETURN-CODE: 12 for a
      *        batch-integrity problem, 8 for a regression failure,
                WRITE REPORT-REC
            END-IF.

       COPY TCDESCP.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
