      *              clean night is one line saying so; any drift ends
      *              with RETURN-CODE 8 so the operator sees it in the
      *              morning. Runs in run_batch.sh right after LOAD.
      * Modified:    A field that moved to exactly the bytes an active,
      *              unexpired waiver in waiver.dat accepts for the
      *              case, field and the newest run's platform tag is
      *              reported WAIVED (shared WAIVER / WAIVERP check)
      *              and is not counted as drift.
      * Modified:    Hands its counts - history records read - back to
      *              run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPORT-FILE ASSIGN TO "drift.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "waiver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-WVR-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-CASES-SINGLE-RUN          PIC 9(6) VALUE 0.
       01  WS-DRIFT-COUNT               PIC 9(6) VALUE 0.
       01  WS-TOLERATED-COUNT           PIC 9(6) VALUE 0.
       01  WS-WAIVED-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       COPY HEXDUMP.

      *        Known-difference waiver check - see WAIVERP.
       COPY WAIVER.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
                TO REPORT-REC
            WRITE REPORT-REC

            PERFORM OPEN-WAIVER-REGISTER
            PERFORM READ-AND-TRACK-RECORD UNTIL WS-OUT-EOF
            IF WS-IN-GROUP
                PERFORM JUDGE-CASE-GROUP
            END-IF
            PERFORM CLOSE-WAIVER-REGISTER

            PERFORM WRITE-DRIFT-TOTALS

            CLOSE OUT
            CLOSE REPORT-FILE
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Body of MAIN-PROCEDURE's loop - reads one history
       READ-AND-TRACK-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    PERFORM TRACK-ONE-RECORD
            END-READ.

      *        Keeps the last two records of the case group rolling
      *        run's over WS-CMP-LEN bytes. Matching fields leave no
      *        report line. A REVERSED field across a platform change
      *        is the expected byte-order difference and is tolerated;
      *        a field whose new bytes an active waiver accepts is
      *        waived; everything else that moved is drift.
       COMPARE-ONE-FIELD.
            IF WS-CMP-A(1:WS-CMP-LEN) = WS-CMP-B(1:WS-CMP-LEN)
                CONTINUE
                    VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CMP-LEN
                PERFORM WRITE-CASE-HEADING
                PERFORM RENDER-COMPARED-HEX
                IF WS-CMP-RESULT = "REVERSED"
                        AND WS-PLATFORM-CHANGED
                    ADD 1 TO WS-TOLERATED-COUNT
                    PERFORM WRITE-FIELD-DRIFT-LINE
                ELSE
                    PERFORM CHECK-DRIFT-WAIVER
                    IF WS-WAIVER-APPLIES
                        MOVE "WAIVED" TO WS-CMP-RESULT
                        ADD 1 TO WS-WAIVED-COUNT
                    ELSE
                        MOVE "DIFFER" TO WS-CMP-RESULT
                        ADD 1 TO WS-DRIFT-COUNT
                    END-IF
                    PERFORM WRITE-FIELD-DRIFT-LINE
                END-IF
            END-IF.

      *        The waiver is looked up for the newest run - its
      *        platform tag and the bytes it now carries.
       CHECK-DRIFT-WAIVER.
            MOVE WS-CURRENT-CASE TO WS-WAIVER-CASE-ID
            MOVE WS-CMP-NAME TO WS-WAIVER-FIELD
            MOVE NEW-REC-PLATFORM-TAG TO WS-WAIVER-PLATFORM
            MOVE WS-CMP-A-HEX(1:WS-CMP-LEN * 2) TO WS-WAIVER-HEX
            PERFORM CHECK-FOR-WAIVER.

      *        Body of COMPARE-ONE-FIELD's reversal loop - knocks the
      *        result down from REVERSED as soon as one byte fails to
      *        mirror its opposite-end partner.
                MOVE "DIFFER" TO WS-CMP-RESULT
            END-IF.

      *        Both sides of a moved field rendered in hex.
       RENDER-COMPARED-HEX.
            MOVE WS-CMP-A TO WS-HEXDUMP-SRC
            MOVE WS-CMP-LEN TO WS-HEXDUMP-LEN
            PERFORM HEX-DUMP-FIELD
            MOVE WS-HEXDUMP-OUT(1:16) TO WS-CMP-A-HEX
            MOVE WS-CMP-B TO WS-HEXDUMP-SRC
            PERFORM HEX-DUMP-FIELD
            MOVE WS-HEXDUMP-OUT(1:16) TO WS-CMP-B-HEX.

      *        One line per moved field, with both hex renderings.
      *        A tolerated byte-order reversal or a waived field says
      *        so instead of reading like drift.
       WRITE-FIELD-DRIFT-LINE.
            MOVE SPACES TO REPORT-REC
            EVALUATE WS-CMP-RESULT
                WHEN "REVERSED"
                    STRING "  " WS-CMP-NAME
                        "  BYTE ORDER (PLATFORM CHANGE - TOLERATED)"
                        "  NEWEST=" DELIMITED BY SIZE
                        WS-CMP-A-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        "  PREVIOUS=" DELIMITED BY SIZE
                        WS-CMP-B-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        INTO REPORT-REC
                WHEN "WAIVED"
                    STRING "  " WS-CMP-NAME "  WAIVED"
                        "  NEWEST=" DELIMITED BY SIZE
                        WS-CMP-A-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        "  PREVIOUS=" DELIMITED BY SIZE
                        WS-CMP-B-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        "  UNTIL=" WS-WAIVER-EXPIRY
                        " BY " WS-WAIVER-APPROVER
                        DELIMITED BY SIZE
                        INTO REPORT-REC
                WHEN OTHER
                    STRING "  " WS-CMP-NAME "  DRIFT"
                        "  NEWEST=" DELIMITED BY SIZE
                        WS-CMP-A-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        "  PREVIOUS=" DELIMITED BY SIZE
                        WS-CMP-B-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                        INTO REPORT-REC
            END-EVALUATE
            WRITE REPORT-REC.

       WRITE-DRIFT-TOTALS.
            STRING "FIELDS TOLERATED:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-WAIVED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "FIELDS WAIVED:       " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-CASES-COMPARED TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "CASES COMPARED:      " WS-COUNT-EDITED

       COPY HEXDUMPP.

       COPY WAIVERP.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
