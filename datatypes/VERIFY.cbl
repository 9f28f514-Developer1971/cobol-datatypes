      *              expected.dat only notes that nothing has been
      *              filed yet - it is not a failure. Runs in
      *              run_batch.sh right after DECODE.
      * Modified:    A field whose actual bytes are exactly what an
      *              active, unexpired waiver in waiver.dat accepts
      *              for that case, field and platform tag (WAIVER /
      *              WAIVERP check shared with DRIFT, CERTIFY and
      *              COMPARE) is reported WAIVED, with the waiver's
      *              expiry and approver, instead of FAIL - it no
      *              longer fails the verification or pages anyone.
      * Modified:    Hands its counts - history records read - back to
      *              run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPORT-FILE ASSIGN TO "verify.rpt"
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
       FD  EXPECTED-FILE.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-EXPECTED-STATUS           PIC X(2).
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-PASS-COUNT                PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT                PIC 9(6) VALUE 0.
       01  WS-UNCHECKED-COUNT           PIC 9(6) VALUE 0.
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
                PERFORM WRITE-VERIFY-VERDICT
            END-IF
            CLOSE REPORT-FILE
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Loads every expected.dat line into WS-EXP-TABLE. A
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-WAIVER-REGISTER
            PERFORM READ-AND-VERIFY-RECORD UNTIL WS-OUT-EOF
            PERFORM CLOSE-WAIVER-REGISTER
            CLOSE OUT.

      *        Body of VERIFY-HISTORY-RECORDS's loop.
       READ-AND-VERIFY-RECORD.
            READ OUT NEXT RECORD
                AT END SET WS-OUT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-STEP-RECORDS-READ
                    PERFORM VERIFY-ONE-RECORD
            END-READ.

      *        Walks the fields of whichever layout the record's
                        DELIMITED BY SIZE INTO REPORT-REC
                    WRITE REPORT-REC
                ELSE
                    PERFORM CHECK-FIELD-WAIVER
                END-IF
            END-IF.

      *        A FAIL whose actual bytes an active waiver accepts is
      *        reported WAIVED and does not count against the night.
       CHECK-FIELD-WAIVER.
            MOVE OUT-REC-TEST-CASE-ID TO WS-WAIVER-CASE-ID
            MOVE WS-FIELD-NAME TO WS-WAIVER-FIELD
            MOVE OUT-REC-PLATFORM-TAG TO WS-WAIVER-PLATFORM
            MOVE WS-ACTUAL-HEX TO WS-WAIVER-HEX
            PERFORM CHECK-FOR-WAIVER
            IF WS-WAIVER-APPLIES
                ADD 1 TO WS-WAIVED-COUNT
                MOVE SPACES TO REPORT-REC
                STRING "WAIVED " OUT-REC-TEST-CASE-ID
                    " RUN=" OUT-REC-RUN-TIMESTAMP
                    " " WS-FIELD-NAME
                    " ACTUAL=  " DELIMITED BY SIZE
                    WS-ACTUAL-HEX DELIMITED BY SPACE
                    " UNTIL=" WS-WAIVER-EXPIRY
                    " BY " WS-WAIVER-APPROVER
                    DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            ELSE
                ADD 1 TO WS-FAIL-COUNT
                MOVE SPACES TO REPORT-REC
                STRING "FAIL  " OUT-REC-TEST-CASE-ID
                    " RUN=" OUT-REC-RUN-TIMESTAMP
                    " " WS-FIELD-NAME
                    " EXPECTED=" DELIMITED BY SIZE
                    WS-EXP-HEX(WS-EXP-FOUND-IDX)
                    DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                STRING "      " OUT-REC-TEST-CASE-ID
                    " RUN=" OUT-REC-RUN-TIMESTAMP
                    " " WS-FIELD-NAME
                    " ACTUAL=  " DELIMITED BY SIZE
                    WS-ACTUAL-HEX DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

      *        Locates the current field's expectation for this case
      *        and the record's platform tag.
       FIND-EXPECTED-ENTRY.
            STRING "FIELDS UNCHECKED:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-WAIVED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "FIELDS WAIVED:     " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            IF WS-FAIL-COUNT = 0
                MOVE "VERIFICATION PASS" TO REPORT-REC

       COPY HEXDUMPP.

       COPY WAIVERP.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
