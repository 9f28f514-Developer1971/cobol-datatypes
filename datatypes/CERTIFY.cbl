      *              CERTIFICATION PASS/FAIL verdict. Ends with
      *              RETURN-CODE 8 on FAIL so a calling script can
      *              refuse the sign-off.
      * Modified:    A moved field whose current bytes are exactly
      *              what an active, unexpired waiver in waiver.dat
      *              accepts for that case, field and the record's
      *              platform tag (WAIVER / WAIVERP check shared with
      *              DRIFT, VERIFY and COMPARE) is reported WAIVED
      *              instead of FAIL and does not fail the sign-off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPORT-FILE ASSIGN TO "certify.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "waiver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-WVR-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BASELINE-FILE.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==OUT==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       WORKING-STORAGE SECTION.
       01  WS-BASELINE-STATUS           PIC X(2).
       01  WS-OUT-STATUS                PIC X(2).
       01  WS-FAIL-COUNT                PIC 9(6) VALUE 0.
       01  WS-NEW-COUNT                 PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT             PIC 9(6) VALUE 0.
       01  WS-WAIVED-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       COPY HEXDUMP.

      *        Known-difference waiver check - see WAIVERP.
       COPY WAIVER.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
      *        record against the loaded baseline.
       CERTIFY-SELECTED-RECORDS.
            PERFORM OPEN-HISTORY-INPUT
            PERFORM OPEN-WAIVER-REGISTER
            PERFORM READ-AND-CERTIFY-RECORD UNTIL WS-OUT-EOF
            PERFORM CLOSE-WAIVER-REGISTER
            CLOSE OUT.

       OPEN-HISTORY-INPUT.
                IF WS-ACTUAL-HEX = WS-BASE-HEX(WS-BASE-FOUND-IDX)
                    ADD 1 TO WS-MATCH-COUNT
                ELSE
                    PERFORM CHECK-FIELD-WAIVER
                END-IF
            END-IF.

      *        A moved field whose current bytes an active waiver
      *        accepts is reported WAIVED and does not fail the
      *        certification.
       CHECK-FIELD-WAIVER.
            MOVE OUT-REC-TEST-CASE-ID TO WS-WAIVER-CASE-ID
            MOVE WS-FIELD-NAME TO WS-WAIVER-FIELD
            MOVE OUT-REC-PLATFORM-TAG TO WS-WAIVER-PLATFORM
            MOVE WS-ACTUAL-HEX TO WS-WAIVER-HEX
            PERFORM CHECK-FOR-WAIVER
            IF WS-WAIVER-APPLIES
                ADD 1 TO WS-WAIVED-COUNT
                MOVE SPACES TO REPORT-REC
                STRING "WAIVED   " OUT-REC-TEST-CASE-ID
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
                STRING "FAIL     " OUT-REC-TEST-CASE-ID
                    " " WS-FIELD-NAME
                    " EXPECTED=" DELIMITED BY SIZE
                    WS-BASE-HEX(WS-BASE-FOUND-IDX)
                    DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                MOVE SPACES TO REPORT-REC
                STRING "         " OUT-REC-TEST-CASE-ID
                    " " WS-FIELD-NAME
                    " ACTUAL=  " DELIMITED BY SIZE
                    WS-ACTUAL-HEX DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            END-IF.

      *        Locates the current field's baseline entry.
       FIND-BASELINE-ENTRY.
            MOVE "N" TO WS-BASE-FOUND-SW
            STRING "FIELDS NEW:       " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-WAIVED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "FIELDS WAIVED:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            IF WS-FAIL-COUNT = 0 AND WS-MISSING-COUNT = 0
                MOVE "CERTIFICATION PASS" TO REPORT-REC

       COPY HEXDUMPP.

       COPY WAIVERP.

       END PROGRAM YOUR-PROGRAM-NAME.
