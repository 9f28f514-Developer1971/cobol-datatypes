      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Monthly review listing of the waiver register, so
      *              a waiver does not quietly outlive the reason it
      *              was raised. Lists every active waiver that has
      *              already expired, expires within the next 30 days,
      *              or that no run has matched for 90 days - a waiver
      *              nothing matches any more is accepting a
      *              difference that has gone away, and should be
      *              revoked before it hides the next one.
      * Platform:    OpenCobolIDE
      * Notes:       Reads waiver.dat (WAIVERR copybook) in key order
      *              and writes waivlist.rpt: one line per flagged
      *              waiver with its key, accepted hex, approver,
      *              expiry and last-matched dates and why it is
      *              listed, then totals for the whole register.
      *              Revoked waivers are only counted. The
      *              last-matched date is stamped by DRIFT, VERIFY,
      *              CERTIFY and COMPARE whenever a waiver is applied;
      *              a waiver never matched is judged from the day it
      *              was raised. Run once a month from the terminal,
      *              not in the nightly batch; revoke or re-raise the
      *              listed waivers with WAIVMNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO "waiver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WV-WVR-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "waivlist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-WAIVER-STATUS             PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-WAIVER-EOF-SW             PIC X VALUE "N".
           88  WS-WAIVER-EOF                VALUE "Y".

      *        How close to expiry a waiver is listed, and how long
      *        without a match before it is listed as stale.
       01  WS-EXPIRY-WARN-DAYS          PIC 9(3) VALUE 30.
       01  WS-UNMATCHED-DAYS            PIC 9(3) VALUE 90.

      *        Day numbers (FUNCTION INTEGER-OF-DATE) for today and
      *        the waiver being judged.
       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-DAYNO               PIC 9(7).
       01  WS-DATE-NUM                  PIC 9(8).
       01  WS-EXPIRY-DAYNO              PIC 9(7).
       01  WS-MATCHED-DAYNO             PIC 9(7).
       01  WS-DAYS-LEFT                 PIC S9(7).
       01  WS-DAYS-IDLE                 PIC S9(7).
       01  WS-DAYS-EDITED               PIC ZZZ9.

      *        Why the current waiver is listed.
       01  WS-EXPIRED-SW                PIC X.
           88  WS-IS-EXPIRED                VALUE "Y".
       01  WS-EXPIRING-SW               PIC X.
           88  WS-IS-EXPIRING               VALUE "Y".
       01  WS-UNMATCHED-SW              PIC X.
           88  WS-IS-UNMATCHED              VALUE "Y".
       01  WS-BAD-DATE-SW               PIC X.
           88  WS-HAS-BAD-DATE              VALUE "Y".
       01  WS-FLAG-TEXT                 PIC X(50).
       01  WS-FLAG-PTR                  PIC 9(3).
       01  WS-MATCHED-TEXT              PIC X(8).

       01  WS-ON-REGISTER-COUNT         PIC 9(6) VALUE 0.
       01  WS-ACTIVE-COUNT              PIC 9(6) VALUE 0.
       01  WS-REVOKED-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXPIRING-COUNT            PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            COMPUTE WS-TODAY-DAYNO = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            OPEN INPUT WAIVER-FILE
            IF WS-WAIVER-STATUS NOT = "00"
                DISPLAY "Unable to open waiver.dat, status="
                    WS-WAIVER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open waivlist.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO REPORT-REC
            STRING "WAIVER REVIEW AS OF " WS-TODAY
                " - EXPIRED, EXPIRING OR UNMATCHED WAIVERS"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING "TEST CASE  FIELD                          P "
                "ACCEPTED HEX      APPROVER             EXPIRES  "
                "MATCHED  WHY"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC

            PERFORM READ-AND-JUDGE-WAIVER UNTIL WS-WAIVER-EOF

            PERFORM WRITE-REVIEW-TOTALS

            CLOSE WAIVER-FILE
            CLOSE REPORT-FILE
            STOP RUN.

      *        Body of MAIN-PROCEDURE's loop - reads one waiver and
      *        judges it, or signals end of file.
       READ-AND-JUDGE-WAIVER.
            READ WAIVER-FILE NEXT RECORD
                AT END SET WS-WAIVER-EOF TO TRUE
                NOT AT END PERFORM JUDGE-ONE-WAIVER
            END-READ.

      *        A revoked waiver is only counted. An active one is
      *        listed if it has expired or is about to, or if no run
      *        has matched it (or, never matched, since it was
      *        raised) for WS-UNMATCHED-DAYS days.
       JUDGE-ONE-WAIVER.
            ADD 1 TO WS-ON-REGISTER-COUNT
            IF WV-WVR-REVOKED
                ADD 1 TO WS-REVOKED-COUNT
            ELSE
                ADD 1 TO WS-ACTIVE-COUNT
                MOVE "N" TO WS-EXPIRED-SW
                MOVE "N" TO WS-EXPIRING-SW
                MOVE "N" TO WS-UNMATCHED-SW
                MOVE "N" TO WS-BAD-DATE-SW
                PERFORM JUDGE-WAIVER-EXPIRY
                PERFORM JUDGE-WAIVER-LAST-MATCH
                IF WS-IS-EXPIRED OR WS-IS-EXPIRING
                    OR WS-IS-UNMATCHED OR WS-HAS-BAD-DATE
                    PERFORM WRITE-WAIVER-LINE
                END-IF
            END-IF.

       JUDGE-WAIVER-EXPIRY.
            IF WV-WVR-EXPIRY-DATE IS NOT NUMERIC
                SET WS-HAS-BAD-DATE TO TRUE
            ELSE
                MOVE WV-WVR-EXPIRY-DATE TO WS-DATE-NUM
                COMPUTE WS-EXPIRY-DAYNO =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                IF WS-EXPIRY-DAYNO = 0
                    SET WS-HAS-BAD-DATE TO TRUE
                ELSE
                    COMPUTE WS-DAYS-LEFT =
                        WS-EXPIRY-DAYNO - WS-TODAY-DAYNO
                    IF WS-DAYS-LEFT < 0
                        SET WS-IS-EXPIRED TO TRUE
                        ADD 1 TO WS-EXPIRED-COUNT
                    ELSE
                        IF WS-DAYS-LEFT NOT > WS-EXPIRY-WARN-DAYS
                            SET WS-IS-EXPIRING TO TRUE
                            ADD 1 TO WS-EXPIRING-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *        Idle days run from the last match, or from the day
      *        the waiver was raised if nothing has matched it yet.
       JUDGE-WAIVER-LAST-MATCH.
            IF WV-WVR-LAST-MATCHED = SPACES
                MOVE WV-WVR-RAISED-DATE TO WS-MATCHED-TEXT
            ELSE
                MOVE WV-WVR-LAST-MATCHED TO WS-MATCHED-TEXT
            END-IF
            IF WS-MATCHED-TEXT IS NOT NUMERIC
                SET WS-HAS-BAD-DATE TO TRUE
            ELSE
                MOVE WS-MATCHED-TEXT TO WS-DATE-NUM
                COMPUTE WS-MATCHED-DAYNO =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                IF WS-MATCHED-DAYNO = 0
                    SET WS-HAS-BAD-DATE TO TRUE
                ELSE
                    COMPUTE WS-DAYS-IDLE =
                        WS-TODAY-DAYNO - WS-MATCHED-DAYNO
                    IF WS-DAYS-IDLE NOT < WS-UNMATCHED-DAYS
                        SET WS-IS-UNMATCHED TO TRUE
                        ADD 1 TO WS-UNMATCHED-COUNT
                    END-IF
                END-IF
            END-IF.

      *        One line per listed waiver; the WHY column carries
      *        every reason that applies.
       WRITE-WAIVER-LINE.
            ADD 1 TO WS-LISTED-COUNT
            MOVE SPACES TO WS-FLAG-TEXT
            MOVE 1 TO WS-FLAG-PTR
            IF WS-HAS-BAD-DATE
                STRING "DATES NOT VALID " DELIMITED BY SIZE
                    INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
            END-IF
            IF WS-IS-EXPIRED
                STRING "EXPIRED " DELIMITED BY SIZE
                    INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
            END-IF
            IF WS-IS-EXPIRING
                MOVE WS-DAYS-LEFT TO WS-DAYS-EDITED
                STRING "EXPIRES IN" WS-DAYS-EDITED " DAYS "
                    DELIMITED BY SIZE
                    INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
            END-IF
            IF WS-IS-UNMATCHED
                MOVE WS-DAYS-IDLE TO WS-DAYS-EDITED
                IF WV-WVR-LAST-MATCHED = SPACES
                    STRING "NEVER MATCHED IN" WS-DAYS-EDITED " DAYS"
                        DELIMITED BY SIZE
                        INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                ELSE
                    STRING "UNMATCHED FOR" WS-DAYS-EDITED " DAYS"
                        DELIMITED BY SIZE
                        INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                END-IF
            END-IF
            IF WV-WVR-LAST-MATCHED = SPACES
                MOVE "NEVER" TO WS-MATCHED-TEXT
            ELSE
                MOVE WV-WVR-LAST-MATCHED TO WS-MATCHED-TEXT
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING WV-WVR-CASE-ID " " WV-WVR-FIELD-NAME " "
                WV-WVR-PLATFORM " " WV-WVR-ACCEPTED-HEX(1:16) "  "
                WV-WVR-APPROVER " " WV-WVR-EXPIRY-DATE " "
                WS-MATCHED-TEXT " " WS-FLAG-TEXT
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       WRITE-REVIEW-TOTALS.
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            IF WS-LISTED-COUNT = 0
                MOVE SPACES TO REPORT-REC
                MOVE "NOTHING TO REVIEW - EVERY ACTIVE WAIVER IS IN DATE
      -             " AND STILL MATCHING" TO REPORT-REC
                WRITE REPORT-REC
            END-IF
            MOVE WS-ON-REGISTER-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "WAIVERS ON REGISTER:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ACTIVE:               " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-REVOKED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "REVOKED:              " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "EXPIRED:              " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-EXPIRING-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "EXPIRING IN 30 DAYS:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "UNMATCHED 90 DAYS:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC.

       END PROGRAM YOUR-PROGRAM-NAME.
