      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Raise and revoke waivers in waiver.dat, the
      *              register of known and accepted byte differences.
      *              A field whose bytes legitimately differ on one
      *              platform - a compiler upgrade that changes how a
      *              COMP-1 rounds, say - used to fail DRIFT, VERIFY,
      *              CERTIFY and COMPARE every night until someone
      *              remembered to ignore it, which hid the real
      *              failures next to it. Once a waiver is raised here
      *              those programs report the field WAIVED instead.
      * Platform:    OpenCobolIDE
      * Notes:       Console dialog in the style of TCMAINT; run from
      *              the terminal, not in the batch. A waiver is keyed
      *              on test case id, field and platform tag (L or B):
      *              type the test case id (L lists the register),
      *              pick the field from the numbered menu and give
      *              the platform tag. A waiver not on the register
      *              can be raised; an existing one is shown and can
      *              be paged with one-letter commands:
      *                  R  revoke - the difference fails again from
      *                     the next run on
      *                  A  raise it again (revoked or expired
      *                     waivers only) with new bytes, reason,
      *                     approver and expiry
      *                  X  back to the test case id prompt
      *              Raising takes the accepted hex exactly as the
      *              reports print it (two digits per byte, the
      *              field's full length), a reason, the approver and
      *              an expiry date no earlier than today - a waiver
      *              is never open-ended. Waivers are never deleted -
      *              a revoked one records what was accepted and when
      *              it stopped being. Every raise and revoke is
      *              appended to waivmnt.log with when it was done.
      *              The register (WAIVERR copybook) is created empty
      *              the first time this is run; WAIVLIST lists the
      *              waivers close to expiry or no longer matching.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO "waiver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WV-WVR-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-TCDESC-STATUS.
           SELECT MAINT-LOG ASSIGN TO "waivmnt.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  MAINT-LOG.
       01  LOG-REC                      PIC X(209).
       WORKING-STORAGE SECTION.
       01  WS-WAIVER-STATUS             PIC X(2).
       01  WS-LOG-STATUS                PIC X(2).
       01  WS-EXIT-SW                   PIC X VALUE "N".
           88  WS-EXIT-WANTED               VALUE "Y".
       01  WS-WAIVER-DONE-SW            PIC X.
           88  WS-WAIVER-DONE               VALUE "Y".
       01  WS-LIST-EOF-SW               PIC X.
           88  WS-LIST-EOF                  VALUE "Y".
       01  WS-KEY-OK-SW                 PIC X.
           88  WS-KEY-OK                    VALUE "Y".

       01  WS-MNT-ID                    PIC X(10).
       01  WS-MNT-FIELD-REPLY           PIC X(2).
       01  WS-MNT-PLATFORM              PIC X(1).
       01  WS-COMMAND                   PIC X(1).
       01  WS-CONFIRM                   PIC X(1).

      *        The fields a waiver can name - the OUTFLDS names the
      *        checking programs print, with each field's length in
      *        bytes so the accepted hex can be checked for length.
       01  WS-FIELD-TABLE-DEF.
       05  FILLER PIC X(32) VALUE "OUT-REC-PICX-SIX              06".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-SIX              06".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-COMP5            01".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-FOUR-COMP5       02".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-SIX-COMP5        04".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-TWO-COMP         02".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-FOUR-COMP3       03".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-SIGNED-COMP3     03".
       05  FILLER PIC X(32) VALUE "OUT-REC-PIC9-SIGNED-COMP5     02".
       05  FILLER PIC X(32) VALUE "OUT-REC-FLOAT-COMP2           08".
       05  FILLER PIC X(32) VALUE "OUT-REC2-OVERPUNCH            04".
       05  FILLER PIC X(32) VALUE "OUT-REC2-COMP1                04".
       05  FILLER PIC X(32) VALUE "OUT-REC2-EDITED-Z             05".
       05  FILLER PIC X(32) VALUE "OUT-REC2-EDITED-DEC           08".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DEF.
       05  WS-FLD-ENTRY OCCURS 14 TIMES.
           10  WS-FLD-NAME              PIC X(30).
           10  WS-FLD-BYTES             PIC 9(2).
       01  WS-FLD-NUM                   PIC 9(2).
       01  WS-FLD-EDITED                PIC Z9.

      *        Replies to the raise prompts.
       01  WS-NEW-HEX                   PIC X(32).
       01  WS-NEW-REASON                PIC X(50).
       01  WS-NEW-APPROVER              PIC X(20).
       01  WS-NEW-EXPIRY                PIC X(8).
       01  WS-HEX-LEN                   PIC 9(2).
       01  WS-HEX-IDX                   PIC 9(2).
       01  WS-HEX-CHAR                  PIC X(1).
       01  WS-ENTRY-OK-SW               PIC X.
           88  WS-ENTRY-OK                  VALUE "Y".

       01  WS-TODAY                     PIC X(8).
       01  WS-NOW-TIMESTAMP             PIC X(14).
       01  WS-LOG-ACTION                PIC X(9).
       01  WS-LIST-COUNT                PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

      *        Test case description look-up - see TCDESCP.
       COPY TCDESC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            PERFORM OPEN-WAIVER-FILE
            OPEN EXTEND MAINT-LOG
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT MAINT-LOG
            END-IF
            IF WS-LOG-STATUS NOT = "00"
                DISPLAY "Unable to open waivmnt.log, status="
                    WS-LOG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-TEST-CASE-DESCRIPTIONS
            PERFORM MAINT-DIALOG UNTIL WS-EXIT-WANTED
            PERFORM CLOSE-TEST-CASE-DESCRIPTIONS
            CLOSE WAIVER-FILE
            CLOSE MAINT-LOG
            MOVE WS-CHANGE-COUNT TO WS-COUNT-EDITED
            DISPLAY "WAIVMNT applied " WS-COUNT-EDITED
                " waiver updates"
            STOP RUN.

      *        Opens the register for update, creating it empty the
      *        first time - there is nothing to maintain before the
      *        first waiver is raised.
       OPEN-WAIVER-FILE.
            OPEN I-O WAIVER-FILE
            IF WS-WAIVER-STATUS = "35"
                OPEN OUTPUT WAIVER-FILE
                CLOSE WAIVER-FILE
                OPEN I-O WAIVER-FILE
            END-IF
            IF WS-WAIVER-STATUS NOT = "00"
                DISPLAY "Unable to open waiver.dat, status="
                    WS-WAIVER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *        One round of the outer dialog - asks for the waiver's
      *        key and hands over to the raise prompt or the waiver
      *        dialog, depending on whether the register has it.
       MAINT-DIALOG.
            DISPLAY "Test case id (L=list, X to exit): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-MNT-ID
            ACCEPT WS-MNT-ID
            IF WS-MNT-ID = "X" OR WS-MNT-ID = "x"
                OR WS-MNT-ID = SPACES
                SET WS-EXIT-WANTED TO TRUE
            ELSE
            IF WS-MNT-ID = "L" OR WS-MNT-ID = "l"
                PERFORM LIST-ALL-WAIVERS
            ELSE
                MOVE WS-MNT-ID TO WS-TCDESC-ID
                PERFORM LOOK-UP-CASE-DESCRIPTION
                DISPLAY "  " WS-TCDESC-TEXT
                PERFORM ASK-FIELD-AND-PLATFORM
                IF WS-KEY-OK
                    MOVE WS-MNT-ID TO WV-WVR-CASE-ID
                    MOVE WS-FLD-NAME(WS-FLD-NUM) TO WV-WVR-FIELD-NAME
                    MOVE WS-MNT-PLATFORM TO WV-WVR-PLATFORM
                    READ WAIVER-FILE
                        INVALID KEY
                            PERFORM OFFER-NEW-WAIVER
                        NOT INVALID KEY
                            PERFORM SHOW-CURRENT-WAIVER
                            MOVE "N" TO WS-WAIVER-DONE-SW
                            PERFORM WAIVER-DIALOG
                                UNTIL WS-WAIVER-DONE
                    END-READ
                END-IF
            END-IF
            END-IF.

      *        Shows the field menu and takes the field number and
      *        platform tag that complete the key.
       ASK-FIELD-AND-PLATFORM.
            MOVE "N" TO WS-KEY-OK-SW
            PERFORM SHOW-ONE-FIELD-CHOICE
                VARYING WS-FLD-NUM FROM 1 BY 1
                UNTIL WS-FLD-NUM > 14
            DISPLAY "Field number 1-14: " WITH NO ADVANCING
            MOVE SPACES TO WS-MNT-FIELD-REPLY
            ACCEPT WS-MNT-FIELD-REPLY
            IF WS-MNT-FIELD-REPLY(2:1) = SPACE
                MOVE WS-MNT-FIELD-REPLY(1:1) TO WS-MNT-FIELD-REPLY(2:1)
                MOVE "0" TO WS-MNT-FIELD-REPLY(1:1)
            END-IF
            IF WS-MNT-FIELD-REPLY IS NOT NUMERIC
                DISPLAY "Field number must be 1-14"
            ELSE
                MOVE WS-MNT-FIELD-REPLY TO WS-FLD-NUM
                IF WS-FLD-NUM < 1 OR WS-FLD-NUM > 14
                    DISPLAY "Field number must be 1-14"
                ELSE
                    DISPLAY "Platform tag L or B: " WITH NO ADVANCING
                    MOVE SPACES TO WS-MNT-PLATFORM
                    ACCEPT WS-MNT-PLATFORM
                    MOVE FUNCTION UPPER-CASE(WS-MNT-PLATFORM)
                        TO WS-MNT-PLATFORM
                    IF WS-MNT-PLATFORM = "L" OR WS-MNT-PLATFORM = "B"
                        SET WS-KEY-OK TO TRUE
                    ELSE
                        DISPLAY "Platform tag must be L or B"
                    END-IF
                END-IF
            END-IF.

      *        Body of ASK-FIELD-AND-PLATFORM's menu loop.
       SHOW-ONE-FIELD-CHOICE.
            MOVE WS-FLD-NUM TO WS-FLD-EDITED
            DISPLAY "  " WS-FLD-EDITED "  " WS-FLD-NAME(WS-FLD-NUM).

       OFFER-NEW-WAIVER.
            DISPLAY "No waiver for " WS-MNT-ID " "
                WS-FLD-NAME(WS-FLD-NUM) " " WS-MNT-PLATFORM
            DISPLAY "A=raise X=back: " WITH NO ADVANCING
            MOVE SPACES TO WS-COMMAND
            ACCEPT WS-COMMAND
            EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
                WHEN "A"
                    MOVE SPACES TO WV-WVR-REC
                    MOVE WS-MNT-ID TO WV-WVR-CASE-ID
                    MOVE WS-FLD-NAME(WS-FLD-NUM) TO WV-WVR-FIELD-NAME
                    MOVE WS-MNT-PLATFORM TO WV-WVR-PLATFORM
                    PERFORM TAKE-WAIVER-ENTRIES
                    IF WS-ENTRY-OK
                        PERFORM WRITE-NEW-WAIVER
                    END-IF
                WHEN "X"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "Unknown command: " WS-COMMAND
            END-EVALUATE.

      *        One round of the waiver dialog - takes a maintenance
      *        command for the waiver on screen and acts on it.
       WAIVER-DIALOG.
            DISPLAY "R=revoke A=raise again X=back: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-COMMAND
            ACCEPT WS-COMMAND
            EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
                WHEN "R"
                    PERFORM REVOKE-CURRENT-WAIVER
                WHEN "A"
                    PERFORM RERAISE-CURRENT-WAIVER
                WHEN "X"
                    SET WS-WAIVER-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "Unknown command: " WS-COMMAND
            END-EVALUATE.

      *        Shows the waiver in the file buffer.
       SHOW-CURRENT-WAIVER.
            DISPLAY "TEST CASE=" WV-WVR-CASE-ID
                " FIELD=" WV-WVR-FIELD-NAME
                " PLATFORM=" WV-WVR-PLATFORM
            DISPLAY "  ACCEPTED=" WV-WVR-ACCEPTED-HEX
                " STATUS=" WV-WVR-STATUS
            DISPLAY "  APPROVER=" WV-WVR-APPROVER
                " RAISED=" WV-WVR-RAISED-DATE
                " EXPIRES=" WV-WVR-EXPIRY-DATE
            IF WV-WVR-REVOKED
                DISPLAY "  REVOKED ON " WV-WVR-REVOKED-DATE
                    " - THE DIFFERENCE FAILS AGAIN"
            ELSE
                IF WV-WVR-EXPIRY-DATE < WS-TODAY
                    DISPLAY "  EXPIRED - THE DIFFERENCE FAILS AGAIN"
                END-IF
            END-IF
            IF WV-WVR-LAST-MATCHED = SPACES
                DISPLAY "  NEVER MATCHED BY A RUN"
            ELSE
                DISPLAY "  LAST MATCHED " WV-WVR-LAST-MATCHED
            END-IF
            DISPLAY "  " WV-WVR-REASON.

      *        Takes the accepted bytes, reason, approver and expiry
      *        into the record in the file buffer. Nothing is moved
      *        in unless every entry is good.
       TAKE-WAIVER-ENTRIES.
            MOVE "Y" TO WS-ENTRY-OK-SW
            MOVE WS-FLD-BYTES(WS-FLD-NUM) TO WS-FLD-EDITED
            DISPLAY "Accepted hex (" WS-FLD-EDITED " bytes): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-HEX
            ACCEPT WS-NEW-HEX
            MOVE FUNCTION UPPER-CASE(WS-NEW-HEX) TO WS-NEW-HEX
            PERFORM CHECK-NEW-HEX
            IF WS-ENTRY-OK
                DISPLAY "Reason: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-REASON
                ACCEPT WS-NEW-REASON
                DISPLAY "Approved by: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-APPROVER
                ACCEPT WS-NEW-APPROVER
                IF WS-NEW-REASON = SPACES OR WS-NEW-APPROVER = SPACES
                    MOVE "N" TO WS-ENTRY-OK-SW
                    DISPLAY "A reason and an approver are required"
                        " - nothing changed"
                END-IF
            END-IF
            IF WS-ENTRY-OK
                DISPLAY "Expires yyyymmdd: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-EXPIRY
                ACCEPT WS-NEW-EXPIRY
                PERFORM CHECK-NEW-EXPIRY
            END-IF
            IF WS-ENTRY-OK
                MOVE WS-NEW-HEX TO WV-WVR-ACCEPTED-HEX
                MOVE WS-NEW-REASON TO WV-WVR-REASON
                MOVE WS-NEW-APPROVER TO WV-WVR-APPROVER
                MOVE WS-NEW-EXPIRY TO WV-WVR-EXPIRY-DATE
                MOVE WS-TODAY TO WV-WVR-RAISED-DATE
                MOVE SPACES TO WV-WVR-REVOKED-DATE
                MOVE SPACES TO WV-WVR-LAST-MATCHED
                SET WV-WVR-ACTIVE TO TRUE
            END-IF.

      *        The accepted hex must be hex digits only and exactly
      *        two per byte of the field, or it could never match.
       CHECK-NEW-HEX.
            MOVE ZERO TO WS-HEX-LEN
            INSPECT WS-NEW-HEX TALLYING WS-HEX-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-HEX-LEN NOT = WS-FLD-BYTES(WS-FLD-NUM) * 2
                MOVE "N" TO WS-ENTRY-OK-SW
            ELSE
                PERFORM CHECK-ONE-HEX-DIGIT
                    VARYING WS-HEX-IDX FROM 1 BY 1
                    UNTIL WS-HEX-IDX > WS-HEX-LEN
            END-IF
            IF NOT WS-ENTRY-OK
                DISPLAY "Accepted hex must be "
                    WS-FLD-EDITED " bytes of hex: "
                    WS-NEW-HEX " - nothing changed"
            END-IF.

      *        Body of CHECK-NEW-HEX's loop.
       CHECK-ONE-HEX-DIGIT.
            MOVE WS-NEW-HEX(WS-HEX-IDX:1) TO WS-HEX-CHAR
            IF WS-HEX-CHAR IS NOT NUMERIC
                AND (WS-HEX-CHAR < "A" OR WS-HEX-CHAR > "F")
                MOVE "N" TO WS-ENTRY-OK-SW
            END-IF.

      *        Expiry must be eight digits, yyyymmdd, with a
      *        plausible month and day, and not already past.
       CHECK-NEW-EXPIRY.
            IF WS-NEW-EXPIRY IS NOT NUMERIC
                MOVE "N" TO WS-ENTRY-OK-SW
            ELSE
                IF WS-NEW-EXPIRY(5:2) < "01"
                    OR WS-NEW-EXPIRY(5:2) > "12"
                    OR WS-NEW-EXPIRY(7:2) < "01"
                    OR WS-NEW-EXPIRY(7:2) > "31"
                    OR WS-NEW-EXPIRY < WS-TODAY
                    MOVE "N" TO WS-ENTRY-OK-SW
                END-IF
            END-IF
            IF NOT WS-ENTRY-OK
                DISPLAY "Expiry must be yyyymmdd, today or later: "
                    WS-NEW-EXPIRY " - nothing changed"
            END-IF.

       WRITE-NEW-WAIVER.
            WRITE WV-WVR-REC
                INVALID KEY
                    DISPLAY "Unable to raise waiver for "
                        WV-WVR-CASE-ID ", status=" WS-WAIVER-STATUS
                NOT INVALID KEY
                    MOVE "RAISED" TO WS-LOG-ACTION
                    PERFORM LOG-ONE-UPDATE
                    DISPLAY "Waiver raised"
                    PERFORM SHOW-CURRENT-WAIVER
            END-WRITE.

       REVOKE-CURRENT-WAIVER.
            IF WV-WVR-REVOKED
                DISPLAY "Already revoked on " WV-WVR-REVOKED-DATE
            ELSE
                DISPLAY "Revoke - the difference fails again from the"
                    " next run. Y to confirm: " WITH NO ADVANCING
                MOVE SPACES TO WS-CONFIRM
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    SET WV-WVR-REVOKED TO TRUE
                    MOVE WS-TODAY TO WV-WVR-REVOKED-DATE
                    MOVE "REVOKED" TO WS-LOG-ACTION
                    PERFORM REWRITE-CURRENT-WAIVER
                ELSE
                    DISPLAY "Not revoked"
                END-IF
            END-IF.

      *        An active, unexpired waiver must be revoked first, so
      *        what was accepted before is logged as having stopped.
       RERAISE-CURRENT-WAIVER.
            IF WV-WVR-ACTIVE AND WV-WVR-EXPIRY-DATE NOT < WS-TODAY
                DISPLAY "Waiver is in force - revoke it first"
            ELSE
                PERFORM TAKE-WAIVER-ENTRIES
                IF WS-ENTRY-OK
                    MOVE "RERAISED" TO WS-LOG-ACTION
                    PERFORM REWRITE-CURRENT-WAIVER
                END-IF
            END-IF.

       REWRITE-CURRENT-WAIVER.
            REWRITE WV-WVR-REC
                INVALID KEY
                    DISPLAY "Unable to update waiver for "
                        WV-WVR-CASE-ID ", status=" WS-WAIVER-STATUS
                NOT INVALID KEY
                    PERFORM LOG-ONE-UPDATE
                    DISPLAY "Waiver updated"
                    PERFORM SHOW-CURRENT-WAIVER
            END-REWRITE.

      *        One log line per update: when, what was done and the
      *        waiver as it now stands.
       LOG-ONE-UPDATE.
            ADD 1 TO WS-CHANGE-COUNT
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
            MOVE SPACES TO LOG-REC
            STRING WS-NOW-TIMESTAMP " " WS-LOG-ACTION " "
                WV-WVR-REC
                DELIMITED BY SIZE INTO LOG-REC
                ON OVERFLOW
                    DISPLAY "Log line too long for LOG-REC - "
                        "truncated"
            END-STRING
            WRITE LOG-REC.

      *        Lists every waiver on the register in key order, one
      *        line each.
       LIST-ALL-WAIVERS.
            MOVE ZERO TO WS-LIST-COUNT
            MOVE "N" TO WS-LIST-EOF-SW
            MOVE LOW-VALUES TO WV-WVR-KEY
            START WAIVER-FILE KEY IS NOT LESS THAN WV-WVR-KEY
                INVALID KEY
                    SET WS-LIST-EOF TO TRUE
            END-START
            PERFORM LIST-ONE-WAIVER UNTIL WS-LIST-EOF
            MOVE WS-LIST-COUNT TO WS-COUNT-EDITED
            DISPLAY WS-COUNT-EDITED " waivers on the register".

      *        Body of LIST-ALL-WAIVERS's loop.
       LIST-ONE-WAIVER.
            READ WAIVER-FILE NEXT RECORD
                AT END SET WS-LIST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY WV-WVR-CASE-ID " " WV-WVR-FIELD-NAME " "
                        WV-WVR-PLATFORM " " WV-WVR-STATUS " "
                        WV-WVR-EXPIRY-DATE " " WV-WVR-ACCEPTED-HEX
            END-READ.

       COPY TCDESCP.

       END PROGRAM YOUR-PROGRAM-NAME.
