      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Maintain testcase.dat, the test case master. A
      *              test case id used to be whatever someone typed
      *              into datain.dat - nobody could say what TC0002
      *              was for, who wrote it or whether it was still
      *              wanted, and a mistyped id quietly started a new
      *              history of its own. Every id now has to be
      *              registered here before EDITCHK will accept a
      *              vector under it.
      * Platform:    OpenCobolIDE
      * Notes:       Console dialog in the style of INQUIRE and
      *              REPAIR; run from the terminal, not in the batch.
      *              Type a test case id at the prompt (L lists the
      *              whole master). An id not on the master can be
      *              added; an existing one is shown and can be
      *              paged with one-letter commands:
      *                  C  change description, owner, category
      *                     or date authored
      *                  R  retire - EDITCHK rejects the id from
      *                     the next batch on (reason 07)
      *                  U  reinstate a retired case
      *                  X  back to the test case id prompt
      *              Cases are never deleted - the history filed
      *              under a retired id still wants its description.
      *              Every add, change, retire and reinstate is
      *              appended to tcmaint.log with when it was done.
      *              The master (TCMASTR copybook) is created empty
      *              the first time this is run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-LOG ASSIGN TO "tcmaint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  MAINT-LOG.
       01  LOG-REC                      PIC X(138).
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(2).
       01  WS-LOG-STATUS                PIC X(2).
       01  WS-EXIT-SW                   PIC X VALUE "N".
           88  WS-EXIT-WANTED               VALUE "Y".
       01  WS-CASE-DONE-SW              PIC X.
           88  WS-CASE-DONE                 VALUE "Y".
       01  WS-LIST-EOF-SW               PIC X.
           88  WS-LIST-EOF                  VALUE "Y".

       01  WS-MNT-ID                    PIC X(10).
       01  WS-COMMAND                   PIC X(1).
       01  WS-CONFIRM                   PIC X(1).

      *        Replies to the field prompts. On a change a blank
      *        reply keeps the field as it was.
       01  WS-NEW-DESCRIPTION           PIC X(50).
       01  WS-NEW-OWNER                 PIC X(20).
       01  WS-NEW-CATEGORY              PIC X(10).
       01  WS-NEW-AUTHORED              PIC X(8).
       01  WS-DATE-OK-SW                PIC X.
           88  WS-DATE-OK                   VALUE "Y".

       01  WS-NOW-TIMESTAMP             PIC X(14).
       01  WS-LOG-ACTION                PIC X(9).
       01  WS-LIST-COUNT                PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM OPEN-MASTER-FILE
            OPEN EXTEND MAINT-LOG
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT MAINT-LOG
            END-IF
            IF WS-LOG-STATUS NOT = "00"
                DISPLAY "Unable to open tcmaint.log, status="
                    WS-LOG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM MAINT-DIALOG UNTIL WS-EXIT-WANTED
            CLOSE TEST-CASE-MASTER
            CLOSE MAINT-LOG
            MOVE WS-CHANGE-COUNT TO WS-COUNT-EDITED
            DISPLAY "TCMAINT applied " WS-COUNT-EDITED
                " master updates"
            STOP RUN.

      *        Opens the master for update, creating it empty the
      *        first time - there is nothing to maintain before the
      *        first case is added.
       OPEN-MASTER-FILE.
            OPEN I-O TEST-CASE-MASTER
            IF WS-MASTER-STATUS = "35"
                OPEN OUTPUT TEST-CASE-MASTER
                CLOSE TEST-CASE-MASTER
                OPEN I-O TEST-CASE-MASTER
            END-IF
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "Unable to open testcase.dat, status="
                    WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *        One round of the outer dialog - asks for a test case
      *        id and hands over to the add prompt or the case
      *        dialog, depending on whether the master has it.
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
                PERFORM LIST-ALL-CASES
            ELSE
                MOVE WS-MNT-ID TO TM-TCM-CASE-ID
                READ TEST-CASE-MASTER
                    INVALID KEY
                        PERFORM OFFER-NEW-CASE
                    NOT INVALID KEY
                        PERFORM SHOW-CURRENT-CASE
                        MOVE "N" TO WS-CASE-DONE-SW
                        PERFORM CASE-DIALOG UNTIL WS-CASE-DONE
                END-READ
            END-IF
            END-IF.

       OFFER-NEW-CASE.
            DISPLAY "No master record for " WS-MNT-ID
            DISPLAY "A=add X=back: " WITH NO ADVANCING
            MOVE SPACES TO WS-COMMAND
            ACCEPT WS-COMMAND
            EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
                WHEN "A"
                    PERFORM ADD-NEW-CASE
                WHEN "X"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "Unknown command: " WS-COMMAND
            END-EVALUATE.

      *        One round of the case dialog - takes a maintenance
      *        command for the case on screen and acts on it.
       CASE-DIALOG.
            DISPLAY "C=change R=retire U=reinstate X=back: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-COMMAND
            ACCEPT WS-COMMAND
            EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
                WHEN "C"
                    PERFORM CHANGE-CURRENT-CASE
                WHEN "R"
                    PERFORM RETIRE-CURRENT-CASE
                WHEN "U"
                    PERFORM REINSTATE-CURRENT-CASE
                WHEN "X"
                    SET WS-CASE-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "Unknown command: " WS-COMMAND
            END-EVALUATE.

      *        Shows the master record in the file buffer.
       SHOW-CURRENT-CASE.
            DISPLAY "TEST CASE=" TM-TCM-CASE-ID
                " CATEGORY=" TM-TCM-CATEGORY
                " OWNER=" TM-TCM-OWNER
            DISPLAY "  AUTHORED=" TM-TCM-AUTHORED
                " STATUS=" TM-TCM-STATUS
            IF TM-TCM-RETIRED
                DISPLAY "  RETIRED ON " TM-TCM-RETIRED-DATE
                    " - EDITCHK REJECTS THIS ID"
            END-IF
            DISPLAY "  " TM-TCM-DESCRIPTION.

      *        Takes the new case's fields and writes it active. A
      *        description is required - it is the whole point of
      *        registering the case.
       ADD-NEW-CASE.
            MOVE SPACES TO TM-TCM-REC
            MOVE WS-MNT-ID TO TM-TCM-CASE-ID
            DISPLAY "Description: " WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-DESCRIPTION
            ACCEPT WS-NEW-DESCRIPTION
            IF WS-NEW-DESCRIPTION = SPACES
                DISPLAY "A description is required - case not added"
            ELSE
                DISPLAY "Owner: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-OWNER
                ACCEPT WS-NEW-OWNER
                DISPLAY "Category: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-CATEGORY
                ACCEPT WS-NEW-CATEGORY
                DISPLAY "Date authored yyyymmdd (blank=today): "
                    WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-AUTHORED
                ACCEPT WS-NEW-AUTHORED
                IF WS-NEW-AUTHORED = SPACES
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO WS-NEW-AUTHORED
                END-IF
                PERFORM CHECK-NEW-AUTHORED
                IF WS-DATE-OK
                    MOVE WS-NEW-DESCRIPTION TO TM-TCM-DESCRIPTION
                    MOVE WS-NEW-OWNER TO TM-TCM-OWNER
                    MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY)
                        TO TM-TCM-CATEGORY
                    MOVE WS-NEW-AUTHORED TO TM-TCM-AUTHORED
                    SET TM-TCM-ACTIVE TO TRUE
                    WRITE TM-TCM-REC
                        INVALID KEY
                            DISPLAY "Unable to add " TM-TCM-CASE-ID
                                ", status=" WS-MASTER-STATUS
                        NOT INVALID KEY
                            MOVE "ADDED" TO WS-LOG-ACTION
                            PERFORM LOG-ONE-UPDATE
                            DISPLAY "Case added"
                            PERFORM SHOW-CURRENT-CASE
                    END-WRITE
                END-IF
            END-IF.

      *        Prompts for each field with its current value; a
      *        blank reply keeps it. The status is not changed here -
      *        that is what R and U are for.
       CHANGE-CURRENT-CASE.
            DISPLAY "Description [" TM-TCM-DESCRIPTION "]: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-DESCRIPTION
            ACCEPT WS-NEW-DESCRIPTION
            DISPLAY "Owner [" TM-TCM-OWNER "]: " WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-OWNER
            ACCEPT WS-NEW-OWNER
            DISPLAY "Category [" TM-TCM-CATEGORY "]: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-CATEGORY
            ACCEPT WS-NEW-CATEGORY
            DISPLAY "Date authored [" TM-TCM-AUTHORED "]: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-AUTHORED
            ACCEPT WS-NEW-AUTHORED
            IF WS-NEW-AUTHORED = SPACES
                MOVE TM-TCM-AUTHORED TO WS-NEW-AUTHORED
            END-IF
            PERFORM CHECK-NEW-AUTHORED
            IF WS-DATE-OK
                IF WS-NEW-DESCRIPTION NOT = SPACES
                    MOVE WS-NEW-DESCRIPTION TO TM-TCM-DESCRIPTION
                END-IF
                IF WS-NEW-OWNER NOT = SPACES
                    MOVE WS-NEW-OWNER TO TM-TCM-OWNER
                END-IF
                IF WS-NEW-CATEGORY NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY)
                        TO TM-TCM-CATEGORY
                END-IF
                MOVE WS-NEW-AUTHORED TO TM-TCM-AUTHORED
                MOVE "CHANGED" TO WS-LOG-ACTION
                PERFORM REWRITE-CURRENT-CASE
            END-IF.

       RETIRE-CURRENT-CASE.
            IF TM-TCM-RETIRED
                DISPLAY "Already retired on " TM-TCM-RETIRED-DATE
            ELSE
                DISPLAY "Retire " TM-TCM-CASE-ID
                    " - EDITCHK will reject it from the next batch."
                    " Y to confirm: " WITH NO ADVANCING
                MOVE SPACES TO WS-CONFIRM
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    SET TM-TCM-RETIRED TO TRUE
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO TM-TCM-RETIRED-DATE
                    MOVE "RETIRED" TO WS-LOG-ACTION
                    PERFORM REWRITE-CURRENT-CASE
                ELSE
                    DISPLAY "Not retired"
                END-IF
            END-IF.

       REINSTATE-CURRENT-CASE.
            IF TM-TCM-ACTIVE
                DISPLAY "Case is active - nothing to reinstate"
            ELSE
                SET TM-TCM-ACTIVE TO TRUE
                MOVE SPACES TO TM-TCM-RETIRED-DATE
                MOVE "REINSTATE" TO WS-LOG-ACTION
                PERFORM REWRITE-CURRENT-CASE
            END-IF.

       REWRITE-CURRENT-CASE.
            REWRITE TM-TCM-REC
                INVALID KEY
                    DISPLAY "Unable to update " TM-TCM-CASE-ID
                        ", status=" WS-MASTER-STATUS
                NOT INVALID KEY
                    PERFORM LOG-ONE-UPDATE
                    DISPLAY "Case updated"
                    PERFORM SHOW-CURRENT-CASE
            END-REWRITE.

      *        Date authored must be eight digits, yyyymmdd, with a
      *        plausible month and day.
       CHECK-NEW-AUTHORED.
            MOVE "Y" TO WS-DATE-OK-SW
            IF WS-NEW-AUTHORED IS NOT NUMERIC
                MOVE "N" TO WS-DATE-OK-SW
            ELSE
                IF WS-NEW-AUTHORED(5:2) < "01"
                    OR WS-NEW-AUTHORED(5:2) > "12"
                    OR WS-NEW-AUTHORED(7:2) < "01"
                    OR WS-NEW-AUTHORED(7:2) > "31"
                    MOVE "N" TO WS-DATE-OK-SW
                END-IF
            END-IF
            IF NOT WS-DATE-OK
                DISPLAY "Date authored must be yyyymmdd: "
                    WS-NEW-AUTHORED " - nothing changed"
            END-IF.

      *        One log line per update: when, what was done and the
      *        record as it now stands.
       LOG-ONE-UPDATE.
            ADD 1 TO WS-CHANGE-COUNT
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
            MOVE SPACES TO LOG-REC
            STRING WS-NOW-TIMESTAMP " " WS-LOG-ACTION " "
                TM-TCM-REC
                DELIMITED BY SIZE INTO LOG-REC
                ON OVERFLOW
                    DISPLAY "Log line too long for LOG-REC - "
                        "truncated"
            END-STRING
            WRITE LOG-REC.

      *        Lists every case on the master in id order, one line
      *        each.
       LIST-ALL-CASES.
            MOVE ZERO TO WS-LIST-COUNT
            MOVE "N" TO WS-LIST-EOF-SW
            MOVE LOW-VALUES TO TM-TCM-CASE-ID
            START TEST-CASE-MASTER KEY IS NOT LESS THAN
                    TM-TCM-CASE-ID
                INVALID KEY
                    SET WS-LIST-EOF TO TRUE
            END-START
            PERFORM LIST-ONE-CASE UNTIL WS-LIST-EOF
            MOVE WS-LIST-COUNT TO WS-COUNT-EDITED
            DISPLAY WS-COUNT-EDITED " cases on the master".

      *        Body of LIST-ALL-CASES's loop.
       LIST-ONE-CASE.
            READ TEST-CASE-MASTER NEXT RECORD
                AT END SET WS-LIST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY TM-TCM-CASE-ID " " TM-TCM-STATUS " "
                        TM-TCM-CATEGORY " " TM-TCM-DESCRIPTION
            END-READ.

       END PROGRAM YOUR-PROGRAM-NAME.
