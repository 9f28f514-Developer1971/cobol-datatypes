      *                  C  correct the bad columns of this one
      *                  X  exit
      *              Each reject is shown with its reason code
      *              (01-07, EDITCHK's codes), the record under the
      *              DATAINR/DATAIN2R column maps and a caret line
      *              under the offending columns. A correction is
      *              re-edited with EDITCHK's field checks; when it
      *              (reason 02) cannot be re-run against a single
      *              record here; EDITCHK applies it again when the
      *              resubmission joins the next batch.
      * Modified:    Knows EDITCHK's reason 07 - a test case id not
      *              on the test case master (testcase.dat) or
      *              retired there. A corrected record's id is looked
      *              up on the master again, so a mistyped id can be
      *              corrected here, and an id added or reinstated
      *              with TCMAINT since the batch can be resubmitted
      *              by "correcting" it to the same id. Every reject
      *              now also shows what its reason code means.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT REPAIR-LOG ASSIGN TO "repair.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECTS.
       01  RESUB-REC                    PIC X(63).
       FD  REPAIR-LOG.
       01  LOG-REC                      PIC X(132).
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       WORKING-STORAGE SECTION.
       01  WS-REJECTS-STATUS            PIC X(2).
       01  WS-RESUBMIT-STATUS           PIC X(2).
       01  WS-CHK-START                 PIC 9(2).
       01  WS-CHK-LEN                   PIC 9(2).

      *        Test case master lookup - see CHECK-MASTER-ID.
       01  WS-MASTER-STATUS             PIC X(2).
       01  WS-MASTER-OK-SW              PIC X.
           88  WS-MASTER-OK                 VALUE "Y".

      *        What the reason code on screen means.
       01  WS-REASON-TEXT               PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
                "  COLS=" WS-REJ-START(WS-CUR)
                "-" WS-REJ-END(WS-CUR)
                "  FIELD=" WS-REJ-FIELD(WS-CUR)
            PERFORM SET-REASON-TEXT
            DISPLAY "  " WS-REASON-TEXT
            IF WS-REJ-FIXED-SW(WS-CUR) = "Y"
                DISPLAY "  (REPAIRED AND RESUBMITTED)"
            END-IF
                UNTIL WS-MARK-IDX > WS-REJ-END(WS-CUR)
            DISPLAY "  " WS-MARKER-LINE.

      *        EDITCHK's reason codes, as listed in its header.
       SET-REASON-TEXT.
            EVALUATE WS-REJ-REASON(WS-CUR)
                WHEN "01"
                    MOVE "BLANK TEST CASE ID" TO WS-REASON-TEXT
                WHEN "02"
                    MOVE "DUPLICATE TEST CASE ID WITHIN THE BATCH"
                        TO WS-REASON-TEXT
                WHEN "03"
                    MOVE "NON-DIGIT IN A NUMERIC FIELD"
                        TO WS-REASON-TEXT
                WHEN "04"
                    MOVE "SIGN BYTE NOT + OR -" TO WS-REASON-TEXT
                WHEN "05"
                    MOVE "RECORD TYPE CODE NOT 01 OR 02"
                        TO WS-REASON-TEXT
                WHEN "06"
                    MOVE "DATA PAST THE END OF THE TYPE'S LAYOUT"
                        TO WS-REASON-TEXT
                WHEN "07"
                    MOVE "TEST CASE ID NOT ON THE MASTER OR RETIRED"
                        TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
            END-EVALUATE.

      *        Body of SHOW-CURRENT-REJECT's loop.
       MARK-ONE-COLUMN.
            MOVE "^" TO WS-MARKER-LINE(WS-MARK-IDX:1).
            WRITE LOG-REC.

      *        EDITCHK's edits, re-run on the corrected record: type
      *        code, blank id, the test case master, then the field
      *        checks of whichever layout the type code picks. The
      *        first failure wins.
      *        Column positions come from the maps in DATAINR /
      *        DATAIN2R; the within-batch duplicate check (reason
      *        02) waits for the next EDITCHK pass.
                MOVE 3 TO WS-EDIT-START
                MOVE 12 TO WS-EDIT-END
            END-IF
            PERFORM CHECK-MASTER-ID

            IF WS-EDIT-REC(1:2) = "01"
                PERFORM EDIT-TYPE-01-FIELDS
                MOVE 63 TO WS-EDIT-END
            END-IF.

      *        Rejects the correction with reason 07 when its id is
      *        not active on the test case master. The master is
      *        opened for each look-up rather than held open, so a
      *        case added with TCMAINT while this dialog is running
      *        is seen straight away.
       CHECK-MASTER-ID.
            IF WS-EDIT-OK
                MOVE "N" TO WS-MASTER-OK-SW
                OPEN INPUT TEST-CASE-MASTER
                IF WS-MASTER-STATUS = "00"
                    MOVE WS-EDIT-REC(3:10) TO TM-TCM-CASE-ID
                    READ TEST-CASE-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF TM-TCM-ACTIVE
                                SET WS-MASTER-OK TO TRUE
                            END-IF
                    END-READ
                    CLOSE TEST-CASE-MASTER
                END-IF
                IF NOT WS-MASTER-OK
                    MOVE "N" TO WS-EDIT-OK-SW
                    MOVE "07" TO WS-EDIT-REASON
                    MOVE "IN-TEST-CASE-ID" TO WS-EDIT-FIELD
                    MOVE 3 TO WS-EDIT-START
                    MOVE 12 TO WS-EDIT-END
                END-IF
            END-IF.

      *        Rejects the correction with reason 03 when the
      *        WS-CHK-LEN bytes at WS-CHK-START are not all digits.
       CHECK-DIGITS-FIELD.
