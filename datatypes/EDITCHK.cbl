      *              03 non-digit in a numeric field,
      *              04 sign byte not "+" or "-",
      *              05 record type code not "01" or "02",
      *              06 data past the end of the type's layout,
      *              07 test case id not on the test case master
      *                 (testcase.dat) or retired there.
      * Modified:    datain.dat is now multi-format - the two-byte
      *              record type code picks the layout ("01" DATAINR,
      *              "02" DATAIN2R) and each type gets its own set of
      *              which REPAIR cannot apply to a single record)
      *              and then the resubmission file is emptied, so a
      *              repaired vector joins exactly one batch.
      * Modified:    Every test case id must now be registered on the
      *              test case master, testcase.dat (TCMASTR
      *              copybook, maintained with TCMAINT), and still be
      *              active there - an unknown or retired id is
      *              rejected with reason 07. Without a master file
      *              no id is registered, so every vector fails the
      *              check until the cases are added.
      * Modified:    Hands its counts - vectors read and validated -
      *              back to run_batch.sh in step.counts (STEPCNT /
      *              STEPCNTP) for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT RESUBMIT ASSIGN TO "datain.resubmit"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAIN.
       01  REJECT-REC                   PIC X(132).
       FD  RESUBMIT.
       01  RESUB-REC                    PIC X(63).
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-RESUBMIT-STATUS           PIC X(2).
       01  WS-RESUBMIT-EOF-SW           PIC X VALUE "N".
       01  WS-SEEN-FULL-SW              PIC X VALUE "N".
           88  WS-SEEN-FULL                 VALUE "Y".

      *        Test case master lookup - see CHECK-MASTER-ID.
       01  WS-MASTER-STATUS             PIC X(2).
       01  WS-MASTER-ABSENT-SW          PIC X VALUE "N".
           88  WS-MASTER-ABSENT             VALUE "Y".
       01  WS-MASTER-OK-SW              PIC X.
           88  WS-MASTER-OK                 VALUE "Y".

       01  WS-READ-COUNT                PIC 9(6) VALUE 0.
       01  WS-VALID-COUNT               PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(6) VALUE 0.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-TEST-CASE-MASTER

            PERFORM READ-AND-EDIT-VECTOR UNTIL WS-DATAIN-EOF

            CLOSE DATAIN
            CLOSE VALIDATED
            CLOSE REJECTS
            IF NOT WS-MASTER-ABSENT
                CLOSE TEST-CASE-MASTER
            END-IF
            MOVE WS-READ-COUNT TO WS-STEP-RECORDS-READ
            MOVE WS-VALID-COUNT TO WS-STEP-RECORDS-WRITTEN
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        A missing master means no case has been registered
      *        yet - every id fails reason 07, which is the truth,
      *        rather than the check being quietly skipped.
       OPEN-TEST-CASE-MASTER.
            OPEN INPUT TEST-CASE-MASTER
            IF WS-MASTER-STATUS = "35"
                SET WS-MASTER-ABSENT TO TRUE
                DISPLAY "EDITCHK warning: testcase.dat not found - "
                    "no test case ids are registered"
            ELSE
                IF WS-MASTER-STATUS NOT = "00"
                    DISPLAY "Unable to open testcase.dat, status="
                        WS-MASTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *        Runs the vectors REPAIR filed in datain.resubmit
      *        through the same edits as the raw batch - they join
      *        this batch's duplicate check too - then empties the
                PERFORM FAIL-BLANK-ID
            END-IF
            PERFORM CHECK-DUPLICATE-ID
            PERFORM CHECK-MASTER-ID

            IF ED-REC-TYPE = "01"
                PERFORM VALIDATE-TYPE-01-FIELDS
                SET WS-DUP-FOUND TO TRUE
            END-IF.

      *        Rejects the vector with reason 07 when its id is not
      *        on the test case master or has been retired there.
       CHECK-MASTER-ID.
            IF WS-VECTOR-OK
                MOVE "N" TO WS-MASTER-OK-SW
                IF NOT WS-MASTER-ABSENT
                    MOVE ED-TEST-CASE-ID TO TM-TCM-CASE-ID
                    READ TEST-CASE-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF TM-TCM-ACTIVE
                                SET WS-MASTER-OK TO TRUE
                            END-IF
                    END-READ
                END-IF
                IF NOT WS-MASTER-OK
                    MOVE "N" TO WS-VECTOR-OK-SW
                    MOVE "07" TO WS-REJECT-REASON
                    MOVE "IN-TEST-CASE-ID" TO WS-REJECT-FIELD
                    MOVE 3 TO WS-REJECT-START
                    MOVE 12 TO WS-REJECT-END
                END-IF
            END-IF.

       REMEMBER-TEST-CASE-ID.
            IF WS-SEEN-COUNT < 500
                ADD 1 TO WS-SEEN-COUNT
                INTO REJECT-REC
            WRITE REJECT-REC.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
