      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Register the test case ids already in datain.dat
      *              on the test case master, testcase.dat. EDITCHK
      *              rejects any vector whose id is not on the master
      *              (reason 07), so the ids keyed before the master
      *              existed have to be put on it once before the next
      *              batch, or that batch rejects every vector.
      * Platform:    OpenCobolIDE
      * Notes:       Reads datain.dat (both record formats carry the
      *              id in columns 3-12) and adds each id not yet on
      *              the master as an active case, category SEEDED,
      *              owner TCSEED, authored today, with a description
      *              asking for the real one to be filled in with
      *              TCMAINT. An id already on the master - including
      *              a retired one - is left exactly as it is, so the
      *              program can be rerun safely; a blank id is
      *              skipped (EDITCHK rejects it anyway). The master
      *              is created empty if it does not exist yet.
      *              tcseed.rpt lists every id added and the counts.
      *              RETURN-CODE 8 when an id could not be written for
      *              any reason other than already being there, 16
      *              when a file cannot be opened. Run once from the
      *              terminal when the master is introduced;
      *              run_batch.sh will not start without the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAIN ASSIGN TO "datain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAIN-STATUS.
           SELECT TEST-CASE-MASTER ASSIGN TO "testcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TCM-CASE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "tcseed.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAIN.
       COPY DATAINR REPLACING ==:PFX:== BY ==SD==.
       COPY DATAIN2R REPLACING ==:PFX:== BY ==SD==.
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DATAIN-STATUS             PIC X(2).
       01  WS-MASTER-STATUS             PIC X(2).
       01  WS-REPORT-STATUS             PIC X(2).
       01  WS-DATAIN-EOF-SW             PIC X VALUE "N".
           88  WS-DATAIN-EOF                VALUE "Y".
       01  WS-TODAY                     PIC X(8).

       01  WS-VECTOR-COUNT              PIC 9(6) VALUE 0.
       01  WS-BLANK-ID-COUNT            PIC 9(6) VALUE 0.
       01  WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01  WS-KEPT-COUNT                PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            OPEN INPUT DATAIN
            IF WS-DATAIN-STATUS NOT = "00"
                DISPLAY "Unable to open datain.dat, status="
                    WS-DATAIN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open tcseed.rpt, status="
                    WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
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
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

            MOVE SPACES TO REPORT-REC
            STRING "TEST CASE IDS FROM datain.dat REGISTERED ON "
                "testcase.dat"
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC

            PERFORM READ-AND-REGISTER-ID UNTIL WS-DATAIN-EOF

            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-VECTOR-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "VECTORS READ:       " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-ADDED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ADDED TO MASTER:    " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-KEPT-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO REPORT-REC
            STRING "ALREADY ON MASTER:  " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO REPORT-REC
            WRITE REPORT-REC
            IF WS-BLANK-ID-COUNT > 0
                MOVE WS-BLANK-ID-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "BLANK IDS SKIPPED:  " WS-COUNT-EDITED
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            IF WS-FAILED-COUNT > 0
                MOVE WS-FAILED-COUNT TO WS-COUNT-EDITED
                MOVE SPACES TO REPORT-REC
                STRING "NOT REGISTERED:     " WS-COUNT-EDITED
                    "  *** WRITE TO testcase.dat FAILED ***"
                    DELIMITED BY SIZE INTO REPORT-REC
                WRITE REPORT-REC
            END-IF

            DISPLAY "TCSEED added " WS-ADDED-COUNT " test cases"
            CLOSE DATAIN
            CLOSE REPORT-FILE
            CLOSE TEST-CASE-MASTER
            STOP RUN.

      *        Body of MAIN-PROCEDURE's loop - reads one vector and
      *        registers its id, or signals end of file.
       READ-AND-REGISTER-ID.
            READ DATAIN
                AT END SET WS-DATAIN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-VECTOR-COUNT
                    IF SD-TEST-CASE-ID = SPACES
                        ADD 1 TO WS-BLANK-ID-COUNT
                    ELSE
                        PERFORM REGISTER-ONE-ID
                    END-IF
            END-READ.

      *        Status 22 - the id is already on the master, from an
      *        earlier vector or an earlier run - leaves it alone.
      *        Any other failure is reported and counted.
       REGISTER-ONE-ID.
            MOVE SPACES TO TM-TCM-REC
            MOVE SD-TEST-CASE-ID TO TM-TCM-CASE-ID
            SET TM-TCM-ACTIVE TO TRUE
            MOVE "SEEDED" TO TM-TCM-CATEGORY
            MOVE "TCSEED" TO TM-TCM-OWNER
            MOVE WS-TODAY TO TM-TCM-AUTHORED
            MOVE "Registered from datain.dat - describe in TCMAINT"
                TO TM-TCM-DESCRIPTION
            WRITE TM-TCM-REC
                INVALID KEY CONTINUE
            END-WRITE
            EVALUATE WS-MASTER-STATUS
                WHEN "00"
                    ADD 1 TO WS-ADDED-COUNT
                    MOVE SPACES TO REPORT-REC
                    STRING TM-TCM-CASE-ID "  ADDED"
                        DELIMITED BY SIZE INTO REPORT-REC
                    WRITE REPORT-REC
                WHEN "22"
                    ADD 1 TO WS-KEPT-COUNT
                WHEN OTHER
                    ADD 1 TO WS-FAILED-COUNT
                    DISPLAY "Unable to register " TM-TCM-CASE-ID
                        " on testcase.dat, status=" WS-MASTER-STATUS
                    MOVE SPACES TO REPORT-REC
                    STRING TM-TCM-CASE-ID "  NOT REGISTERED, STATUS "
                        WS-MASTER-STATUS
                        DELIMITED BY SIZE INTO REPORT-REC
                    WRITE REPORT-REC
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

       END PROGRAM YOUR-PROGRAM-NAME.
