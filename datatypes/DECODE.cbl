      *              so "show me last night's run" no longer reads
      *              and filters the whole file. In one-run mode the
      *              run-control check judges only the reported run.
      * Modified:    Each record's header line now carries the test
      *              case's description from the test case master,
      *              testcase.dat (TCDESC / TCDESCP look-up shared
      *              with EXCEPTS), so the report says what a case is
      *              for as well as what it encoded to.
      * Modified:    Hands its counts - history records decoded - back
      *              to run_batch.sh in step.counts (STEPCNT / STEPCNTP)
      *              for its END entry in batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
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
       FD  CONTROL-CARD.
       01  CSV-REC                     PIC X(132).
       FD  RUN-CONTROL.
       COPY RUNCTLR REPLACING ==:PFX:== BY ==RC==.
       FD  TEST-CASE-MASTER.
       COPY TCMASTR REPLACING ==:PFX:== BY ==TM==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS            PIC X(2).

      *        Hex dump helper - see HEX-DUMP-FIELD in HEXDUMPP.
       COPY HEXDUMP.

      *        Test case description look-up - see TCDESCP.
       COPY TCDESC.

      *        Common numeric working fields used to turn any COMP-5 /
      *        COMP-3 / COMP field into a printable DISPLAY value
      *        before it can be used in a STRING statement.
       01  WS-FL-USAGE                  PIC X(12).
       01  WS-FL-VALUE                  PIC X(16).

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            END-IF

            PERFORM LOAD-RUN-CONTROL-TABLE
            PERFORM OPEN-TEST-CASE-DESCRIPTIONS

            IF WS-REPORT-ONE-RUN AND NOT WS-OUT-EOF
                PERFORM START-AT-WANTED-RUN
            CLOSE OUT
            CLOSE REPORT-FILE
            CLOSE CSV-FILE
            PERFORM CLOSE-TEST-CASE-DESCRIPTIONS
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Reads the optional decode.ctl card. No card (or a
                        AND OUT-REC-RUN-TIMESTAMP NOT = WS-WANTED-TS
                        SET WS-OUT-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-STEP-RECORDS-READ
                        PERFORM DECODE-ONE-RECORD
                    END-IF
            END-READ.
      *        Writes the record header, then decodes the fields of
      *        whichever layout the record's format code names.
       DECODE-ONE-RECORD.
            MOVE OUT-REC-TEST-CASE-ID TO WS-TCDESC-ID
            PERFORM LOOK-UP-CASE-DESCRIPTION
            MOVE SPACES TO REPORT-REC
            STRING "TEST CASE=" DELIMITED BY SIZE
                OUT-REC-TEST-CASE-ID DELIMITED BY SPACE
                OUT-REC-PLATFORM-TAG DELIMITED BY SIZE
                "  FORMAT=" DELIMITED BY SIZE
                OUT-REC-FORMAT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-TCDESC-TEXT DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC


       COPY HEXDUMPP.

       COPY TCDESCP.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
