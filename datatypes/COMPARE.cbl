      *              case lost on this side surfaces in compare.rpt
      *              instead of silently dropping out of the
      *              reconciliation.
      * Modified:    A field that DIFFERs is checked against the
      *              waiver register (waiver.dat, shared WAIVER /
      *              WAIVERP check) - first for the local side's
      *              platform tag and bytes, then the remote side's -
      *              and reported WAIVED when an active, unexpired
      *              waiver accepts exactly those bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT COMPARE-FILE ASSIGN TO "compare.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "waiver.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-WVR-KEY
               FILE STATUS IS WS-WAIVER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCAL-HIST.
       COPY OUTREC2 REPLACING ==:PFX:== BY ==RMT==.
       FD  COMPARE-FILE.
       01  COMPARE-REC                  PIC X(132).
       FD  WAIVER-FILE.
       COPY WAIVERR REPLACING ==:PFX:== BY ==WV==.
       WORKING-STORAGE SECTION.
       01  WS-LOCAL-STATUS              PIC X(2).
       01  WS-REMOTE-STATUS             PIC X(2).
       01  WS-MATCH-COUNT               PIC 9(6) VALUE 0.
       01  WS-REVERSED-COUNT            PIC 9(6) VALUE 0.
       01  WS-DIFFER-COUNT              PIC 9(6) VALUE 0.
       01  WS-WAIVED-COUNT              PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(6) VALUE 0.
       01  WS-NO-LOCAL-COUNT            PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

       COPY HEXDUMP.

      *        Known-difference waiver check - see WAIVERP.
       COPY WAIVER.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
                DELIMITED BY SIZE INTO COMPARE-REC
            WRITE COMPARE-REC

            PERFORM OPEN-WAIVER-REGISTER
            PERFORM READ-LOCAL-RECORD
            PERFORM PROCESS-LOCAL-GROUP UNTIL WS-LOCAL-EOF
            PERFORM CLOSE-WAIVER-REGISTER

            PERFORM SWEEP-REMOTE-ONLY-CASES

      *        bytes as MATCH, REVERSED (same bytes in the opposite
      *        order) or DIFFER, and writes the report line - with
      *        both sides' hex whenever the bytes are not identical.
      *        A DIFFER that a waiver accepts is reported WAIVED.
       COMPARE-ONE-FIELD.
            IF WS-CMP-A(1:WS-CMP-LEN) = WS-CMP-B(1:WS-CMP-LEN)
                MOVE "MATCH" TO WS-CMP-RESULT
                ADD 1 TO WS-MATCH-COUNT
            ELSE
                MOVE WS-CMP-A TO WS-HEXDUMP-SRC
                MOVE WS-CMP-LEN TO WS-HEXDUMP-LEN
                PERFORM HEX-DUMP-FIELD
                MOVE WS-HEXDUMP-OUT(1:16) TO WS-CMP-A-HEX
                MOVE WS-CMP-B TO WS-HEXDUMP-SRC
                PERFORM HEX-DUMP-FIELD
                MOVE WS-HEXDUMP-OUT(1:16) TO WS-CMP-B-HEX
                MOVE "REVERSED" TO WS-CMP-RESULT
                PERFORM CHECK-ONE-REVERSED-BYTE
                    VARYING WS-CMP-IDX FROM 1 BY 1
                IF WS-CMP-RESULT = "REVERSED"
                    ADD 1 TO WS-REVERSED-COUNT
                ELSE
                    PERFORM CHECK-DIFFER-WAIVER
                    IF WS-WAIVER-APPLIES
                        MOVE "WAIVED" TO WS-CMP-RESULT
                        ADD 1 TO WS-WAIVED-COUNT
                    ELSE
                        ADD 1 TO WS-DIFFER-COUNT
                    END-IF
                END-IF
            END-IF

                STRING "  " WS-CMP-NAME "  RESULT=" WS-CMP-RESULT
                    DELIMITED BY SIZE INTO COMPARE-REC
            ELSE
                STRING "  " WS-CMP-NAME "  RESULT=" WS-CMP-RESULT
                    "  LOCAL=" DELIMITED BY SIZE
                    WS-CMP-A-HEX(1:WS-CMP-LEN * 2) DELIMITED BY SIZE
                MOVE "DIFFER" TO WS-CMP-RESULT
            END-IF.

      *        A waiver is raised against one platform's bytes, so
      *        the local side is tried with its own tag and bytes,
      *        then the remote side with its own.
       CHECK-DIFFER-WAIVER.
            MOVE WS-CURRENT-CASE TO WS-WAIVER-CASE-ID
            MOVE WS-CMP-NAME TO WS-WAIVER-FIELD
            MOVE LCL-REC-PLATFORM-TAG TO WS-WAIVER-PLATFORM
            MOVE WS-CMP-A-HEX(1:WS-CMP-LEN * 2) TO WS-WAIVER-HEX
            PERFORM CHECK-FOR-WAIVER
            IF NOT WS-WAIVER-APPLIES
                MOVE RML-REC-PLATFORM-TAG TO WS-WAIVER-PLATFORM
                MOVE WS-CMP-B-HEX(1:WS-CMP-LEN * 2) TO WS-WAIVER-HEX
                PERFORM CHECK-FOR-WAIVER
            END-IF.

      *        Walks the whole remote file reporting any test case
      *        the local walk never visited - a case lost on this
      *        side must show up in the report, not drop out of it.
            STRING "FIELDS DIFFERING:     " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO COMPARE-REC
            WRITE COMPARE-REC
            MOVE WS-WAIVED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO COMPARE-REC
            STRING "FIELDS WAIVED:        " WS-COUNT-EDITED
                DELIMITED BY SIZE INTO COMPARE-REC
            WRITE COMPARE-REC
            MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDITED
            MOVE SPACES TO COMPARE-REC
            STRING "CASES WITHOUT REMOTE: " WS-COUNT-EDITED

       COPY HEXDUMPP.

       COPY WAIVERP.

       END PROGRAM YOUR-PROGRAM-NAME.
