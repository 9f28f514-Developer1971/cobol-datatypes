      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Regression cases for the arithmetic rules, the
      *              way MOVES covers the MOVE rules. ADD, SUBTRACT,
      *              MULTIPLY, DIVIDE and COMPUTE with and without
      *              ROUNDED and ON SIZE ERROR, over COMP-3, COMP-5
      *              and COMP-2 operands - the intermediate precision
      *              that changed under us in the last compiler
      *              upgrade - into targets of several PICTUREs and
      *              usages.
      * Platform:    OpenCobolIDE
      * Notes:       The cases come from arith_cases.dat (ARCASER
      *              copybook, which documents the columns). Each
      *              record is validated up front the way MOVES
      *              validates moves_cases.dat, with rejects going to
      *              arith_cases.rejects carrying a reason code and
      *              the offending column range:
      *              01 blank case name,
      *              02 duplicate case name within the file,
      *              03 operation not one ARITH knows,
      *              04 operand not in -000000000.0000 form,
      *              05 operand usage not COMP-3, COMP-5 or COMP-2,
      *              06 target PICTURE / usage not one ARITH declares,
      *              07 rounding not R or T, size error not Y or N,
      *              08 expected kind not V or E, expected value not
      *                 in operand form, or E without ON SIZE ERROR,
      *              09 zero divisor without ON SIZE ERROR (the
      *                 result would be undefined).
      *              Each valid case is run through the real statement
      *              against the real target and operand fields (the
      *              ARCALCP copybook, copied per pair), and PASS/FAIL
      *              goes to arith_regression.rpt and, under the run
      *              timestamp, to the keyed history arith_history.dat
      *              (MOVHISTR layout, as moves_history.dat), which
      *              TREND reports alongside the MOVES history. Runs in
      *              run_batch.sh right after MOVES.
      * Modified:    Hands its counts - cases read and history records
      *              written - back to run_batch.sh in step.counts
      *              (STEPCNT / STEPCNTP) for its END entry in
      *              batch_history.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "arith_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-REJECTS ASSIGN TO "arith_cases.rejects"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-REJECTS-STATUS.
           SELECT REGRESSION-FILE ASSIGN TO "arith_regression.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRESSION-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "arith_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STEP-COUNT-FILE ASSIGN TO "step.counts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY ARCASER REPLACING ==:PFX:== BY ==AC==.
       FD  CASE-REJECTS.
       01  CASE-REJECT-REC              PIC X(200).
       FD  REGRESSION-FILE.
       01  REGRESSION-REC               PIC X(132).
       FD  HISTORY-FILE.
       COPY MOVHISTR REPLACING ==:PFX:== BY ==AH==.
       FD  STEP-COUNT-FILE.
       01  STEP-COUNT-REC               PIC X(18).
       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS               PIC X(2).
       01  WS-CASE-REJECTS-STATUS       PIC X(2).
       01  WS-REGRESSION-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS            PIC X(2).
       01  WS-CASE-EOF-SW               PIC X VALUE "N".
           88  WS-CASE-EOF                  VALUE "Y".

      *        Same run timestamp is stamped on every history record
      *        written during this run - the convention DATATYPES
      *        uses for WS-BATCH-TIMESTAMP.
       01  WS-BATCH-TIMESTAMP           PIC X(14).

      *        Build area for a history record, as in MOVES.
       01  WS-HIST-REC.
       05  WS-HIST-CASE-NAME            PIC X(30).
       05  WS-HIST-RUN-TIMESTAMP        PIC X(14).
       05  FILLER                       PIC X(1) VALUE "*".
       05  WS-HIST-STATUS               PIC X(4).

      *        The operands, once per usage - the usage of what goes
      *        into a statement is what sets the precision the
      *        compiler carries its intermediate results in.
       01  WS-OPA-COMP3                 PIC S9(9)V9(4) COMP-3.
       01  WS-OPB-COMP3                 PIC S9(9)V9(4) COMP-3.
       01  WS-OPC-COMP3                 PIC S9(9)V9(4) COMP-3.
       01  WS-OPA-COMP5                 PIC S9(9)V9(4) COMP-5.
       01  WS-OPB-COMP5                 PIC S9(9)V9(4) COMP-5.
       01  WS-OPC-COMP5                 PIC S9(9)V9(4) COMP-5.
       01  WS-OPA-COMP2                 USAGE COMP-2.
       01  WS-OPB-COMP2                 USAGE COMP-2.
       01  WS-OPC-COMP2                 USAGE COMP-2.

      *        The targets a case can name (see ARCASER).
       01  WS-TGT-S3V2-DISPLAY          PIC S9(3)V99.
       01  WS-TGT-S3V2-COMP3            PIC S9(3)V99 COMP-3.
       01  WS-TGT-S3V2-COMP5            PIC S9(3)V99 COMP-5.
       01  WS-TGT-U3-DISPLAY            PIC 9(3).
       01  WS-TGT-S5-COMP3              PIC S9(5) COMP-3.
       01  WS-TGT-COMP2                 USAGE COMP-2.

      *        The case being run, as ARCALCP sees it.
       01  WS-AR-OPERATION              PIC X(8).
       01  WS-AR-ROUNDING               PIC X(1).
       01  WS-AR-SIZE-CLAUSE            PIC X(1).
       01  WS-AR-SIZE-ERROR-SW          PIC X.
           88  WS-AR-SIZE-ERROR             VALUE "Y".
       01  WS-AR-RESULT                 PIC S9(9)V9(4).

      *        A result in the case file's own form, for comparing
      *        with the expected value and printing.
       01  WS-AR-RESULT-ABS             PIC 9(9)V9(4).
       01  WS-AR-RESULT-ABS-X REDEFINES WS-AR-RESULT-ABS
                                        PIC X(13).
       01  WS-AR-RESULT-TEXT.
       05  WS-ART-SIGN                  PIC X(1).
       05  WS-ART-INTEGER               PIC X(9).
       05  WS-ART-POINT                 PIC X(1) VALUE ".".
       05  WS-ART-DECIMALS              PIC X(4).

      *        An operand or expected value being validated and
      *        converted - see EDIT-NUMBER-TEXT.
       01  WS-NUM-TEXT.
       05  WS-NUM-SIGN                  PIC X(1).
       05  WS-NUM-INTEGER               PIC 9(9).
       05  WS-NUM-POINT                 PIC X(1).
       05  WS-NUM-DECIMALS              PIC 9(4).
       01  WS-NUM-OK-SW                 PIC X.
           88  WS-NUM-OK                    VALUE "Y".
       01  WS-NUM-VALUE                 PIC S9(9)V9(4).

      *        Converted fields of the case record being edited.
       01  WS-EDIT-A                    PIC S9(9)V9(4).
       01  WS-EDIT-B                    PIC S9(9)V9(4).
       01  WS-EDIT-C                    PIC S9(9)V9(4).
       01  WS-EDIT-USAGE                PIC 9(1).
       01  WS-EDIT-TARGET               PIC 9(1).
       01  WS-EDIT-USES-C-SW            PIC X.
           88  WS-EDIT-USES-C               VALUE "Y".

      *        The cases loaded from arith_cases.dat. Usage 1-3 is
      *        COMP-3 / COMP-5 / COMP-2; target 1-6 is the order of
      *        the WS-TGT- fields above.
       01  WS-ARITH-CASE-TABLE.
       05  WS-ARITH-CASE OCCURS 100 TIMES INDEXED BY WS-AC-IDX.
           10  WS-AC-NAME               PIC X(26).
           10  WS-AC-OPERATION          PIC X(8).
           10  WS-AC-A                  PIC S9(9)V9(4).
           10  WS-AC-B                  PIC S9(9)V9(4).
           10  WS-AC-C                  PIC S9(9)V9(4).
           10  WS-AC-USAGE              PIC 9(1).
           10  WS-AC-TARGET             PIC 9(1).
           10  WS-AC-ROUNDING           PIC X(1).
           10  WS-AC-SIZE-CLAUSE        PIC X(1).
           10  WS-AC-EXP-KIND           PIC X(1).
           10  WS-AC-EXPECTED           PIC X(15).
       01  WS-AC-COUNT                  PIC 9(3) VALUE 0.
       01  WS-AC-FULL-SW                PIC X VALUE "N".
           88  WS-AC-FULL                   VALUE "Y".

      *        Edit state for the case record being validated - the
      *        EDITCHK convention: the first failure wins, and the
      *        reject line names the reason, field and column range.
       01  WS-CASE-OK-SW                PIC X.
           88  WS-CASE-OK                   VALUE "Y".
       01  WS-CASE-REJECT-REASON        PIC X(2).
       01  WS-CASE-REJECT-FIELD         PIC X(24).
       01  WS-CASE-REJECT-START         PIC 9(3).
       01  WS-CASE-REJECT-END           PIC 9(3).
       01  WS-CASE-READ-COUNT           PIC 9(6) VALUE 0.
       01  WS-CASE-VALID-COUNT          PIC 9(6) VALUE 0.
       01  WS-CASE-REJECT-COUNT         PIC 9(6) VALUE 0.
       01  WS-CASE-DUP-SW               PIC X.
           88  WS-CASE-DUP-FOUND            VALUE "Y".
       01  WS-CASE-SCAN-IDX             PIC 9(3).

      *        Common PASS/FAIL recording - see RECORD-RESULT.
       01  WS-CHECK-NAME                PIC X(30).
       01  WS-CHECK-ACTUAL              PIC X(15).
       01  WS-CHECK-EXPECTED            PIC X(15).

       01  WS-REGRESSION-RESULTS.
       05  WS-RESULT-ENTRY OCCURS 100 TIMES INDEXED BY WS-RESULT-IDX.
           10  WS-RESULT-NAME           PIC X(30).
           10  WS-RESULT-STATUS         PIC X(4).
           10  WS-RESULT-EXPECTED       PIC X(15).
           10  WS-RESULT-ACTUAL         PIC X(15).
       01  WS-RESULT-COUNT              PIC 9(3) VALUE 0.
       01  WS-RESULT-FAIL-COUNT         PIC 9(3) VALUE 0.

      *        Counts handed back to run_batch.sh - see STEPCNTP.
       COPY STEPCNT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-TIMESTAMP

            PERFORM LOAD-ARITH-CASES
            PERFORM RUN-ONE-ARITH-CASE VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT

            PERFORM WRITE-REGRESSION-REPORT
            PERFORM WRITE-REGRESSION-HISTORY
            MOVE WS-CASE-READ-COUNT TO WS-STEP-RECORDS-READ
            MOVE WS-RESULT-COUNT TO WS-STEP-RECORDS-WRITTEN
            PERFORM WRITE-STEP-COUNTS
            STOP RUN.

      *        Loads the cases from arith_cases.dat, validating each
      *        record up front - a bad case goes to the reject file,
      *        never into the table.
       LOAD-ARITH-CASES.
            OPEN INPUT CASE-FILE
            IF WS-CASE-STATUS NOT = "00"
                DISPLAY "Unable to open arith_cases.dat, status="
                    WS-CASE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT CASE-REJECTS
            IF WS-CASE-REJECTS-STATUS NOT = "00"
                DISPLAY "Unable to open arith_cases.rejects, status="
                    WS-CASE-REJECTS-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-AND-EDIT-CASE UNTIL WS-CASE-EOF
            DISPLAY "ARITH cases read " WS-CASE-READ-COUNT
                " loaded " WS-CASE-VALID-COUNT
                " rejected " WS-CASE-REJECT-COUNT
            CLOSE CASE-FILE
            CLOSE CASE-REJECTS.

      *        Body of LOAD-ARITH-CASES's loop - reads one case
      *        record and routes it to the table or the reject file,
      *        or signals end of file.
       READ-AND-EDIT-CASE.
            READ CASE-FILE
                AT END SET WS-CASE-EOF TO TRUE
                NOT AT END PERFORM EDIT-ONE-CASE
            END-READ.

       EDIT-ONE-CASE.
            ADD 1 TO WS-CASE-READ-COUNT
            PERFORM VALIDATE-CASE-RECORD
            IF WS-CASE-OK
                IF WS-AC-COUNT < 100
                    ADD 1 TO WS-CASE-VALID-COUNT
                    ADD 1 TO WS-AC-COUNT
                    MOVE AC-CASE-NAME  TO WS-AC-NAME(WS-AC-COUNT)
                    MOVE AC-OPERATION  TO WS-AC-OPERATION(WS-AC-COUNT)
                    MOVE WS-EDIT-A     TO WS-AC-A(WS-AC-COUNT)
                    MOVE WS-EDIT-B     TO WS-AC-B(WS-AC-COUNT)
                    MOVE WS-EDIT-C     TO WS-AC-C(WS-AC-COUNT)
                    MOVE WS-EDIT-USAGE TO WS-AC-USAGE(WS-AC-COUNT)
                    MOVE WS-EDIT-TARGET
                        TO WS-AC-TARGET(WS-AC-COUNT)
                    MOVE AC-ROUNDING   TO WS-AC-ROUNDING(WS-AC-COUNT)
                    MOVE AC-SIZE-ERROR
                        TO WS-AC-SIZE-CLAUSE(WS-AC-COUNT)
                    MOVE AC-EXP-KIND   TO WS-AC-EXP-KIND(WS-AC-COUNT)
                    IF AC-EXP-KIND = "E"
                        MOVE "SIZE ERROR" TO WS-AC-EXPECTED(WS-AC-COUNT)
                    ELSE
                        MOVE AC-EXP-VALUE
                            TO WS-AC-EXPECTED(WS-AC-COUNT)
                    END-IF
                ELSE
                    IF NOT WS-AC-FULL
                        SET WS-AC-FULL TO TRUE
                        DISPLAY "ARITH warning: more than 100 cases "
                            "in arith_cases.dat - extras not run"
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-CASE-REJECT-COUNT
                PERFORM WRITE-CASE-REJECT
            END-IF.

      *        Runs the column checks on the case record just read.
      *        The first failure wins, the EDITCHK convention: it
      *        clears WS-CASE-OK and fills the reject fields. Column
      *        positions come from the map in ARCASER.
       VALIDATE-CASE-RECORD.
            MOVE "Y" TO WS-CASE-OK-SW
            MOVE ZERO TO WS-EDIT-A WS-EDIT-B WS-EDIT-C

            IF AC-CASE-NAME = SPACES
                MOVE "01" TO WS-CASE-REJECT-REASON
                MOVE "AC-CASE-NAME" TO WS-CASE-REJECT-FIELD
                MOVE 1 TO WS-CASE-REJECT-START
                MOVE 26 TO WS-CASE-REJECT-END
                MOVE "N" TO WS-CASE-OK-SW
            END-IF

            PERFORM CHECK-DUPLICATE-CASE-NAME

            IF WS-CASE-OK
                MOVE "N" TO WS-EDIT-USES-C-SW
                EVALUATE AC-OPERATION
                    WHEN "ADD"
                    WHEN "SUBTRACT"
                    WHEN "MULTIPLY"
                    WHEN "DIVIDE"
                        CONTINUE
                    WHEN "A*B/C"
                    WHEN "A/B*C"
                    WHEN "(A+B)/C"
                        SET WS-EDIT-USES-C TO TRUE
                    WHEN OTHER
                        MOVE "03" TO WS-CASE-REJECT-REASON
                        MOVE "AC-OPERATION" TO WS-CASE-REJECT-FIELD
                        MOVE 27 TO WS-CASE-REJECT-START
                        MOVE 34 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                END-EVALUATE
            END-IF

            IF WS-CASE-OK
                MOVE AC-OPERAND-A TO WS-NUM-TEXT
                PERFORM EDIT-NUMBER-TEXT
                IF WS-NUM-OK
                    MOVE WS-NUM-VALUE TO WS-EDIT-A
                ELSE
                    MOVE "04" TO WS-CASE-REJECT-REASON
                    MOVE "AC-OPERAND-A" TO WS-CASE-REJECT-FIELD
                    MOVE 35 TO WS-CASE-REJECT-START
                    MOVE 49 TO WS-CASE-REJECT-END
                    MOVE "N" TO WS-CASE-OK-SW
                END-IF
            END-IF

            IF WS-CASE-OK
                MOVE AC-OPERAND-B TO WS-NUM-TEXT
                PERFORM EDIT-NUMBER-TEXT
                IF WS-NUM-OK
                    MOVE WS-NUM-VALUE TO WS-EDIT-B
                ELSE
                    MOVE "04" TO WS-CASE-REJECT-REASON
                    MOVE "AC-OPERAND-B" TO WS-CASE-REJECT-FIELD
                    MOVE 50 TO WS-CASE-REJECT-START
                    MOVE 64 TO WS-CASE-REJECT-END
                    MOVE "N" TO WS-CASE-OK-SW
                END-IF
            END-IF

            IF WS-CASE-OK AND WS-EDIT-USES-C
                MOVE AC-OPERAND-C TO WS-NUM-TEXT
                PERFORM EDIT-NUMBER-TEXT
                IF WS-NUM-OK
                    MOVE WS-NUM-VALUE TO WS-EDIT-C
                ELSE
                    MOVE "04" TO WS-CASE-REJECT-REASON
                    MOVE "AC-OPERAND-C" TO WS-CASE-REJECT-FIELD
                    MOVE 65 TO WS-CASE-REJECT-START
                    MOVE 79 TO WS-CASE-REJECT-END
                    MOVE "N" TO WS-CASE-OK-SW
                END-IF
            END-IF

            IF WS-CASE-OK
                EVALUATE AC-OPERAND-USAGE
                    WHEN "COMP-3"
                        MOVE 1 TO WS-EDIT-USAGE
                    WHEN "COMP-5"
                        MOVE 2 TO WS-EDIT-USAGE
                    WHEN "COMP-2"
                        MOVE 3 TO WS-EDIT-USAGE
                    WHEN OTHER
                        MOVE "05" TO WS-CASE-REJECT-REASON
                        MOVE "AC-OPERAND-USAGE" TO WS-CASE-REJECT-FIELD
                        MOVE 80 TO WS-CASE-REJECT-START
                        MOVE 85 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                END-EVALUATE
            END-IF

            IF WS-CASE-OK
                EVALUATE AC-TGT-PICTURE ALSO AC-TGT-USAGE
                    WHEN "S9(3)V99" ALSO "DISPLAY"
                        MOVE 1 TO WS-EDIT-TARGET
                    WHEN "S9(3)V99" ALSO "COMP-3"
                        MOVE 2 TO WS-EDIT-TARGET
                    WHEN "S9(3)V99" ALSO "COMP-5"
                        MOVE 3 TO WS-EDIT-TARGET
                    WHEN "9(3)" ALSO "DISPLAY"
                        MOVE 4 TO WS-EDIT-TARGET
                    WHEN "S9(5)" ALSO "COMP-3"
                        MOVE 5 TO WS-EDIT-TARGET
                    WHEN SPACES ALSO "COMP-2"
                        MOVE 6 TO WS-EDIT-TARGET
                    WHEN OTHER
                        MOVE "06" TO WS-CASE-REJECT-REASON
                        MOVE "AC-TGT-PICTURE/USAGE"
                            TO WS-CASE-REJECT-FIELD
                        MOVE 86 TO WS-CASE-REJECT-START
                        MOVE 102 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                END-EVALUATE
            END-IF

            IF WS-CASE-OK
                AND AC-ROUNDING NOT = "R" AND AC-ROUNDING NOT = "T"
                MOVE "07" TO WS-CASE-REJECT-REASON
                MOVE "AC-ROUNDING" TO WS-CASE-REJECT-FIELD
                MOVE 103 TO WS-CASE-REJECT-START
                MOVE 103 TO WS-CASE-REJECT-END
                MOVE "N" TO WS-CASE-OK-SW
            END-IF
            IF WS-CASE-OK
                AND AC-SIZE-ERROR NOT = "Y" AND AC-SIZE-ERROR NOT = "N"
                MOVE "07" TO WS-CASE-REJECT-REASON
                MOVE "AC-SIZE-ERROR" TO WS-CASE-REJECT-FIELD
                MOVE 104 TO WS-CASE-REJECT-START
                MOVE 104 TO WS-CASE-REJECT-END
                MOVE "N" TO WS-CASE-OK-SW
            END-IF

            IF WS-CASE-OK
                PERFORM EDIT-EXPECTED-RESULT
            END-IF

            IF WS-CASE-OK AND AC-SIZE-ERROR = "N"
                PERFORM CHECK-ZERO-DIVISOR
            END-IF.

      *        V needs a value in operand form; E is only meaningful
      *        when the statement codes ON SIZE ERROR.
       EDIT-EXPECTED-RESULT.
            EVALUATE AC-EXP-KIND
                WHEN "V"
                    MOVE AC-EXP-VALUE TO WS-NUM-TEXT
                    PERFORM EDIT-NUMBER-TEXT
                    IF NOT WS-NUM-OK
                        MOVE "08" TO WS-CASE-REJECT-REASON
                        MOVE "AC-EXP-VALUE" TO WS-CASE-REJECT-FIELD
                        MOVE 106 TO WS-CASE-REJECT-START
                        MOVE 120 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                    END-IF
                WHEN "E"
                    IF AC-SIZE-ERROR NOT = "Y"
                        MOVE "08" TO WS-CASE-REJECT-REASON
                        MOVE "AC-EXP-KIND" TO WS-CASE-REJECT-FIELD
                        MOVE 104 TO WS-CASE-REJECT-START
                        MOVE 105 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                    END-IF
                WHEN OTHER
                    MOVE "08" TO WS-CASE-REJECT-REASON
                    MOVE "AC-EXP-KIND" TO WS-CASE-REJECT-FIELD
                    MOVE 105 TO WS-CASE-REJECT-START
                    MOVE 105 TO WS-CASE-REJECT-END
                    MOVE "N" TO WS-CASE-OK-SW
            END-EVALUATE.

      *        Without ON SIZE ERROR a division by zero has no
      *        defined result to compare against.
       CHECK-ZERO-DIVISOR.
            EVALUATE AC-OPERATION
                WHEN "DIVIDE"
                WHEN "A/B*C"
                    IF WS-EDIT-B = 0
                        MOVE "09" TO WS-CASE-REJECT-REASON
                        MOVE "AC-OPERAND-B" TO WS-CASE-REJECT-FIELD
                        MOVE 50 TO WS-CASE-REJECT-START
                        MOVE 64 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                    END-IF
                WHEN "A*B/C"
                WHEN "(A+B)/C"
                    IF WS-EDIT-C = 0
                        MOVE "09" TO WS-CASE-REJECT-REASON
                        MOVE "AC-OPERAND-C" TO WS-CASE-REJECT-FIELD
                        MOVE 65 TO WS-CASE-REJECT-START
                        MOVE 79 TO WS-CASE-REJECT-END
                        MOVE "N" TO WS-CASE-OK-SW
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *        Checks WS-NUM-TEXT is sign, nine digits, point, four
      *        digits, and leaves its value in WS-NUM-VALUE.
       EDIT-NUMBER-TEXT.
            MOVE "Y" TO WS-NUM-OK-SW
            MOVE ZERO TO WS-NUM-VALUE
            IF (WS-NUM-SIGN NOT = "+" AND WS-NUM-SIGN NOT = "-")
                OR WS-NUM-TEXT(2:9) IS NOT NUMERIC
                OR WS-NUM-POINT NOT = "."
                OR WS-NUM-TEXT(12:4) IS NOT NUMERIC
                MOVE "N" TO WS-NUM-OK-SW
            ELSE
                COMPUTE WS-NUM-VALUE =
                    WS-NUM-INTEGER + WS-NUM-DECIMALS / 10000
                IF WS-NUM-SIGN = "-"
                    COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
                END-IF
            END-IF.

      *        Scans the case names already loaded for the current
      *        record's name - a duplicate would also collide in
      *        arith_history.dat under the same run timestamp.
       CHECK-DUPLICATE-CASE-NAME.
            MOVE "N" TO WS-CASE-DUP-SW
            IF WS-CASE-OK AND WS-AC-COUNT > 0
                PERFORM CHECK-ONE-LOADED-NAME
                    VARYING WS-CASE-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-CASE-SCAN-IDX > WS-AC-COUNT
            END-IF
            IF WS-CASE-DUP-FOUND
                MOVE "02" TO WS-CASE-REJECT-REASON
                MOVE "AC-CASE-NAME" TO WS-CASE-REJECT-FIELD
                MOVE 1 TO WS-CASE-REJECT-START
                MOVE 26 TO WS-CASE-REJECT-END
                MOVE "N" TO WS-CASE-OK-SW
            END-IF.

      *        Body of CHECK-DUPLICATE-CASE-NAME's loop.
       CHECK-ONE-LOADED-NAME.
            IF WS-AC-NAME(WS-CASE-SCAN-IDX) = AC-CASE-NAME
                SET WS-CASE-DUP-FOUND TO TRUE
            END-IF.

       WRITE-CASE-REJECT.
            MOVE SPACES TO CASE-REJECT-REC
            STRING "REASON=" WS-CASE-REJECT-REASON
                " COLS=" WS-CASE-REJECT-START
                "-" WS-CASE-REJECT-END
                " FIELD=" WS-CASE-REJECT-FIELD
                " REC=" DELIMITED BY SIZE
                AC-CASE-REC DELIMITED BY SIZE
                INTO CASE-REJECT-REC
            WRITE CASE-REJECT-REC.

      *        Body of MAIN-PROCEDURE's loop - loads the operands in
      *        every usage, runs the case's statement through the
      *        paragraph for its target and operand usage, and files
      *        the outcome.
       RUN-ONE-ARITH-CASE.
            MOVE WS-AC-A(WS-AC-IDX) TO WS-OPA-COMP3 WS-OPA-COMP5
                                       WS-OPA-COMP2
            MOVE WS-AC-B(WS-AC-IDX) TO WS-OPB-COMP3 WS-OPB-COMP5
                                       WS-OPB-COMP2
            MOVE WS-AC-C(WS-AC-IDX) TO WS-OPC-COMP3 WS-OPC-COMP5
                                       WS-OPC-COMP2
            MOVE WS-AC-OPERATION(WS-AC-IDX)   TO WS-AR-OPERATION
            MOVE WS-AC-ROUNDING(WS-AC-IDX)    TO WS-AR-ROUNDING
            MOVE WS-AC-SIZE-CLAUSE(WS-AC-IDX) TO WS-AR-SIZE-CLAUSE
            MOVE ZERO TO WS-AR-RESULT
            EVALUATE WS-AC-TARGET(WS-AC-IDX) ALSO WS-AC-USAGE(WS-AC-IDX)
                WHEN 1 ALSO 1
                    PERFORM CALC-S3V2-DISPLAY-BY-COMP3
                WHEN 1 ALSO 2
                    PERFORM CALC-S3V2-DISPLAY-BY-COMP5
                WHEN 1 ALSO 3
                    PERFORM CALC-S3V2-DISPLAY-BY-COMP2
                WHEN 2 ALSO 1
                    PERFORM CALC-S3V2-COMP3-BY-COMP3
                WHEN 2 ALSO 2
                    PERFORM CALC-S3V2-COMP3-BY-COMP5
                WHEN 2 ALSO 3
                    PERFORM CALC-S3V2-COMP3-BY-COMP2
                WHEN 3 ALSO 1
                    PERFORM CALC-S3V2-COMP5-BY-COMP3
                WHEN 3 ALSO 2
                    PERFORM CALC-S3V2-COMP5-BY-COMP5
                WHEN 3 ALSO 3
                    PERFORM CALC-S3V2-COMP5-BY-COMP2
                WHEN 4 ALSO 1
                    PERFORM CALC-U3-DISPLAY-BY-COMP3
                WHEN 4 ALSO 2
                    PERFORM CALC-U3-DISPLAY-BY-COMP5
                WHEN 4 ALSO 3
                    PERFORM CALC-U3-DISPLAY-BY-COMP2
                WHEN 5 ALSO 1
                    PERFORM CALC-S5-COMP3-BY-COMP3
                WHEN 5 ALSO 2
                    PERFORM CALC-S5-COMP3-BY-COMP5
                WHEN 5 ALSO 3
                    PERFORM CALC-S5-COMP3-BY-COMP2
                WHEN 6 ALSO 1
                    PERFORM CALC-COMP2-BY-COMP3
                WHEN 6 ALSO 2
                    PERFORM CALC-COMP2-BY-COMP5
                WHEN 6 ALSO 3
                    PERFORM CALC-COMP2-BY-COMP2
            END-EVALUATE
            PERFORM FORMAT-ARITH-RESULT
            MOVE WS-AC-NAME(WS-AC-IDX)     TO WS-CHECK-NAME
            MOVE WS-AC-EXPECTED(WS-AC-IDX) TO WS-CHECK-EXPECTED
            PERFORM RECORD-RESULT.

      *        The outcome in the case file's form: the result as
      *        sign, nine digits, point, four decimals - or SIZE
      *        ERROR when the size error branch was taken.
       FORMAT-ARITH-RESULT.
            IF WS-AR-SIZE-ERROR
                MOVE "SIZE ERROR" TO WS-CHECK-ACTUAL
            ELSE
                IF WS-AR-RESULT < 0
                    MOVE "-" TO WS-ART-SIGN
                ELSE
                    MOVE "+" TO WS-ART-SIGN
                END-IF
                MOVE WS-AR-RESULT TO WS-AR-RESULT-ABS
                MOVE WS-AR-RESULT-ABS-X(1:9) TO WS-ART-INTEGER
                MOVE WS-AR-RESULT-ABS-X(10:4) TO WS-ART-DECIMALS
                MOVE WS-AR-RESULT-TEXT TO WS-CHECK-ACTUAL
            END-IF.

      *        One paragraph per target / operand usage pair, each
      *        the shared calculation against those real fields.
       CALC-S3V2-DISPLAY-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-S3V2-DISPLAY-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-S3V2-DISPLAY-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

       CALC-S3V2-COMP3-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-S3V2-COMP3-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-S3V2-COMP3-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

       CALC-S3V2-COMP5-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP5==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-S3V2-COMP5-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP5==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-S3V2-COMP5-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S3V2-COMP5==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

       CALC-U3-DISPLAY-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-U3-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-U3-DISPLAY-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-U3-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-U3-DISPLAY-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-U3-DISPLAY==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

       CALC-S5-COMP3-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S5-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-S5-COMP3-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S5-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-S5-COMP3-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-S5-COMP3==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

       CALC-COMP2-BY-COMP3.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-COMP2==
                                   ==:OPA:== BY ==WS-OPA-COMP3==
                                   ==:OPB:== BY ==WS-OPB-COMP3==
                                   ==:OPC:== BY ==WS-OPC-COMP3==.

       CALC-COMP2-BY-COMP5.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-COMP2==
                                   ==:OPA:== BY ==WS-OPA-COMP5==
                                   ==:OPB:== BY ==WS-OPB-COMP5==
                                   ==:OPC:== BY ==WS-OPC-COMP5==.

       CALC-COMP2-BY-COMP2.
            COPY ARCALCP REPLACING ==:TGT:== BY ==WS-TGT-COMP2==
                                   ==:OPA:== BY ==WS-OPA-COMP2==
                                   ==:OPB:== BY ==WS-OPB-COMP2==
                                   ==:OPC:== BY ==WS-OPC-COMP2==.

      *        Compares WS-CHECK-ACTUAL to WS-CHECK-EXPECTED and files
      *        the outcome under WS-CHECK-NAME in WS-REGRESSION-RESULTS.
       RECORD-RESULT.
            ADD 1 TO WS-RESULT-COUNT
            MOVE WS-CHECK-NAME TO WS-RESULT-NAME(WS-RESULT-COUNT)
            MOVE WS-CHECK-EXPECTED
                TO WS-RESULT-EXPECTED(WS-RESULT-COUNT)
            MOVE WS-CHECK-ACTUAL TO WS-RESULT-ACTUAL(WS-RESULT-COUNT)
            IF WS-CHECK-ACTUAL = WS-CHECK-EXPECTED
                MOVE "PASS" TO WS-RESULT-STATUS(WS-RESULT-COUNT)
            ELSE
                MOVE "FAIL" TO WS-RESULT-STATUS(WS-RESULT-COUNT)
                ADD 1 TO WS-RESULT-FAIL-COUNT
            END-IF.

       WRITE-REGRESSION-REPORT.
            OPEN OUTPUT REGRESSION-FILE
            IF WS-REGRESSION-STATUS NOT = "00"
                DISPLAY "Unable to open arith_regression.rpt, status="
                    WS-REGRESSION-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-ONE-REGRESSION-LINE
                    VARYING WS-RESULT-IDX FROM 1 BY 1
                    UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
            MOVE SPACES TO REGRESSION-REC
            STRING WS-RESULT-COUNT DELIMITED BY SIZE
                " CASES, " DELIMITED BY SIZE
                WS-RESULT-FAIL-COUNT DELIMITED BY SIZE
                " FAILED" DELIMITED BY SIZE
                INTO REGRESSION-REC
            WRITE REGRESSION-REC
            CLOSE REGRESSION-FILE.

      *        Body of WRITE-REGRESSION-REPORT's loop - writes one
      *        PASS/FAIL line for WS-RESULT-IDX, with what was
      *        expected and what came out.
       WRITE-ONE-REGRESSION-LINE.
            MOVE SPACES TO REGRESSION-REC
            STRING WS-RESULT-STATUS(WS-RESULT-IDX) "  "
                WS-RESULT-NAME(WS-RESULT-IDX)
                "  EXPECTED=" WS-RESULT-EXPECTED(WS-RESULT-IDX)
                "  ACTUAL=" WS-RESULT-ACTUAL(WS-RESULT-IDX)
                DELIMITED BY SIZE INTO REGRESSION-REC
            WRITE REGRESSION-REC.

      *        Appends this run's results to the keyed history file,
      *        one record per case under the run's timestamp.
       WRITE-REGRESSION-HISTORY.
            OPEN I-O HISTORY-FILE
            IF WS-HISTORY-STATUS = "35"
                OPEN OUTPUT HISTORY-FILE
                CLOSE HISTORY-FILE
                OPEN I-O HISTORY-FILE
            END-IF
            IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "Unable to open arith_history.dat, status="
                    WS-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM WRITE-ONE-HISTORY-RECORD
                    VARYING WS-RESULT-IDX FROM 1 BY 1
                    UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
                CLOSE HISTORY-FILE
            END-IF.

      *        Body of WRITE-REGRESSION-HISTORY's loop.
       WRITE-ONE-HISTORY-RECORD.
            MOVE WS-RESULT-NAME(WS-RESULT-IDX)
                TO WS-HIST-CASE-NAME
            MOVE WS-BATCH-TIMESTAMP TO WS-HIST-RUN-TIMESTAMP
            MOVE WS-RESULT-STATUS(WS-RESULT-IDX) TO WS-HIST-STATUS
            WRITE AH-HIST-REC FROM WS-HIST-REC
                INVALID KEY
                    DISPLAY "Duplicate case/timestamp key, history "
                        "record not written: "
                        WS-HIST-CASE-NAME " " WS-HIST-RUN-TIMESTAMP
            END-WRITE.

       COPY STEPCNTP.

       END PROGRAM YOUR-PROGRAM-NAME.
