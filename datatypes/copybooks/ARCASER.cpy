      ******************************************************************
      * ARCASER - record layout for arith_cases.dat, the external
      * definition file for the ARITH arithmetic and rounding
      * regression cases. One record per case: the case name (also
      * the arith_history.dat key, so TREND picks a new case up with
      * no change), the operation, up to three signed operands, the
      * usage the operands are held in (which is what decides the
      * intermediate precision the compiler works in), the target's
      * PICTURE and usage, whether the statement says ROUNDED and
      * ON SIZE ERROR, and the expected result. Adding a case is an
      * edit to this file, as with moves_cases.dat.
      * The operation is one of the verbs
      *   ADD       A + B            SUBTRACT  A - B
      *   MULTIPLY  A * B            DIVIDE    A / B
      * (each in its GIVING form) or one of the COMPUTE formulas
      *   A*B/C     A/B*C            (A+B)/C
      * Operands and the expected value are written sign, nine
      * integer digits, point, four decimals: -000000012.3450.
      * Operand C is left blank unless the formula uses it.
      * The operand usage is COMP-3, COMP-5 or COMP-2. The target is
      * one of the PICTURE / usage pairs ARITH declares:
      *   S9(3)V99  DISPLAY, COMP-3 or COMP-5
      *   9(3)      DISPLAY
      *   S9(5)     COMP-3
      *   (blank)   COMP-2
      * Rounding is R (ROUNDED) or T (truncated, no ROUNDED); size
      * error is Y (ON SIZE ERROR coded) or N (not coded). The
      * expected kind is V (the value column is the result) or E
      * (the size error branch must be taken; value ignored).
      * This is the single source of truth for the layout - use COPY
      * ARCASER REPLACING to fit each program's own prefix.
      * Column map (1-relative) for the reject report:
      *   01-26 case name            27-34 operation
      *   35-49 operand A            50-64 operand B
      *   65-79 operand C            80-85 operand usage
      *   86-95 target PICTURE       96-102 target usage
      *   103   rounding (R/T)       104   size error (Y/N)
      *   105   expected kind (V/E)  106-120 expected value
      ******************************************************************
       01  :PFX:-CASE-REC.
       05      :PFX:-CASE-NAME           PIC X(26).
       05      :PFX:-OPERATION           PIC X(8).
       05      :PFX:-OPERAND-A           PIC X(15).
       05      :PFX:-OPERAND-B           PIC X(15).
       05      :PFX:-OPERAND-C           PIC X(15).
       05      :PFX:-OPERAND-USAGE       PIC X(6).
       05      :PFX:-TGT-PICTURE         PIC X(10).
       05      :PFX:-TGT-USAGE           PIC X(7).
       05      :PFX:-ROUNDING            PIC X(1).
       05      :PFX:-SIZE-ERROR          PIC X(1).
       05      :PFX:-EXP-KIND            PIC X(1).
       05      :PFX:-EXP-VALUE           PIC X(15).
