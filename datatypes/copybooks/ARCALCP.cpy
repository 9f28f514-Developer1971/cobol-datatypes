      ******************************************************************
      * ARCALCP - the body of one ARITH calculation paragraph: the
      * case's operation, coded with or without ROUNDED and ON SIZE
      * ERROR as the case asks, against one real target field and one
      * real set of operands. The arithmetic has to be written against
      * the declared fields themselves - a generic buffer would hide
      * the very PICTURE, usage and intermediate precision rules being
      * tested - so ARITH copies this once per target / operand usage
      * pair, under its own paragraph header:
      *     COPY ARCALCP REPLACING ==:TGT:== BY ==target field==
      *                            ==:OPA:== BY ==operand A==
      *                            ==:OPB:== BY ==operand B==
      *                            ==:OPC:== BY ==operand C==.
      * The result is left in WS-AR-RESULT and a size error taken in
      * WS-AR-SIZE-ERROR-SW.
      ******************************************************************
            MOVE ZERO TO :TGT:
            MOVE "N" TO WS-AR-SIZE-ERROR-SW
            EVALUATE WS-AR-OPERATION ALSO WS-AR-ROUNDING
                ALSO WS-AR-SIZE-CLAUSE
                WHEN "ADD" ALSO "R" ALSO "Y"
                    ADD :OPA: :OPB: GIVING :TGT: ROUNDED
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-ADD
                WHEN "ADD" ALSO "R" ALSO "N"
                    ADD :OPA: :OPB: GIVING :TGT: ROUNDED
                WHEN "ADD" ALSO "T" ALSO "Y"
                    ADD :OPA: :OPB: GIVING :TGT:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-ADD
                WHEN "ADD" ALSO "T" ALSO "N"
                    ADD :OPA: :OPB: GIVING :TGT:
                WHEN "SUBTRACT" ALSO "R" ALSO "Y"
                    SUBTRACT :OPB: FROM :OPA: GIVING :TGT: ROUNDED
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-SUBTRACT
                WHEN "SUBTRACT" ALSO "R" ALSO "N"
                    SUBTRACT :OPB: FROM :OPA: GIVING :TGT: ROUNDED
                WHEN "SUBTRACT" ALSO "T" ALSO "Y"
                    SUBTRACT :OPB: FROM :OPA: GIVING :TGT:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-SUBTRACT
                WHEN "SUBTRACT" ALSO "T" ALSO "N"
                    SUBTRACT :OPB: FROM :OPA: GIVING :TGT:
                WHEN "MULTIPLY" ALSO "R" ALSO "Y"
                    MULTIPLY :OPA: BY :OPB: GIVING :TGT: ROUNDED
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-MULTIPLY
                WHEN "MULTIPLY" ALSO "R" ALSO "N"
                    MULTIPLY :OPA: BY :OPB: GIVING :TGT: ROUNDED
                WHEN "MULTIPLY" ALSO "T" ALSO "Y"
                    MULTIPLY :OPA: BY :OPB: GIVING :TGT:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-MULTIPLY
                WHEN "MULTIPLY" ALSO "T" ALSO "N"
                    MULTIPLY :OPA: BY :OPB: GIVING :TGT:
                WHEN "DIVIDE" ALSO "R" ALSO "Y"
                    DIVIDE :OPA: BY :OPB: GIVING :TGT: ROUNDED
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-DIVIDE
                WHEN "DIVIDE" ALSO "R" ALSO "N"
                    DIVIDE :OPA: BY :OPB: GIVING :TGT: ROUNDED
                WHEN "DIVIDE" ALSO "T" ALSO "Y"
                    DIVIDE :OPA: BY :OPB: GIVING :TGT:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-DIVIDE
                WHEN "DIVIDE" ALSO "T" ALSO "N"
                    DIVIDE :OPA: BY :OPB: GIVING :TGT:
                WHEN "A*B/C" ALSO "R" ALSO "Y"
                    COMPUTE :TGT: ROUNDED = :OPA: * :OPB: / :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "A*B/C" ALSO "R" ALSO "N"
                    COMPUTE :TGT: ROUNDED = :OPA: * :OPB: / :OPC:
                WHEN "A*B/C" ALSO "T" ALSO "Y"
                    COMPUTE :TGT: = :OPA: * :OPB: / :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "A*B/C" ALSO "T" ALSO "N"
                    COMPUTE :TGT: = :OPA: * :OPB: / :OPC:
                WHEN "A/B*C" ALSO "R" ALSO "Y"
                    COMPUTE :TGT: ROUNDED = :OPA: / :OPB: * :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "A/B*C" ALSO "R" ALSO "N"
                    COMPUTE :TGT: ROUNDED = :OPA: / :OPB: * :OPC:
                WHEN "A/B*C" ALSO "T" ALSO "Y"
                    COMPUTE :TGT: = :OPA: / :OPB: * :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "A/B*C" ALSO "T" ALSO "N"
                    COMPUTE :TGT: = :OPA: / :OPB: * :OPC:
                WHEN "(A+B)/C" ALSO "R" ALSO "Y"
                    COMPUTE :TGT: ROUNDED = (:OPA: + :OPB:) / :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "(A+B)/C" ALSO "R" ALSO "N"
                    COMPUTE :TGT: ROUNDED = (:OPA: + :OPB:) / :OPC:
                WHEN "(A+B)/C" ALSO "T" ALSO "Y"
                    COMPUTE :TGT: = (:OPA: + :OPB:) / :OPC:
                        ON SIZE ERROR SET WS-AR-SIZE-ERROR TO TRUE
                    END-COMPUTE
                WHEN "(A+B)/C" ALSO "T" ALSO "N"
                    COMPUTE :TGT: = (:OPA: + :OPB:) / :OPC:
            END-EVALUATE
            MOVE :TGT: TO WS-AR-RESULT.
