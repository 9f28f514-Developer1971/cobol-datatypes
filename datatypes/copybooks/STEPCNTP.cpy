      ******************************************************************
      * STEPCNTP - procedure half of the step counts hand-back; the
      * working-storage half and the file it needs are described in
      * STEPCNT. Copy this at the end of the PROCEDURE DIVISION
      * (before END PROGRAM). Not being able to write the counts is
      * not a reason to fail the step - the batch history simply
      * shows zeros for it.
      ******************************************************************
       WRITE-STEP-COUNTS.
            OPEN OUTPUT STEP-COUNT-FILE
            IF WS-STEP-COUNT-STATUS NOT = "00"
                DISPLAY "Unable to open step.counts, status="
                    WS-STEP-COUNT-STATUS " - step counts not kept"
            ELSE
                WRITE STEP-COUNT-REC FROM WS-STEP-COUNTS
                CLOSE STEP-COUNT-FILE
            END-IF.
