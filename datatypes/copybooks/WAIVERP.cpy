      ******************************************************************
      * WAIVERP - procedure half of the shared waiver check; the
      * working-storage half and the file it needs are described in
      * WAIVER. Copy this at the end of the PROCEDURE DIVISION
      * (before END PROGRAM). PERFORM OPEN-WAIVER-REGISTER once before
      * the first check and CLOSE-WAIVER-REGISTER at the end. No
      * waiver.dat means nothing has been waived - every difference
      * is judged as it always was.
      ******************************************************************
       OPEN-WAIVER-REGISTER.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WAIVER-TODAY
            OPEN I-O WAIVER-FILE
            IF WS-WAIVER-STATUS = "00"
                SET WS-WAIVER-OPEN TO TRUE
            ELSE
                IF WS-WAIVER-STATUS NOT = "35"
                    DISPLAY "Unable to open waiver.dat, status="
                        WS-WAIVER-STATUS " - no waivers applied"
                END-IF
            END-IF.

       CLOSE-WAIVER-REGISTER.
            IF WS-WAIVER-OPEN
                CLOSE WAIVER-FILE
                MOVE "N" TO WS-WAIVER-OPEN-SW
            END-IF.

      *        A difference is waived only by an active waiver for
      *        exactly this case, field and platform tag, not past
      *        its expiry date, whose accepted hex is the bytes the
      *        run actually produced - any other change to the field
      *        still fails. An applied waiver is stamped with today
      *        as its last-matched date for WAIVLIST.
       CHECK-FOR-WAIVER.
            MOVE "N" TO WS-WAIVER-APPLIES-SW
            IF WS-WAIVER-OPEN
                MOVE WS-WAIVER-CASE-ID TO WV-WVR-CASE-ID
                MOVE WS-WAIVER-FIELD TO WV-WVR-FIELD-NAME
                MOVE WS-WAIVER-PLATFORM TO WV-WVR-PLATFORM
                READ WAIVER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WV-WVR-ACTIVE
                            AND WV-WVR-EXPIRY-DATE
                                NOT < WS-WAIVER-TODAY
                            AND WV-WVR-ACCEPTED-HEX = WS-WAIVER-HEX
                            SET WS-WAIVER-APPLIES TO TRUE
                            MOVE WV-WVR-EXPIRY-DATE
                                TO WS-WAIVER-EXPIRY
                            MOVE WV-WVR-APPROVER
                                TO WS-WAIVER-APPROVER
                            PERFORM STAMP-WAIVER-MATCHED
                        END-IF
                END-READ
            END-IF.

       STAMP-WAIVER-MATCHED.
            IF WV-WVR-LAST-MATCHED NOT = WS-WAIVER-TODAY
                MOVE WS-WAIVER-TODAY TO WV-WVR-LAST-MATCHED
                REWRITE WV-WVR-REC
                    INVALID KEY
                        DISPLAY "Unable to stamp waiver for "
                            WV-WVR-CASE-ID " status="
                            WS-WAIVER-STATUS
                END-REWRITE
            END-IF.
