      ******************************************************************
      * TCDESCP - procedure half of the shared test case description
      * look-up; the working-storage half and the file it needs are
      * described in TCDESC. Copy this at the end of the PROCEDURE
      * DIVISION (before END PROGRAM). PERFORM
      * OPEN-TEST-CASE-DESCRIPTIONS once before the first look-up and
      * CLOSE-TEST-CASE-DESCRIPTIONS at the end. A missing master is
      * not an error for a report - the ids simply print without a
      * description.
      ******************************************************************
       OPEN-TEST-CASE-DESCRIPTIONS.
            OPEN INPUT TEST-CASE-MASTER
            IF WS-TCDESC-STATUS = "00"
                SET WS-TCDESC-OPEN TO TRUE
            ELSE
                IF WS-TCDESC-STATUS NOT = "35"
                    DISPLAY "Unable to open testcase.dat, status="
                        WS-TCDESC-STATUS " - no case descriptions"
                END-IF
            END-IF.

       CLOSE-TEST-CASE-DESCRIPTIONS.
            IF WS-TCDESC-OPEN
                CLOSE TEST-CASE-MASTER
                MOVE "N" TO WS-TCDESC-OPEN-SW
            END-IF.

      *        Fills WS-TCDESC-TEXT for the id in WS-TCDESC-ID: the
      *        master description, marked when the case is retired,
      *        or a note that the id is not on the master at all.
       LOOK-UP-CASE-DESCRIPTION.
            IF WS-TCDESC-ID NOT = WS-TCDESC-LAST-ID
                MOVE WS-TCDESC-ID TO WS-TCDESC-LAST-ID
                MOVE SPACES TO WS-TCDESC-TEXT
                IF WS-TCDESC-OPEN
                    MOVE WS-TCDESC-ID TO TM-TCM-CASE-ID
                    READ TEST-CASE-MASTER
                        INVALID KEY
                            MOVE "(NOT ON THE TEST CASE MASTER)"
                                TO WS-TCDESC-TEXT
                        NOT INVALID KEY
                            IF TM-TCM-RETIRED
                                STRING "(RETIRED) " DELIMITED BY SIZE
                                    TM-TCM-DESCRIPTION
                                    DELIMITED BY SIZE
                                    INTO WS-TCDESC-TEXT
                            ELSE
                                MOVE TM-TCM-DESCRIPTION
                                    TO WS-TCDESC-TEXT
                            END-IF
                    END-READ
                END-IF
            END-IF.
