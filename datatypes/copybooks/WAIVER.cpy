      ******************************************************************
      * WAIVER - working-storage fields for the shared waiver check.
      * Copy this into WORKING-STORAGE and copy WAIVERP into the
      * PROCEDURE DIVISION; the program must also declare waiver.dat
      * as WAIVER-FILE (ORGANIZATION INDEXED, ACCESS MODE RANDOM,
      * RECORD KEY WV-WVR-KEY, FILE STATUS WS-WAIVER-STATUS, record
      * from COPY WAIVERR REPLACING ==:PFX:== BY ==WV==). Load the
      * case id, field name, platform tag and the actual hex of a
      * field that failed its comparison, PERFORM CHECK-FOR-WAIVER,
      * and WS-WAIVER-APPLIES says whether the difference is waived.
      * Every checking program goes through here, so they all honour
      * a waiver the same way.
      ******************************************************************
       01  WS-WAIVER-STATUS             PIC X(2).
       01  WS-WAIVER-OPEN-SW            PIC X VALUE "N".
           88  WS-WAIVER-OPEN               VALUE "Y".
       01  WS-WAIVER-CASE-ID            PIC X(10).
       01  WS-WAIVER-FIELD              PIC X(30).
       01  WS-WAIVER-PLATFORM           PIC X(1).
       01  WS-WAIVER-HEX                PIC X(32).
       01  WS-WAIVER-APPLIES-SW         PIC X.
           88  WS-WAIVER-APPLIES            VALUE "Y".
      *        The applied waiver's expiry date and approver, for
      *        the report line.
       01  WS-WAIVER-EXPIRY             PIC X(8).
       01  WS-WAIVER-APPROVER           PIC X(20).
       01  WS-WAIVER-TODAY              PIC X(8).
