      ******************************************************************
      * TCDESC - working-storage fields for the shared test case
      * description look-up. Copy this into WORKING-STORAGE and copy
      * TCDESCP into the PROCEDURE DIVISION; the program must also
      * declare testcase.dat as TEST-CASE-MASTER (ACCESS MODE RANDOM,
      * FILE STATUS WS-TCDESC-STATUS, record from COPY TCMASTR
      * REPLACING ==:PFX:== BY ==TM==). Load WS-TCDESC-ID and PERFORM
      * LOOK-UP-CASE-DESCRIPTION; the text to print next to the id
      * comes back in WS-TCDESC-TEXT. Every report that names a test
      * case goes through here, so they all describe it the same way.
      ******************************************************************
       01  WS-TCDESC-STATUS             PIC X(2).
       01  WS-TCDESC-OPEN-SW            PIC X VALUE "N".
           88  WS-TCDESC-OPEN               VALUE "Y".
       01  WS-TCDESC-ID                 PIC X(10).
       01  WS-TCDESC-TEXT               PIC X(60).
      *        The id last looked up - a report usually names the
      *        same case on many lines running, so the master is
      *        only read when the id changes.
       01  WS-TCDESC-LAST-ID            PIC X(10) VALUE HIGH-VALUES.
