      *              the translate pairs or the column ranges here
      *              must be mirrored there, or the round trip stops
      *              reconciling.
      * Modified:    The translate pairs and sign zones now come from
      *              the EBCDICT copybook IMPORT and HEXCALC copy too,
      *              so there is one mapping to change, not three.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
      *        the defined set become the EBCDIC substitute "?".
       01  WS-A2E-TABLE                 PIC X(256).

      *        The character pairs the table is loaded from and the
      *        zoned sign zones of the trailing overpunch byte -
      *        shared with IMPORT and HEXCALC.
       COPY EBCDICT.

       01  WS-TABLE-IDX                 PIC 9(4).
       01  WS-PAIR-IDX                  PIC 9(4).
