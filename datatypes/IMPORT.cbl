      *              the defined set, which lands as "?" in the
      *              record it occurred in. Run ad hoc after the
      *              transfer; not part of the overnight batch.
      * Modified:    The translate pairs and sign zones now come from
      *              the EBCDICT copybook EXPORT and HEXCALC copy too,
      *              so there is one mapping to change, not three.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       01  WS-E2A-TABLE                 PIC X(256).
       01  WS-E2A-KNOWN                 PIC X(256).

      *        The character pairs the table is loaded from and the
      *        zoned sign zones of the trailing overpunch byte -
      *        shared with EXPORT and HEXCALC.
       COPY EBCDICT.

       01  WS-TABLE-IDX                 PIC 9(4).
       01  WS-PAIR-IDX                  PIC 9(4).
