      ******************************************************************
      * EBCDICT - the ASCII/EBCDIC character pairs and zoned sign
      * zones every translation between this box and the mainframe
      * is built from. EXPORT loads its ASCII to EBCDIC table from
      * the pairs, IMPORT its EBCDIC to ASCII table, and HEXCALC
      * both. This is the single source of truth for the mapping -
      * change a pair here, not in the copying program, so the round
      * trip through EXPORT and IMPORT keeps reconciling and HEXCALC
      * keeps showing the bytes the mainframe would see. Copy this
      * into WORKING-STORAGE; the two char groups line up position
      * for position, 87 pairs.
      ******************************************************************
       01  WS-ASCII-CHARS-DEF.
       05  FILLER PIC X(11) VALUE " 0123456789".
       05  FILLER PIC X(9)  VALUE "ABCDEFGHI".
       05  FILLER PIC X(9)  VALUE "JKLMNOPQR".
       05  FILLER PIC X(8)  VALUE "STUVWXYZ".
       05  FILLER PIC X(9)  VALUE "abcdefghi".
       05  FILLER PIC X(9)  VALUE "jklmnopqr".
       05  FILLER PIC X(8)  VALUE "stuvwxyz".
       05  FILLER PIC X(24) VALUE "*+-./(),'=:;<>?!&%#@_${}".
       01  WS-ASCII-CHARS REDEFINES WS-ASCII-CHARS-DEF PIC X(87).
       01  WS-EBCDIC-CHARS-DEF.
       05  FILLER PIC X(11) VALUE X"40F0F1F2F3F4F5F6F7F8F9".
       05  FILLER PIC X(9)  VALUE X"C1C2C3C4C5C6C7C8C9".
       05  FILLER PIC X(9)  VALUE X"D1D2D3D4D5D6D7D8D9".
       05  FILLER PIC X(8)  VALUE X"E2E3E4E5E6E7E8E9".
       05  FILLER PIC X(9)  VALUE X"818283848586878889".
       05  FILLER PIC X(9)  VALUE X"919293949596979899".
       05  FILLER PIC X(8)  VALUE X"A2A3A4A5A6A7A8A9".
       05  FILLER PIC X(24)
           VALUE X"5C4E604B614D5D6B7D7E7A5E4C6E6F5A506C7B7C6D5BC0D0".
       01  WS-EBCDIC-CHARS REDEFINES WS-EBCDIC-CHARS-DEF PIC X(87).

      *        Zoned sign zones for a trailing overpunch byte:
      *        GnuCOBOL's ASCII runtime stores +0..+9 as "0".."9" and
      *        -0..-9 as "p".."y"; the mainframe stores C0-C9 / D0-D9.
      *        Position n of each holds the zone for digit n - 1.
       01  WS-OVP-POSITIVE              PIC X(10)
           VALUE X"C0C1C2C3C4C5C6C7C8C9".
       01  WS-OVP-NEGATIVE              PIC X(10)
           VALUE X"D0D1D2D3D4D5D6D7D8D9".
       01  WS-ASC-POSITIVE              PIC X(10) VALUE "0123456789".
       01  WS-ASC-NEGATIVE              PIC X(10) VALUE "pqrstuvwxy".
