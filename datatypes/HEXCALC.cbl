      ******************************************************************
      * Author:      Developer1971
      * Date:        15/10/2026
      * Purpose:     Decode a handful of bytes out of a dump under any
      *              PICTURE and USAGE, and encode a value back into
      *              the bytes it would be stored as. Until now the
      *              only way to see what a few bytes from the
      *              mainframe team meant was to hand-craft a
      *              datain.dat vector and run the whole batch.
      * Platform:    OpenCobolIDE
      * Notes:       Console dialog in the style of WAIVMNT; run from
      *              the terminal, not in the batch. Nothing is read
      *              or written but the terminal. Commands:
      *                  D  decode - USAGE, PICTURE, byte order or
      *                     code page, then the hex (spaces between
      *                     the bytes are ignored, as dumps print them)
      *                  E  encode - USAGE, PICTURE, then the value
      *                  X  exit
      *              USAGE is one of DISPLAY, OVERPUNCH, COMP, COMP-3,
      *              COMP-5, COMP-1, COMP-2 or EDITED. OVERPUNCH is a
      *              signed DISPLAY field, the sign carried in the zone
      *              of the trailing byte; DISPLAY with an S PICTURE is
      *              read the same way. COMP-1 and COMP-2 take no
      *              PICTURE. The PICTURE is the clause as written in
      *              a program: S, 9, V and repeat counts for the
      *              numeric usages, up to 18 digits; for EDITED the
      *              symbols 9 Z * . V , B 0 / $ and one + - CR or DB
      *              sign (no floating insertion). The field length
      *              follows from the two, laid out the way the batch
      *              compiles them (IBM dialect): DISPLAY one byte a
      *              digit, COMP-3 digits/2+1, COMP 2/4/8 bytes up to
      *              4/9/18 digits, COMP-5 1/2/4/8 bytes up to
      *              2/4/9/18 digits, COMP-1 4 and COMP-2 8 bytes.
      *              Byte order L or B is asked for the binary and
      *              floating usages, code page A (ASCII) or E
      *              (EBCDIC) for DISPLAY, OVERPUNCH and EDITED;
      *              COMP-3 is the same everywhere. Decoding shows the
      *              value and lists every way the bytes are not valid
      *              for the PICTURE - a character that is not a
      *              digit, a bad overpunch sign, a non-digit or bad
      *              sign nibble in packed data, digits over the
      *              PICTURE size (a packed pad nibble that is not 0,
      *              a binary value too big for the digits), a
      *              negative sign in an unsigned field, an edited
      *              character that does not fit its symbol, or a
      *              float whose exponent is all ones. Encoding stores
      *              the value the way a MOVE would - decimals past
      *              the PICTURE and high-order digits that do not fit
      *              are dropped, with a note - and shows its hex with
      *              byte order L and B, plus the EBCDIC bytes of the
      *              value as a DISPLAY field of the same PICTURE (the
      *              edited characters for EDITED). The EBCDIC bytes
      *              come from the EBCDICT translate pairs EXPORT and
      *              IMPORT use. COMP-1/COMP-2 are IEEE floats as this
      *              runtime stores them; a mainframe field in
      *              hexadecimal floating point will not decode here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EXIT-SW                   PIC X VALUE "N".
           88  WS-EXIT-WANTED               VALUE "Y".
       01  WS-ENTRY-OK-SW               PIC X.
           88  WS-ENTRY-OK                  VALUE "Y".
       01  WS-COMMAND                   PIC X(1).
       01  WS-CALC-COUNT                PIC 9(6) VALUE 0.
       01  WS-COUNT-EDITED              PIC ZZZZZ9.

      *        The USAGE asked for, upper-cased.
       01  WS-USAGE-REPLY               PIC X(9).
       01  WS-USAGE                     PIC X(9).
           88  WS-USAGE-IS-KNOWN            VALUE "DISPLAY"
                                              "OVERPUNCH" "COMP"
                                              "COMP-3" "COMP-5"
                                              "COMP-1" "COMP-2"
                                              "EDITED".
           88  WS-USAGE-IS-ZONED            VALUE "DISPLAY"
                                              "OVERPUNCH".
           88  WS-USAGE-IS-OVERPUNCH        VALUE "OVERPUNCH".
           88  WS-USAGE-IS-PACKED           VALUE "COMP-3".
           88  WS-USAGE-IS-BINARY           VALUE "COMP" "COMP-5".
           88  WS-USAGE-IS-COMP5            VALUE "COMP-5".
           88  WS-USAGE-IS-FLOAT            VALUE "COMP-1" "COMP-2".
           88  WS-USAGE-IS-SHORT-FLOAT      VALUE "COMP-1".
           88  WS-USAGE-IS-EDITED           VALUE "EDITED".
       01  WS-BYTE-ORDER                PIC X(1).
       01  WS-CODE-PAGE                 PIC X(1).
           88  WS-CODE-PAGE-EBCDIC          VALUE "E".

      *        The PICTURE as typed, with its repeat counts written
      *        out, and what it comes to.
       01  WS-PICTURE                   PIC X(30).
       01  WS-PIC-ERROR                 PIC X(44).
       01  WS-EXPANDED                  PIC X(40).
       01  WS-EXP-LEN                   PIC 9(2).
       01  WS-PIC-IDX                   PIC 9(2).
       01  WS-PIC-CHAR                  PIC X(1).
       01  WS-PREV-SYMBOL               PIC X(1).
       01  WS-REPEAT-COUNT              PIC 9(2).
       01  WS-IN-REPEAT-SW              PIC X.
           88  WS-IN-REPEAT                 VALUE "Y".
       01  WS-SKIP-NEXT-SW              PIC X.
           88  WS-SKIP-NEXT                 VALUE "Y".
       01  WS-POINT-SEEN-SW             PIC X.
           88  WS-POINT-SEEN                VALUE "Y".
       01  WS-SIGNED-SW                 PIC X.
           88  WS-SIGNED                    VALUE "Y".
       01  WS-DIGITS                    PIC 9(2).
       01  WS-SCALE                     PIC 9(2).
       01  WS-FIELD-BYTES               PIC 9(2).
       01  WS-BYTES-EDITED              PIC Z9.

      *        The hex as typed, squeezed of spaces, and the bytes it
      *        stands for; WS-TEXT is the same bytes as ASCII
      *        characters for the DISPLAY and edited usages.
       01  WS-HEX-REPLY                 PIC X(120).
       01  WS-HEX-TEXT                  PIC X(80).
       01  WS-HEX-LEN                   PIC 9(3).
       01  WS-REPLY-IDX                 PIC 9(3).
       01  WS-HEX-CHAR                  PIC X(1).
       01  WS-BYTES                     PIC X(40).
       01  WS-TEXT                      PIC X(40).
       01  WS-BYTE-IDX                  PIC 9(2).
       01  WS-DATA-IDX                  PIC 9(2).
       01  WS-BYTE-ORD                  PIC 9(3).
       01  WS-NIBBLE                    PIC 9(2).
       01  WS-NIBBLE-HI                 PIC 9(2).
       01  WS-NIBBLE-LO                 PIC 9(2).
       01  WS-NIBBLE-POS                PIC 9(2).
       01  WS-PAD-NIBBLES               PIC 9(2).
       01  WS-TOP-BYTE                  PIC 9(3).
       01  WS-NEXT-BYTE                 PIC 9(3).
       01  WS-BYTE-HEX                  PIC X(2).
       01  WS-CHAR                      PIC X(1).
       01  WS-DIGIT                     PIC 9(1).
       01  WS-POS-EDITED                PIC Z9.

      *        The value, held as a whole number of units of the
      *        PICTURE's last digit - WS-SCALE of its digits are
      *        decimals - with the sign kept apart.
       01  WS-VALUE-INTEGER             PIC S9(20).
       01  WS-VALUE-ABS                 PIC 9(20).
       01  WS-VALUE-ABS-X REDEFINES WS-VALUE-ABS PIC X(20).
       01  WS-VALUE-NEGATIVE-SW         PIC X.
           88  WS-VALUE-NEGATIVE            VALUE "Y".
       01  WS-VALUE-READABLE-SW         PIC X.
           88  WS-VALUE-READABLE            VALUE "Y".
       01  WS-DIGIT-SEEN-SW             PIC X.
           88  WS-DIGIT-SEEN                VALUE "Y".
       01  WS-BYTE-FITS-SW              PIC X.
           88  WS-BYTE-FITS                 VALUE "Y".
       01  WS-LIMIT                     PIC 9(20).
       01  WS-POWER                     PIC 9(20).
       01  WS-WORK-INTEGER              PIC 9(20).
       01  WS-VALUE-TEXT                PIC X(24).
       01  WS-TEXT-PTR                  PIC 9(2).
       01  WS-INT-LEN                   PIC 9(2).
       01  WS-LEAD-ZEROS                PIC 9(2).
       01  WS-PROBLEM-COUNT             PIC 9(2).
       01  WS-PROBLEM-TEXT              PIC X(70).

      *        Replies to the encode prompt and what was made of them.
       01  WS-VALUE-REPLY               PIC X(30).
       01  WS-VALUE-IDX                 PIC 9(2).
       01  WS-INT-DIGITS                PIC 9(2).
       01  WS-FRAC-TYPED                PIC 9(2).
       01  WS-FRAC-KEPT                 PIC 9(2).
       01  WS-FRAC-DROPPED-SW           PIC X.
           88  WS-FRAC-DROPPED              VALUE "Y".

      *        The encoded field: its bytes in L and B order and the
      *        EBCDIC bytes of its DISPLAY or edited form.
       01  WS-OUT-LEN                   PIC 9(2).
       01  WS-OUT-L-BYTES               PIC X(40).
       01  WS-OUT-B-BYTES               PIC X(40).
       01  WS-ZONED                     PIC X(18).
       01  WS-EDITED-TEXT               PIC X(40).
       01  WS-EBCDIC-BYTES              PIC X(40).
       01  WS-EBCDIC-LEN                PIC 9(2).
       01  WS-PACKED-HEX                PIC X(20).
       01  WS-SRC-IDX                   PIC 9(2).
       01  WS-FILL-CHAR                 PIC X(1).
       01  WS-SUPPRESS-SW               PIC X.
           88  WS-SUPPRESSING               VALUE "Y".
       01  WS-STAR-COUNT                PIC 9(2).
       01  WS-NINE-COUNT                PIC 9(2).
       01  WS-L-HEX                     PIC X(80).
       01  WS-B-HEX                     PIC X(80).
       01  WS-EBCDIC-HEX                PIC X(80).

      *        Floating-point fields the float bytes are laid into, in
      *        this machine's own byte order.
       01  WS-SHORT-FLOAT               USAGE COMP-1.
       01  WS-SHORT-FLOAT-RAW REDEFINES WS-SHORT-FLOAT PIC X(4).
       01  WS-LONG-FLOAT                USAGE COMP-2.
       01  WS-LONG-FLOAT-RAW REDEFINES WS-LONG-FLOAT PIC X(8).
       01  WS-REV-SRC                   PIC X(8).
       01  WS-REV-OUT                   PIC X(8).
       01  WS-REV-IDX                   PIC 9(2).

      *        This machine's byte order, found the way DATATYPES
      *        finds its platform tag.
       01  WS-ENDIAN-CHECK              PIC S9(9) COMP-5 VALUE 1.
       01  WS-ENDIAN-BYTES REDEFINES WS-ENDIAN-CHECK PIC X(4).
       01  WS-NATIVE-ORDER              PIC X(1).

      *        Translate tables both ways, indexed by FUNCTION ORD of
      *        the source byte, loaded from the shared pairs.
       01  WS-A2E-TABLE                 PIC X(256).
       01  WS-E2A-TABLE                 PIC X(256).
       01  WS-E2A-KNOWN                 PIC X(256).
       COPY EBCDICT.
       01  WS-TABLE-IDX                 PIC 9(4).
       01  WS-PAIR-IDX                  PIC 9(4).
       01  WS-ZONE-IDX                  PIC 9(4).
       01  WS-OVP-DONE-SW               PIC X.
           88  WS-OVP-DONE                  VALUE "Y".

       COPY HEXDUMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Hello world"
            PERFORM INIT-TRANSLATE-TABLES
            IF WS-ENDIAN-BYTES(1:1) = X"01"
                MOVE "L" TO WS-NATIVE-ORDER
            ELSE
                MOVE "B" TO WS-NATIVE-ORDER
            END-IF
            PERFORM CALC-DIALOG UNTIL WS-EXIT-WANTED
            MOVE WS-CALC-COUNT TO WS-COUNT-EDITED
            DISPLAY "HEXCALC worked " WS-COUNT-EDITED " calculations"
            STOP RUN.

      *        Fills both translate tables from the EBCDICT pairs:
      *        unknown bytes become the substitute "?" either way, and
      *        the overpunch sign zones are marked known on the way in
      *        - they are matched against the zones, not the table.
       INIT-TRANSLATE-TABLES.
            PERFORM INIT-ONE-TABLE-SLOT
                VARYING WS-TABLE-IDX FROM 1 BY 1
                UNTIL WS-TABLE-IDX > 256
            PERFORM LOAD-ONE-TABLE-PAIR
                VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > 87
            PERFORM MARK-ONE-ZONE-PAIR
                VARYING WS-ZONE-IDX FROM 1 BY 1
                UNTIL WS-ZONE-IDX > 10.

      *        Body of INIT-TRANSLATE-TABLES's first loop.
       INIT-ONE-TABLE-SLOT.
            MOVE X"6F" TO WS-A2E-TABLE(WS-TABLE-IDX:1)
            MOVE "?" TO WS-E2A-TABLE(WS-TABLE-IDX:1)
            MOVE "N" TO WS-E2A-KNOWN(WS-TABLE-IDX:1).

      *        Body of INIT-TRANSLATE-TABLES's second loop.
       LOAD-ONE-TABLE-PAIR.
            MOVE WS-EBCDIC-CHARS(WS-PAIR-IDX:1)
                TO WS-A2E-TABLE(FUNCTION ORD(
                    WS-ASCII-CHARS(WS-PAIR-IDX:1)):1)
            MOVE WS-ASCII-CHARS(WS-PAIR-IDX:1)
                TO WS-E2A-TABLE(FUNCTION ORD(
                    WS-EBCDIC-CHARS(WS-PAIR-IDX:1)):1)
            MOVE "Y"
                TO WS-E2A-KNOWN(FUNCTION ORD(
                    WS-EBCDIC-CHARS(WS-PAIR-IDX:1)):1).

      *        Body of INIT-TRANSLATE-TABLES's third loop.
       MARK-ONE-ZONE-PAIR.
            MOVE "Y"
                TO WS-E2A-KNOWN(FUNCTION ORD(
                    WS-OVP-POSITIVE(WS-ZONE-IDX:1)):1)
            MOVE "Y"
                TO WS-E2A-KNOWN(FUNCTION ORD(
                    WS-OVP-NEGATIVE(WS-ZONE-IDX:1)):1).

      *        One round of the dialog.
       CALC-DIALOG.
            DISPLAY "D=decode hex E=encode value X=exit: "
                WITH NO ADVANCING
            MOVE SPACES TO WS-COMMAND
            ACCEPT WS-COMMAND
            EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
                WHEN "D"
                    PERFORM DECODE-DIALOG
                WHEN "E"
                    PERFORM ENCODE-DIALOG
                WHEN "X"
                WHEN SPACE
                    SET WS-EXIT-WANTED TO TRUE
                WHEN OTHER
                    DISPLAY "Unknown command: " WS-COMMAND
            END-EVALUATE.

      *        Takes the field description and the hex, then decodes
      *        the bytes under the USAGE. Problems are listed as they
      *        are found, ahead of the value.
       DECODE-DIALOG.
            PERFORM ASK-USAGE-AND-PICTURE
            IF WS-ENTRY-OK
                PERFORM ASK-BYTE-ORDER
            END-IF
            IF WS-ENTRY-OK
                PERFORM ASK-HEX
            END-IF
            IF WS-ENTRY-OK
                ADD 1 TO WS-CALC-COUNT
                MOVE ZERO TO WS-PROBLEM-COUNT
                MOVE ZERO TO WS-VALUE-ABS
                MOVE "N" TO WS-VALUE-NEGATIVE-SW
                MOVE "Y" TO WS-VALUE-READABLE-SW
                MOVE WS-BYTES TO WS-HEXDUMP-SRC
                MOVE WS-FIELD-BYTES TO WS-HEXDUMP-LEN
                PERFORM HEX-DUMP-FIELD
                DISPLAY "  BYTES      "
                    WS-HEXDUMP-OUT(1:WS-FIELD-BYTES * 2)
                EVALUATE TRUE
                    WHEN WS-USAGE-IS-ZONED
                        PERFORM DECODE-ZONED
                    WHEN WS-USAGE-IS-PACKED
                        PERFORM DECODE-PACKED
                    WHEN WS-USAGE-IS-BINARY
                        PERFORM DECODE-BINARY
                    WHEN WS-USAGE-IS-FLOAT
                        PERFORM DECODE-FLOAT
                    WHEN WS-USAGE-IS-EDITED
                        PERFORM DECODE-EDITED
                END-EVALUATE
                PERFORM SHOW-DECODED-VALUE
            END-IF.

      *        Takes the value and shows the bytes it is stored as.
       ENCODE-DIALOG.
            PERFORM ASK-USAGE-AND-PICTURE
            IF WS-ENTRY-OK
                DISPLAY "Value: " WITH NO ADVANCING
                MOVE SPACES TO WS-VALUE-REPLY
                ACCEPT WS-VALUE-REPLY
                PERFORM PARSE-VALUE
            END-IF
            IF WS-ENTRY-OK
                ADD 1 TO WS-CALC-COUNT
                EVALUATE TRUE
                    WHEN WS-USAGE-IS-ZONED
                        PERFORM ENCODE-ZONED
                    WHEN WS-USAGE-IS-PACKED
                        PERFORM ENCODE-PACKED
                    WHEN WS-USAGE-IS-BINARY
                        PERFORM ENCODE-BINARY
                    WHEN WS-USAGE-IS-FLOAT
                        PERFORM ENCODE-FLOAT
                    WHEN WS-USAGE-IS-EDITED
                        PERFORM ENCODE-EDITED
                END-EVALUATE
                PERFORM SHOW-ENCODED-VALUE
            END-IF.

      *        Takes the USAGE and, except for the floats, the
      *        PICTURE, and works out the field's length in bytes.
       ASK-USAGE-AND-PICTURE.
            MOVE "Y" TO WS-ENTRY-OK-SW
            DISPLAY "Usage (DISPLAY OVERPUNCH COMP COMP-3 COMP-5"
                " COMP-1 COMP-2 EDITED): " WITH NO ADVANCING
            MOVE SPACES TO WS-USAGE-REPLY
            ACCEPT WS-USAGE-REPLY
            MOVE FUNCTION UPPER-CASE(WS-USAGE-REPLY) TO WS-USAGE
            IF NOT WS-USAGE-IS-KNOWN
                MOVE "N" TO WS-ENTRY-OK-SW
                DISPLAY "Unknown usage: " WS-USAGE-REPLY
            ELSE
            IF WS-USAGE-IS-FLOAT
                MOVE SPACES TO WS-PICTURE
                MOVE "Y" TO WS-SIGNED-SW
                MOVE ZERO TO WS-DIGITS
                MOVE ZERO TO WS-SCALE
                IF WS-USAGE-IS-SHORT-FLOAT
                    MOVE 4 TO WS-FIELD-BYTES
                ELSE
                    MOVE 8 TO WS-FIELD-BYTES
                END-IF
            ELSE
                DISPLAY "PICTURE: " WITH NO ADVANCING
                MOVE SPACES TO WS-PICTURE
                ACCEPT WS-PICTURE
                MOVE FUNCTION UPPER-CASE(WS-PICTURE) TO WS-PICTURE
                MOVE FUNCTION TRIM(WS-PICTURE) TO WS-PICTURE
                IF WS-PICTURE(1:4) = "PIC "
                    MOVE FUNCTION TRIM(WS-PICTURE(5:)) TO WS-PICTURE
                END-IF
                MOVE SPACES TO WS-PIC-ERROR
                PERFORM EXPAND-PICTURE
                IF WS-ENTRY-OK
                    IF WS-USAGE-IS-EDITED
                        PERFORM ANALYSE-EDITED-PICTURE
                    ELSE
                        PERFORM ANALYSE-NUMERIC-PICTURE
                    END-IF
                END-IF
                IF NOT WS-ENTRY-OK
                    DISPLAY "PICTURE not usable: " WS-PIC-ERROR
                END-IF
            END-IF
            END-IF.

      *        Writes the PICTURE out in full - 9(4) becomes 9999 -
      *        into WS-EXPANDED, so the analysis and the edit walks
      *        see one symbol per position.
       EXPAND-PICTURE.
            MOVE SPACES TO WS-EXPANDED
            MOVE ZERO TO WS-EXP-LEN
            MOVE SPACE TO WS-PREV-SYMBOL
            MOVE "N" TO WS-IN-REPEAT-SW
            PERFORM EXPAND-ONE-PIC-CHAR
                VARYING WS-PIC-IDX FROM 1 BY 1
                UNTIL WS-PIC-IDX > 30
                OR WS-PICTURE(WS-PIC-IDX:1) = SPACE
                OR NOT WS-ENTRY-OK
            IF WS-ENTRY-OK AND WS-IN-REPEAT
                MOVE "N" TO WS-ENTRY-OK-SW
                MOVE "repeat count not closed with )" TO WS-PIC-ERROR
            END-IF
            IF WS-ENTRY-OK AND WS-EXP-LEN = ZERO
                MOVE "N" TO WS-ENTRY-OK-SW
                MOVE "no PICTURE given" TO WS-PIC-ERROR
            END-IF.

      *        Body of EXPAND-PICTURE's loop.
       EXPAND-ONE-PIC-CHAR.
            MOVE WS-PICTURE(WS-PIC-IDX:1) TO WS-PIC-CHAR
            IF WS-IN-REPEAT
                IF WS-PIC-CHAR = ")"
                    MOVE "N" TO WS-IN-REPEAT-SW
                    IF WS-REPEAT-COUNT < 1
                        MOVE "N" TO WS-ENTRY-OK-SW
                        MOVE "repeat count of 0" TO WS-PIC-ERROR
                    ELSE
                        SUBTRACT 1 FROM WS-REPEAT-COUNT
                        PERFORM APPEND-PREV-SYMBOL WS-REPEAT-COUNT TIMES
                    END-IF
                ELSE
                IF WS-PIC-CHAR IS NUMERIC AND WS-REPEAT-COUNT < 10
                    MOVE WS-PIC-CHAR TO WS-DIGIT
                    COMPUTE WS-REPEAT-COUNT =
                        WS-REPEAT-COUNT * 10 + WS-DIGIT
                ELSE
                    MOVE "N" TO WS-ENTRY-OK-SW
                    MOVE "repeat count not a number" TO WS-PIC-ERROR
                END-IF
                END-IF
            ELSE
            IF WS-PIC-CHAR = "("
                IF WS-PREV-SYMBOL = SPACE
                    MOVE "N" TO WS-ENTRY-OK-SW
                    MOVE "repeat count with no symbol before it"
                        TO WS-PIC-ERROR
                ELSE
                    MOVE "Y" TO WS-IN-REPEAT-SW
                    MOVE ZERO TO WS-REPEAT-COUNT
                END-IF
            ELSE
                MOVE WS-PIC-CHAR TO WS-PREV-SYMBOL
                PERFORM APPEND-PREV-SYMBOL
            END-IF
            END-IF.

      *        Adds one more of the current symbol to WS-EXPANDED.
       APPEND-PREV-SYMBOL.
            IF WS-EXP-LEN < 40
                ADD 1 TO WS-EXP-LEN
                MOVE WS-PREV-SYMBOL TO WS-EXPANDED(WS-EXP-LEN:1)
            ELSE
                MOVE "N" TO WS-ENTRY-OK-SW
                MOVE "longer than 40 positions" TO WS-PIC-ERROR
            END-IF.

      *        S9...V9... for DISPLAY, OVERPUNCH, COMP, COMP-3 and
      *        COMP-5: counts digits and decimals, and sets the length
      *        the field takes under the USAGE.
       ANALYSE-NUMERIC-PICTURE.
            MOVE ZERO TO WS-DIGITS
            MOVE ZERO TO WS-SCALE
            MOVE "N" TO WS-SIGNED-SW
            MOVE "N" TO WS-POINT-SEEN-SW
            PERFORM ANALYSE-ONE-NUMERIC-SYMBOL
                VARYING WS-PIC-IDX FROM 1 BY 1
                UNTIL WS-PIC-IDX > WS-EXP-LEN
                OR NOT WS-ENTRY-OK
            IF WS-ENTRY-OK
                IF WS-DIGITS = ZERO OR WS-DIGITS > 18
                    MOVE "N" TO WS-ENTRY-OK-SW
                    MOVE "must have 1 to 18 digits" TO WS-PIC-ERROR
                END-IF
            END-IF
            IF WS-ENTRY-OK AND WS-USAGE-IS-OVERPUNCH
                    AND NOT WS-SIGNED
                MOVE "N" TO WS-ENTRY-OK-SW
                MOVE "OVERPUNCH needs a signed PICTURE, S9..."
                    TO WS-PIC-ERROR
            END-IF
            IF WS-ENTRY-OK
                EVALUATE TRUE
                    WHEN WS-USAGE-IS-ZONED
                        MOVE WS-DIGITS TO WS-FIELD-BYTES
                    WHEN WS-USAGE-IS-PACKED
                        COMPUTE WS-FIELD-BYTES = WS-DIGITS / 2 + 1
                    WHEN WS-USAGE-IS-COMP5 AND WS-DIGITS < 3
                        MOVE 1 TO WS-FIELD-BYTES
                    WHEN WS-DIGITS < 5
                        MOVE 2 TO WS-FIELD-BYTES
                    WHEN WS-DIGITS < 10
                        MOVE 4 TO WS-FIELD-BYTES
                    WHEN OTHER
                        MOVE 8 TO WS-FIELD-BYTES
                END-EVALUATE
            END-IF.

      *        Body of ANALYSE-NUMERIC-PICTURE's loop.
       ANALYSE-ONE-NUMERIC-SYMBOL.
            MOVE WS-EXPANDED(WS-PIC-IDX:1) TO WS-PIC-CHAR
            EVALUATE WS-PIC-CHAR
                WHEN "S"
                    IF WS-PIC-IDX = 1
                        MOVE "Y" TO WS-SIGNED-SW
                    ELSE
                        MOVE "N" TO WS-ENTRY-OK-SW
                        MOVE "S must come first" TO WS-PIC-ERROR
                    END-IF
                WHEN "9"
                    ADD 1 TO WS-DIGITS
                    IF WS-POINT-SEEN
                        ADD 1 TO WS-SCALE
                    END-IF
                WHEN "V"
                    IF WS-POINT-SEEN
                        MOVE "N" TO WS-ENTRY-OK-SW
                        MOVE "more than one V" TO WS-PIC-ERROR
                    ELSE
                        MOVE "Y" TO WS-POINT-SEEN-SW
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-ENTRY-OK-SW
                    STRING "symbol " WS-PIC-CHAR
                        " needs USAGE EDITED"
                        DELIMITED BY SIZE INTO WS-PIC-ERROR
            END-EVALUATE.

      *        An edited PICTURE: counts the digit positions and
      *        decimals, notes whether it carries a sign, and sets the
      *        length - one byte a symbol, V taking none.
       ANALYSE-EDITED-PICTURE.
            MOVE ZERO TO WS-DIGITS
            MOVE ZERO TO WS-SCALE
            MOVE ZERO TO WS-FIELD-BYTES
            MOVE "N" TO WS-SIGNED-SW
            MOVE "N" TO WS-POINT-SEEN-SW
            MOVE "N" TO WS-SKIP-NEXT-SW
            PERFORM ANALYSE-ONE-EDITED-SYMBOL
                VARYING WS-PIC-IDX FROM 1 BY 1
                UNTIL WS-PIC-IDX > WS-EXP-LEN
                OR NOT WS-ENTRY-OK
            IF WS-ENTRY-OK
                IF WS-DIGITS = ZERO OR WS-DIGITS > 18
                    MOVE "N" TO WS-ENTRY-OK-SW
                    MOVE "must have 1 to 18 digit positions"
                        TO WS-PIC-ERROR
                END-IF
            END-IF.

      *        Body of ANALYSE-EDITED-PICTURE's loop. CR and DB take
      *        two positions, so the second is skipped.
       ANALYSE-ONE-EDITED-SYMBOL.
            MOVE WS-EXPANDED(WS-PIC-IDX:1) TO WS-PIC-CHAR
            IF WS-SKIP-NEXT
                MOVE "N" TO WS-SKIP-NEXT-SW
            ELSE
                EVALUATE WS-PIC-CHAR
                    WHEN "9"
                    WHEN "Z"
                    WHEN "*"
                        ADD 1 TO WS-DIGITS
                        ADD 1 TO WS-FIELD-BYTES
                        IF WS-POINT-SEEN
                            ADD 1 TO WS-SCALE
                        END-IF
                    WHEN "."
                    WHEN "V"
                        IF WS-POINT-SEEN
                            MOVE "N" TO WS-ENTRY-OK-SW
                            MOVE "more than one . or V" TO WS-PIC-ERROR
                        ELSE
                            MOVE "Y" TO WS-POINT-SEEN-SW
                            IF WS-PIC-CHAR = "."
                                ADD 1 TO WS-FIELD-BYTES
                            END-IF
                        END-IF
                    WHEN ","
                    WHEN "B"
                    WHEN "0"
                    WHEN "/"
                    WHEN "$"
                        ADD 1 TO WS-FIELD-BYTES
                    WHEN "+"
                    WHEN "-"
                        PERFORM NOTE-EDITED-SIGN
                        ADD 1 TO WS-FIELD-BYTES
                    WHEN "C"
                    WHEN "D"
                        IF (WS-PIC-CHAR = "C"
                                AND WS-EXPANDED(WS-PIC-IDX + 1:1) = "R")
                            OR (WS-PIC-CHAR = "D"
                                AND WS-EXPANDED(WS-PIC-IDX + 1:1) = "B")
                            PERFORM NOTE-EDITED-SIGN
                            ADD 2 TO WS-FIELD-BYTES
                            MOVE "Y" TO WS-SKIP-NEXT-SW
                        ELSE
                            MOVE "N" TO WS-ENTRY-OK-SW
                            MOVE "C or D not part of CR or DB"
                                TO WS-PIC-ERROR
                        END-IF
                    WHEN OTHER
                        MOVE "N" TO WS-ENTRY-OK-SW
                        STRING "symbol " WS-PIC-CHAR
                            " not handled for EDITED"
                            DELIMITED BY SIZE INTO WS-PIC-ERROR
                END-EVALUATE
            END-IF.

      *        Only one sign symbol is allowed - a second one would
      *        be floating insertion.
       NOTE-EDITED-SIGN.
            IF WS-SIGNED
                MOVE "N" TO WS-ENTRY-OK-SW
                MOVE "more than one sign symbol" TO WS-PIC-ERROR
            ELSE
                MOVE "Y" TO WS-SIGNED-SW
            END-IF.

      *        Byte order for the binary and floating usages, code
      *        page for the character ones; packed needs neither.
       ASK-BYTE-ORDER.
            IF WS-USAGE-IS-BINARY OR WS-USAGE-IS-FLOAT
                DISPLAY "Byte order L or B: " WITH NO ADVANCING
                MOVE SPACES TO WS-BYTE-ORDER
                ACCEPT WS-BYTE-ORDER
                MOVE FUNCTION UPPER-CASE(WS-BYTE-ORDER)
                    TO WS-BYTE-ORDER
                IF WS-BYTE-ORDER NOT = "L" AND WS-BYTE-ORDER NOT = "B"
                    MOVE "N" TO WS-ENTRY-OK-SW
                    DISPLAY "Byte order must be L or B"
                END-IF
            END-IF
            IF WS-USAGE-IS-ZONED OR WS-USAGE-IS-EDITED
                DISPLAY "Code page A=ASCII E=EBCDIC: "
                    WITH NO ADVANCING
                MOVE SPACES TO WS-CODE-PAGE
                ACCEPT WS-CODE-PAGE
                MOVE FUNCTION UPPER-CASE(WS-CODE-PAGE) TO WS-CODE-PAGE
                IF WS-CODE-PAGE NOT = "A" AND WS-CODE-PAGE NOT = "E"
                    MOVE "N" TO WS-ENTRY-OK-SW
                    DISPLAY "Code page must be A or E"
                END-IF
            END-IF.

      *        Takes the hex, drops the spaces a dump puts between
      *        bytes, and checks it is hex and exactly the field's
      *        length before turning it into bytes.
       ASK-HEX.
            MOVE WS-FIELD-BYTES TO WS-BYTES-EDITED
            DISPLAY "Hex (" WS-BYTES-EDITED " bytes): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-HEX-REPLY
            ACCEPT WS-HEX-REPLY
            MOVE FUNCTION UPPER-CASE(WS-HEX-REPLY) TO WS-HEX-REPLY
            MOVE SPACES TO WS-HEX-TEXT
            MOVE ZERO TO WS-HEX-LEN
            PERFORM SQUEEZE-ONE-HEX-CHAR
                VARYING WS-REPLY-IDX FROM 1 BY 1
                UNTIL WS-REPLY-IDX > 120
            IF WS-HEX-LEN NOT = WS-FIELD-BYTES * 2
                MOVE "N" TO WS-ENTRY-OK-SW
            ELSE
                PERFORM CHECK-ONE-HEX-DIGIT
                    VARYING WS-REPLY-IDX FROM 1 BY 1
                    UNTIL WS-REPLY-IDX > WS-HEX-LEN
            END-IF
            IF WS-ENTRY-OK
                MOVE SPACES TO WS-BYTES
                PERFORM HEX-PAIR-TO-BYTE
                    VARYING WS-BYTE-IDX FROM 1 BY 1
                    UNTIL WS-BYTE-IDX > WS-FIELD-BYTES
            ELSE
                DISPLAY "Hex must be " WS-BYTES-EDITED
                    " bytes of hex for this PICTURE and USAGE"
            END-IF.

      *        Body of ASK-HEX's first loop.
       SQUEEZE-ONE-HEX-CHAR.
            IF WS-HEX-REPLY(WS-REPLY-IDX:1) NOT = SPACE
                ADD 1 TO WS-HEX-LEN
                IF WS-HEX-LEN NOT > 80
                    MOVE WS-HEX-REPLY(WS-REPLY-IDX:1)
                        TO WS-HEX-TEXT(WS-HEX-LEN:1)
                END-IF
            END-IF.

      *        Body of ASK-HEX's second loop.
       CHECK-ONE-HEX-DIGIT.
            MOVE WS-HEX-TEXT(WS-REPLY-IDX:1) TO WS-HEX-CHAR
            PERFORM HEX-CHAR-TO-NIBBLE
            IF WS-NIBBLE > 15
                MOVE "N" TO WS-ENTRY-OK-SW
            END-IF.

      *        Body of ASK-HEX's third loop.
       HEX-PAIR-TO-BYTE.
            MOVE WS-HEX-TEXT(WS-BYTE-IDX * 2 - 1:1) TO WS-HEX-CHAR
            PERFORM HEX-CHAR-TO-NIBBLE
            MOVE WS-NIBBLE TO WS-NIBBLE-HI
            MOVE WS-HEX-TEXT(WS-BYTE-IDX * 2:1) TO WS-HEX-CHAR
            PERFORM HEX-CHAR-TO-NIBBLE
            MOVE FUNCTION CHAR(WS-NIBBLE-HI * 16 + WS-NIBBLE + 1)
                TO WS-BYTES(WS-BYTE-IDX:1).

      *        The value of hex digit WS-HEX-CHAR, 16 if it is none.
       HEX-CHAR-TO-NIBBLE.
            MOVE ZERO TO WS-NIBBLE
            INSPECT WS-HEX-DIGITS TALLYING WS-NIBBLE
                FOR CHARACTERS BEFORE INITIAL WS-HEX-CHAR.

      *        Splits byte WS-BYTE-IDX of WS-BYTES into its ordinal,
      *        its two nibbles and their hex rendering.
       SPLIT-ONE-BYTE.
            COMPUTE WS-BYTE-ORD =
                FUNCTION ORD(WS-BYTES(WS-BYTE-IDX:1)) - 1
            DIVIDE WS-BYTE-ORD BY 16 GIVING WS-NIBBLE-HI
                REMAINDER WS-NIBBLE-LO
            MOVE WS-HEX-DIGITS(WS-NIBBLE-HI + 1:1) TO WS-BYTE-HEX(1:1)
            MOVE WS-HEX-DIGITS(WS-NIBBLE-LO + 1:1) TO WS-BYTE-HEX(2:1)
            MOVE WS-BYTE-IDX TO WS-POS-EDITED.

      *        Lists one problem with the bytes and counts it.
       NOTE-PROBLEM.
            ADD 1 TO WS-PROBLEM-COUNT
            DISPLAY "  PROBLEM    " FUNCTION TRIM(WS-PROBLEM-TEXT
                TRAILING).

      *        DISPLAY and OVERPUNCH: one digit a byte, the last byte
      *        of a signed field carrying the sign in its zone.
       DECODE-ZONED.
            PERFORM BYTES-TO-ASCII-TEXT
            PERFORM DECODE-ONE-ZONED-BYTE
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-FIELD-BYTES.

      *        Body of DECODE-ZONED's loop. The ASCII runtime keeps
      *        +0..+9 as "0".."9" and -0..-9 as "p".."y" (EBCDICT).
       DECODE-ONE-ZONED-BYTE.
            MOVE WS-TEXT(WS-BYTE-IDX:1) TO WS-CHAR
            PERFORM SPLIT-ONE-BYTE
            IF WS-CHAR IS NUMERIC
                MOVE WS-CHAR TO WS-DIGIT
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-DIGIT
            ELSE
            IF WS-BYTE-IDX = WS-FIELD-BYTES
                    AND WS-CHAR >= "p" AND WS-CHAR <= "y"
                COMPUTE WS-DIGIT =
                    FUNCTION ORD(WS-CHAR) - FUNCTION ORD("p")
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-DIGIT
                MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                IF NOT WS-SIGNED
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") carries a negative sign - the PICTURE"
                        " is unsigned"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
                END-IF
            ELSE
                MOVE "N" TO WS-VALUE-READABLE-SW
                MOVE SPACES TO WS-PROBLEM-TEXT
                IF WS-BYTE-IDX = WS-FIELD-BYTES AND WS-SIGNED
                    STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") is not a digit with an overpunch sign"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                ELSE
                    STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") is not a digit"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                END-IF
                PERFORM NOTE-PROBLEM
            END-IF
            END-IF.

      *        COMP-3: two digits a byte, the last nibble the sign.
      *        An even number of digits leaves one pad nibble at the
      *        front, which must be 0 - anything else is a digit the
      *        PICTURE has no room for. The signs accepted are the
      *        ones INTEGCHK accepts: F or C unsigned, C, D or F
      *        signed.
       DECODE-PACKED.
            COMPUTE WS-PAD-NIBBLES =
                WS-FIELD-BYTES * 2 - 1 - WS-DIGITS
            PERFORM DECODE-ONE-PACKED-BYTE
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-FIELD-BYTES.

      *        Body of DECODE-PACKED's loop.
       DECODE-ONE-PACKED-BYTE.
            PERFORM SPLIT-ONE-BYTE
            COMPUTE WS-NIBBLE-POS = WS-BYTE-IDX * 2 - 1
            MOVE WS-NIBBLE-HI TO WS-NIBBLE
            PERFORM DECODE-ONE-PACKED-NIBBLE
            ADD 1 TO WS-NIBBLE-POS
            MOVE WS-NIBBLE-LO TO WS-NIBBLE
            PERFORM DECODE-ONE-PACKED-NIBBLE.

       DECODE-ONE-PACKED-NIBBLE.
            IF WS-NIBBLE-POS = WS-FIELD-BYTES * 2
                PERFORM CHECK-PACKED-SIGN
            ELSE
            IF WS-NIBBLE > 9
                MOVE "N" TO WS-VALUE-READABLE-SW
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                    ") holds non-digit nibble "
                    WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM NOTE-PROBLEM
            ELSE
                IF WS-NIBBLE-POS NOT > WS-PAD-NIBBLES
                        AND WS-NIBBLE NOT = 0
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING "digits over the PICTURE size - pad nibble"
                        " of byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") is not 0"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
                END-IF
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-NIBBLE
            END-IF
            END-IF.

       CHECK-PACKED-SIGN.
            MOVE SPACES TO WS-PROBLEM-TEXT
            EVALUATE TRUE
                WHEN WS-NIBBLE = 12 OR WS-NIBBLE = 15
                    CONTINUE
                WHEN WS-NIBBLE = 13 AND WS-SIGNED
                    MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                WHEN WS-NIBBLE = 13
                    MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                    STRING "negative sign nibble D - the PICTURE"
                        " is unsigned"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
                WHEN OTHER
                    MOVE "N" TO WS-VALUE-READABLE-SW
                    STRING "bad packed sign nibble "
                        WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                        " - C, D or F expected"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
            END-EVALUATE.

      *        COMP and COMP-5: a two's complement binary number,
      *        most significant byte first for B, last for L. A value
      *        with more digits than the PICTURE is flagged - COMP-5
      *        holds it, but it is not a value the PICTURE allows.
       DECODE-BINARY.
            MOVE ZERO TO WS-VALUE-INTEGER
            PERFORM DECODE-ONE-BINARY-BYTE
                VARYING WS-DATA-IDX FROM 1 BY 1
                UNTIL WS-DATA-IDX > WS-FIELD-BYTES
            EVALUATE WS-FIELD-BYTES
                WHEN 1
                    MOVE 256 TO WS-POWER
                WHEN 2
                    MOVE 65536 TO WS-POWER
                WHEN 4
                    MOVE 4294967296 TO WS-POWER
                WHEN OTHER
                    MOVE 18446744073709551616 TO WS-POWER
            END-EVALUATE
            IF WS-SIGNED AND WS-TOP-BYTE > 127
                COMPUTE WS-VALUE-INTEGER = WS-VALUE-INTEGER - WS-POWER
                MOVE "Y" TO WS-VALUE-NEGATIVE-SW
            END-IF
            MOVE WS-VALUE-INTEGER TO WS-VALUE-ABS
            COMPUTE WS-LIMIT = 10 ** WS-DIGITS
            IF WS-VALUE-ABS NOT < WS-LIMIT
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING "digits over the PICTURE size - the value"
                    " is too big for it"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM NOTE-PROBLEM
            END-IF.

      *        Body of DECODE-BINARY's loop - WS-DATA-IDX counts from
      *        the most significant byte.
       DECODE-ONE-BINARY-BYTE.
            IF WS-BYTE-ORDER = "B"
                MOVE WS-DATA-IDX TO WS-BYTE-IDX
            ELSE
                COMPUTE WS-BYTE-IDX = WS-FIELD-BYTES - WS-DATA-IDX + 1
            END-IF
            PERFORM SPLIT-ONE-BYTE
            IF WS-DATA-IDX = 1
                MOVE WS-BYTE-ORD TO WS-TOP-BYTE
            END-IF
            COMPUTE WS-VALUE-INTEGER =
                WS-VALUE-INTEGER * 256 + WS-BYTE-ORD.

      *        COMP-1 and COMP-2: the bytes are laid into a float of
      *        this machine's own byte order. An exponent of all ones
      *        is an infinity or not a number, never a value.
       DECODE-FLOAT.
            MOVE WS-BYTES(1:WS-FIELD-BYTES) TO WS-REV-SRC
            IF WS-BYTE-ORDER = "B"
                MOVE 1 TO WS-BYTE-IDX
            ELSE
                MOVE WS-FIELD-BYTES TO WS-BYTE-IDX
            END-IF
            PERFORM SPLIT-ONE-BYTE
            MOVE WS-BYTE-ORD TO WS-TOP-BYTE
            IF WS-BYTE-ORDER = "B"
                MOVE 2 TO WS-BYTE-IDX
            ELSE
                COMPUTE WS-BYTE-IDX = WS-FIELD-BYTES - 1
            END-IF
            PERFORM SPLIT-ONE-BYTE
            MOVE WS-BYTE-ORD TO WS-NEXT-BYTE
            IF WS-BYTE-ORDER NOT = WS-NATIVE-ORDER
                MOVE WS-FIELD-BYTES TO WS-OUT-LEN
                PERFORM REVERSE-BYTES
                MOVE WS-REV-OUT TO WS-REV-SRC
            END-IF
            IF WS-USAGE-IS-SHORT-FLOAT
                MOVE WS-REV-SRC(1:4) TO WS-SHORT-FLOAT-RAW
                IF WS-TOP-BYTE >= 128
                    SUBTRACT 128 FROM WS-TOP-BYTE
                END-IF
                IF WS-TOP-BYTE = 127 AND WS-NEXT-BYTE >= 128
                    PERFORM NOTE-FLOAT-NOT-A-VALUE
                END-IF
            ELSE
                MOVE WS-REV-SRC TO WS-LONG-FLOAT-RAW
                IF WS-TOP-BYTE >= 128
                    SUBTRACT 128 FROM WS-TOP-BYTE
                END-IF
                IF WS-TOP-BYTE = 127 AND WS-NEXT-BYTE >= 240
                    PERFORM NOTE-FLOAT-NOT-A-VALUE
                END-IF
            END-IF.

       NOTE-FLOAT-NOT-A-VALUE.
            MOVE "N" TO WS-VALUE-READABLE-SW
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING "exponent bits all ones - infinity or not a"
                " number"
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM NOTE-PROBLEM.

      *        Edited: each byte must fit the symbol in its position.
      *        Zero suppression may leave spaces (or asterisks) in
      *        front of the first digit, never after it.
       DECODE-EDITED.
            PERFORM BYTES-TO-ASCII-TEXT
            MOVE "N" TO WS-DIGIT-SEEN-SW
            MOVE "N" TO WS-SKIP-NEXT-SW
            MOVE 1 TO WS-DATA-IDX
            PERFORM DECODE-ONE-EDITED-SYMBOL
                VARYING WS-PIC-IDX FROM 1 BY 1
                UNTIL WS-PIC-IDX > WS-EXP-LEN.

      *        Body of DECODE-EDITED's loop - WS-DATA-IDX is the byte
      *        under the symbol at WS-PIC-IDX.
       DECODE-ONE-EDITED-SYMBOL.
            MOVE WS-EXPANDED(WS-PIC-IDX:1) TO WS-PIC-CHAR
            IF WS-SKIP-NEXT
                MOVE "N" TO WS-SKIP-NEXT-SW
            ELSE
            IF WS-PIC-CHAR NOT = "V"
                MOVE WS-DATA-IDX TO WS-BYTE-IDX
                PERFORM SPLIT-ONE-BYTE
                MOVE WS-TEXT(WS-DATA-IDX:1) TO WS-CHAR
                MOVE "Y" TO WS-BYTE-FITS-SW
                EVALUATE WS-PIC-CHAR
                    WHEN "9"
                    WHEN "Z"
                    WHEN "*"
                        PERFORM DECODE-EDITED-DIGIT
                    WHEN "."
                    WHEN ","
                        IF WS-CHAR NOT = WS-PIC-CHAR
                            PERFORM CHECK-SUPPRESSED-POSITION
                        END-IF
                    WHEN "B"
                        IF WS-CHAR NOT = SPACE
                            MOVE "N" TO WS-BYTE-FITS-SW
                        END-IF
                    WHEN "0"
                    WHEN "/"
                        IF WS-CHAR NOT = WS-PIC-CHAR
                            PERFORM CHECK-SUPPRESSED-POSITION
                        END-IF
                    WHEN "$"
                        IF WS-CHAR NOT = "$"
                            MOVE "N" TO WS-BYTE-FITS-SW
                        END-IF
                    WHEN "+"
                        EVALUATE WS-CHAR
                            WHEN "+"
                                CONTINUE
                            WHEN "-"
                                MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                            WHEN OTHER
                                MOVE "N" TO WS-BYTE-FITS-SW
                        END-EVALUATE
                    WHEN "-"
                        EVALUATE WS-CHAR
                            WHEN SPACE
                                CONTINUE
                            WHEN "-"
                                MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                            WHEN OTHER
                                MOVE "N" TO WS-BYTE-FITS-SW
                        END-EVALUATE
                    WHEN "C"
                    WHEN "D"
                        PERFORM DECODE-EDITED-CR-DB
                END-EVALUATE
                IF NOT WS-BYTE-FITS
                    MOVE "N" TO WS-VALUE-READABLE-SW
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") '" WS-CHAR "' does not fit PICTURE"
                        " symbol " WS-PIC-CHAR
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
                END-IF
                ADD 1 TO WS-DATA-IDX
            END-IF
            END-IF.

       DECODE-EDITED-DIGIT.
            IF WS-CHAR IS NUMERIC
                MOVE WS-CHAR TO WS-DIGIT
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-DIGIT
                MOVE "Y" TO WS-DIGIT-SEEN-SW
            ELSE
            IF WS-PIC-CHAR = "9"
                MOVE "N" TO WS-BYTE-FITS-SW
            ELSE
                PERFORM CHECK-SUPPRESSED-POSITION
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10
            END-IF
            END-IF.

      *        A suppressed position shows a space, or an asterisk
      *        under asterisk fill, and only ahead of the digits.
       CHECK-SUPPRESSED-POSITION.
            IF WS-DIGIT-SEEN
                OR (WS-CHAR NOT = SPACE AND WS-CHAR NOT = "*")
                MOVE "N" TO WS-BYTE-FITS-SW
            END-IF.

      *        CR and DB show in full for a negative value, as two
      *        spaces otherwise.
       DECODE-EDITED-CR-DB.
            IF WS-TEXT(WS-DATA-IDX:2) = WS-EXPANDED(WS-PIC-IDX:2)
                MOVE "Y" TO WS-VALUE-NEGATIVE-SW
            ELSE
                IF WS-TEXT(WS-DATA-IDX:2) NOT = SPACES
                    MOVE "N" TO WS-BYTE-FITS-SW
                END-IF
            END-IF
            ADD 1 TO WS-DATA-IDX
            MOVE "Y" TO WS-SKIP-NEXT-SW.

      *        WS-TEXT gets the field's bytes as ASCII characters:
      *        as they are for code page A, through the EBCDICT
      *        table for E - the trailing byte of a signed zoned
      *        field through the sign zones, as IMPORT does.
       BYTES-TO-ASCII-TEXT.
            MOVE WS-BYTES TO WS-TEXT
            IF WS-CODE-PAGE-EBCDIC
                PERFORM TRANSLATE-ONE-INBOUND-BYTE
                    VARYING WS-BYTE-IDX FROM 1 BY 1
                    UNTIL WS-BYTE-IDX > WS-FIELD-BYTES
            END-IF.

      *        Body of BYTES-TO-ASCII-TEXT's loop.
       TRANSLATE-ONE-INBOUND-BYTE.
            MOVE "N" TO WS-OVP-DONE-SW
            IF WS-USAGE-IS-ZONED AND WS-SIGNED
                    AND WS-BYTE-IDX = WS-FIELD-BYTES
                PERFORM CHECK-ONE-OVP-ZONE
                    VARYING WS-ZONE-IDX FROM 1 BY 1
                    UNTIL WS-ZONE-IDX > 10
                    OR WS-OVP-DONE
            END-IF
            IF NOT WS-OVP-DONE
                MOVE WS-E2A-TABLE(FUNCTION ORD(
                    WS-BYTES(WS-BYTE-IDX:1)):1)
                    TO WS-TEXT(WS-BYTE-IDX:1)
                IF WS-E2A-KNOWN(FUNCTION ORD(
                        WS-BYTES(WS-BYTE-IDX:1)):1) = "N"
                    PERFORM SPLIT-ONE-BYTE
                    MOVE "N" TO WS-VALUE-READABLE-SW
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING "byte " WS-POS-EDITED " (" WS-BYTE-HEX
                        ") is not in the EBCDIC translate table"
                        DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM NOTE-PROBLEM
                END-IF
            END-IF.

      *        Body of TRANSLATE-ONE-INBOUND-BYTE's scan - matches the
      *        sign byte against both zone sets.
       CHECK-ONE-OVP-ZONE.
            IF WS-BYTES(WS-BYTE-IDX:1) = WS-OVP-POSITIVE(WS-ZONE-IDX:1)
                MOVE WS-ASC-POSITIVE(WS-ZONE-IDX:1)
                    TO WS-TEXT(WS-BYTE-IDX:1)
                SET WS-OVP-DONE TO TRUE
            END-IF
            IF WS-BYTES(WS-BYTE-IDX:1) = WS-OVP-NEGATIVE(WS-ZONE-IDX:1)
                MOVE WS-ASC-NEGATIVE(WS-ZONE-IDX:1)
                    TO WS-TEXT(WS-BYTE-IDX:1)
                SET WS-OVP-DONE TO TRUE
            END-IF.

      *        The value lines and the verdict.
       SHOW-DECODED-VALUE.
            IF WS-USAGE-IS-ZONED OR WS-USAGE-IS-EDITED
                DISPLAY "  CHARACTERS '" WS-TEXT(1:WS-FIELD-BYTES) "'"
            END-IF
            IF NOT WS-VALUE-READABLE
                DISPLAY "  VALUE      not decodable - see the"
                    " problems above"
            ELSE
            IF WS-USAGE-IS-SHORT-FLOAT
                DISPLAY "  VALUE      " WS-SHORT-FLOAT
            ELSE
            IF WS-USAGE-IS-FLOAT
                DISPLAY "  VALUE      " WS-LONG-FLOAT
            ELSE
                PERFORM FORMAT-VALUE-TEXT
                DISPLAY "  VALUE      " WS-VALUE-TEXT
            END-IF
            END-IF
            END-IF
            IF WS-PROBLEM-COUNT = ZERO
                DISPLAY "  VALID      for " FUNCTION TRIM(WS-USAGE)
                    " " FUNCTION TRIM(WS-PICTURE)
            ELSE
                MOVE WS-PROBLEM-COUNT TO WS-POS-EDITED
                DISPLAY "  NOT VALID  for " FUNCTION TRIM(WS-USAGE)
                    " " FUNCTION TRIM(WS-PICTURE)
                    " - " FUNCTION TRIM(WS-POS-EDITED) " problem(s)"
            END-IF.

      *        WS-VALUE-TEXT gets WS-VALUE-ABS with its sign and the
      *        decimal point WS-SCALE digits from the right, leading
      *        zeros dropped.
       FORMAT-VALUE-TEXT.
            COMPUTE WS-INT-LEN = 20 - WS-SCALE
            MOVE ZERO TO WS-LEAD-ZEROS
            INSPECT WS-VALUE-ABS-X(1:WS-INT-LEN)
                TALLYING WS-LEAD-ZEROS FOR LEADING "0"
            IF WS-LEAD-ZEROS = WS-INT-LEN
                SUBTRACT 1 FROM WS-LEAD-ZEROS
            END-IF
            MOVE SPACES TO WS-VALUE-TEXT
            MOVE 1 TO WS-TEXT-PTR
            IF WS-VALUE-NEGATIVE
                STRING "-" DELIMITED BY SIZE
                    INTO WS-VALUE-TEXT WITH POINTER WS-TEXT-PTR
            END-IF
            STRING WS-VALUE-ABS-X(WS-LEAD-ZEROS + 1:
                    WS-INT-LEN - WS-LEAD-ZEROS)
                DELIMITED BY SIZE
                INTO WS-VALUE-TEXT WITH POINTER WS-TEXT-PTR
            IF WS-SCALE > ZERO
                STRING "." WS-VALUE-ABS-X(WS-INT-LEN + 1:WS-SCALE)
                    DELIMITED BY SIZE
                    INTO WS-VALUE-TEXT WITH POINTER WS-TEXT-PTR
            END-IF.

      *        Reads the typed value - an optional leading sign,
      *        digits and at most one decimal point - into WS-VALUE-ABS
      *        at the PICTURE's scale, then drops what the field has
      *        no room for the way a MOVE would. The floats have no
      *        PICTURE: they keep the decimals as typed.
       PARSE-VALUE.
            MOVE FUNCTION TRIM(WS-VALUE-REPLY) TO WS-VALUE-REPLY
            MOVE ZERO TO WS-VALUE-ABS
            MOVE ZERO TO WS-INT-DIGITS
            MOVE ZERO TO WS-FRAC-TYPED
            MOVE ZERO TO WS-FRAC-KEPT
            MOVE "N" TO WS-VALUE-NEGATIVE-SW
            MOVE "N" TO WS-FRAC-DROPPED-SW
            MOVE "N" TO WS-POINT-SEEN-SW
            MOVE "N" TO WS-DIGIT-SEEN-SW
            PERFORM PARSE-ONE-VALUE-CHAR
                VARYING WS-VALUE-IDX FROM 1 BY 1
                UNTIL WS-VALUE-IDX > 30
                OR WS-VALUE-REPLY(WS-VALUE-IDX:1) = SPACE
                OR NOT WS-ENTRY-OK
            IF WS-ENTRY-OK AND NOT WS-DIGIT-SEEN
                MOVE "N" TO WS-ENTRY-OK-SW
            END-IF
            IF WS-ENTRY-OK AND WS-VALUE-IDX < 31
                IF WS-VALUE-REPLY(WS-VALUE-IDX:) NOT = SPACES
                    MOVE "N" TO WS-ENTRY-OK-SW
                END-IF
            END-IF
            IF NOT WS-ENTRY-OK
                DISPLAY "Value must be digits with an optional sign"
                    " and point, at most 18 digits: " WS-VALUE-REPLY
            ELSE
                PERFORM FIT-VALUE-TO-PICTURE
            END-IF.

      *        Body of PARSE-VALUE's loop.
       PARSE-ONE-VALUE-CHAR.
            MOVE WS-VALUE-REPLY(WS-VALUE-IDX:1) TO WS-CHAR
            EVALUATE TRUE
                WHEN (WS-CHAR = "+" OR WS-CHAR = "-")
                        AND WS-VALUE-IDX = 1
                    IF WS-CHAR = "-"
                        MOVE "Y" TO WS-VALUE-NEGATIVE-SW
                    END-IF
                WHEN WS-CHAR = "." AND NOT WS-POINT-SEEN
                    MOVE "Y" TO WS-POINT-SEEN-SW
                WHEN WS-CHAR IS NUMERIC
                    MOVE "Y" TO WS-DIGIT-SEEN-SW
                    MOVE WS-CHAR TO WS-DIGIT
                    PERFORM TAKE-ONE-VALUE-DIGIT
                WHEN OTHER
                    MOVE "N" TO WS-ENTRY-OK-SW
            END-EVALUATE.

      *        Leading zeros of the whole part do not count toward
      *        its digits; decimals past the PICTURE's scale are only
      *        noted.
       TAKE-ONE-VALUE-DIGIT.
            IF NOT WS-POINT-SEEN
                IF WS-INT-DIGITS > ZERO OR WS-DIGIT > ZERO
                    ADD 1 TO WS-INT-DIGITS
                END-IF
                COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-DIGIT
            ELSE
                ADD 1 TO WS-FRAC-TYPED
                IF WS-USAGE-IS-FLOAT OR WS-FRAC-KEPT < WS-SCALE
                    ADD 1 TO WS-FRAC-KEPT
                    COMPUTE WS-VALUE-ABS = WS-VALUE-ABS * 10 + WS-DIGIT
                ELSE
                    IF WS-DIGIT > ZERO
                        MOVE "Y" TO WS-FRAC-DROPPED-SW
                    END-IF
                END-IF
            END-IF
            IF WS-INT-DIGITS + WS-FRAC-KEPT > 18
                MOVE "N" TO WS-ENTRY-OK-SW
            END-IF.

      *        Scales the value to the PICTURE and drops what does
      *        not fit, saying so.
       FIT-VALUE-TO-PICTURE.
            IF WS-USAGE-IS-FLOAT
                MOVE WS-FRAC-KEPT TO WS-SCALE
            ELSE
                COMPUTE WS-VALUE-ABS =
                    WS-VALUE-ABS * 10 ** (WS-SCALE - WS-FRAC-KEPT)
                IF WS-FRAC-DROPPED
                    DISPLAY "  NOTE       decimals past the PICTURE"
                        " dropped - truncated, not rounded"
                END-IF
                IF WS-INT-DIGITS > WS-DIGITS - WS-SCALE
                    COMPUTE WS-LIMIT = 10 ** WS-DIGITS
                    DIVIDE WS-VALUE-ABS BY WS-LIMIT
                        GIVING WS-WORK-INTEGER
                        REMAINDER WS-VALUE-ABS
                    DISPLAY "  NOTE       more whole digits than the"
                        " PICTURE - high-order digits dropped"
                END-IF
                IF WS-VALUE-NEGATIVE AND NOT WS-SIGNED
                    MOVE "N" TO WS-VALUE-NEGATIVE-SW
                    DISPLAY "  NOTE       unsigned PICTURE - the sign"
                        " is dropped"
                END-IF
            END-IF
            IF WS-VALUE-ABS = ZERO
                MOVE "N" TO WS-VALUE-NEGATIVE-SW
            END-IF.

      *        Shows the value as stored and its bytes.
       SHOW-ENCODED-VALUE.
            PERFORM FORMAT-VALUE-TEXT
            DISPLAY "  VALUE      " WS-VALUE-TEXT
            MOVE WS-OUT-L-BYTES TO WS-HEXDUMP-SRC
            MOVE WS-OUT-LEN TO WS-HEXDUMP-LEN
            PERFORM HEX-DUMP-FIELD
            MOVE WS-HEXDUMP-OUT TO WS-L-HEX
            MOVE WS-OUT-B-BYTES TO WS-HEXDUMP-SRC
            PERFORM HEX-DUMP-FIELD
            MOVE WS-HEXDUMP-OUT TO WS-B-HEX
            DISPLAY "  L HEX      " WS-L-HEX(1:WS-OUT-LEN * 2)
            DISPLAY "  B HEX      " WS-B-HEX(1:WS-OUT-LEN * 2)
            IF WS-USAGE-IS-FLOAT
                DISPLAY "  EBCDIC     none - COMP-1 and COMP-2 have"
                    " no DISPLAY form"
            ELSE
                MOVE WS-EBCDIC-BYTES TO WS-HEXDUMP-SRC
                MOVE WS-EBCDIC-LEN TO WS-HEXDUMP-LEN
                PERFORM HEX-DUMP-FIELD
                MOVE WS-HEXDUMP-OUT TO WS-EBCDIC-HEX
                IF WS-USAGE-IS-EDITED
                    DISPLAY "  EBCDIC     "
                        WS-EBCDIC-HEX(1:WS-EBCDIC-LEN * 2)
                ELSE
                    DISPLAY "  EBCDIC     "
                        WS-EBCDIC-HEX(1:WS-EBCDIC-LEN * 2)
                        "  (as " FUNCTION TRIM(WS-PICTURE)
                        " DISPLAY)"
                END-IF
            END-IF.

      *        DISPLAY and OVERPUNCH: the same bytes for L and B.
       ENCODE-ZONED.
            PERFORM MAKE-ZONED-FORM
            MOVE WS-FIELD-BYTES TO WS-OUT-LEN
            MOVE WS-ZONED TO WS-OUT-L-BYTES
            MOVE WS-ZONED TO WS-OUT-B-BYTES.

      *        The value as a DISPLAY field of the PICTURE, in ASCII
      *        (WS-ZONED) and EBCDIC (WS-EBCDIC-BYTES), the sign in
      *        the zone of the last byte if the PICTURE is signed.
       MAKE-ZONED-FORM.
            MOVE SPACES TO WS-ZONED
            MOVE WS-VALUE-ABS-X(21 - WS-DIGITS:WS-DIGITS) TO WS-ZONED
            MOVE SPACES TO WS-EBCDIC-BYTES
            MOVE WS-DIGITS TO WS-EBCDIC-LEN
            PERFORM TRANSLATE-ONE-ZONED-DIGIT
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-DIGITS
            IF WS-SIGNED
                MOVE WS-ZONED(WS-DIGITS:1) TO WS-DIGIT
                IF WS-VALUE-NEGATIVE
                    MOVE WS-ASC-NEGATIVE(WS-DIGIT + 1:1)
                        TO WS-ZONED(WS-DIGITS:1)
                    MOVE WS-OVP-NEGATIVE(WS-DIGIT + 1:1)
                        TO WS-EBCDIC-BYTES(WS-DIGITS:1)
                ELSE
                    MOVE WS-OVP-POSITIVE(WS-DIGIT + 1:1)
                        TO WS-EBCDIC-BYTES(WS-DIGITS:1)
                END-IF
            END-IF.

      *        Body of MAKE-ZONED-FORM's loop.
       TRANSLATE-ONE-ZONED-DIGIT.
            MOVE WS-A2E-TABLE(FUNCTION ORD(
                WS-ZONED(WS-BYTE-IDX:1)):1)
                TO WS-EBCDIC-BYTES(WS-BYTE-IDX:1).

      *        COMP-3: the digits as nibbles behind a 0 pad nibble if
      *        their count is even, then C or D signed, F unsigned.
      *        Packed bytes are the same for L and B.
       ENCODE-PACKED.
            MOVE SPACES TO WS-PACKED-HEX
            IF WS-FIELD-BYTES * 2 - 1 > WS-DIGITS
                STRING "0" WS-VALUE-ABS-X(21 - WS-DIGITS:WS-DIGITS)
                    DELIMITED BY SIZE INTO WS-PACKED-HEX
            ELSE
                MOVE WS-VALUE-ABS-X(21 - WS-DIGITS:WS-DIGITS)
                    TO WS-PACKED-HEX
            END-IF
            EVALUATE TRUE
                WHEN NOT WS-SIGNED
                    MOVE "F" TO WS-PACKED-HEX(WS-FIELD-BYTES * 2:1)
                WHEN WS-VALUE-NEGATIVE
                    MOVE "D" TO WS-PACKED-HEX(WS-FIELD-BYTES * 2:1)
                WHEN OTHER
                    MOVE "C" TO WS-PACKED-HEX(WS-FIELD-BYTES * 2:1)
            END-EVALUATE
            MOVE WS-PACKED-HEX TO WS-HEX-TEXT
            PERFORM HEX-PAIR-TO-BYTE
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-FIELD-BYTES
            MOVE WS-FIELD-BYTES TO WS-OUT-LEN
            MOVE WS-BYTES TO WS-OUT-L-BYTES
            MOVE WS-BYTES TO WS-OUT-B-BYTES
            PERFORM MAKE-ZONED-FORM.

      *        COMP and COMP-5: two's complement, built least
      *        significant byte first - that is the L order, and B is
      *        the same bytes the other way round.
       ENCODE-BINARY.
            EVALUATE WS-FIELD-BYTES
                WHEN 1
                    MOVE 256 TO WS-POWER
                WHEN 2
                    MOVE 65536 TO WS-POWER
                WHEN 4
                    MOVE 4294967296 TO WS-POWER
                WHEN OTHER
                    MOVE 18446744073709551616 TO WS-POWER
            END-EVALUATE
            IF WS-VALUE-NEGATIVE
                COMPUTE WS-WORK-INTEGER = WS-POWER - WS-VALUE-ABS
            ELSE
                MOVE WS-VALUE-ABS TO WS-WORK-INTEGER
            END-IF
            MOVE WS-FIELD-BYTES TO WS-OUT-LEN
            MOVE SPACES TO WS-OUT-L-BYTES
            MOVE SPACES TO WS-OUT-B-BYTES
            PERFORM ENCODE-ONE-BINARY-BYTE
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-FIELD-BYTES
            PERFORM MAKE-ZONED-FORM.

      *        Body of ENCODE-BINARY's loop.
       ENCODE-ONE-BINARY-BYTE.
            DIVIDE WS-WORK-INTEGER BY 256 GIVING WS-WORK-INTEGER
                REMAINDER WS-BYTE-ORD
            MOVE FUNCTION CHAR(WS-BYTE-ORD + 1)
                TO WS-OUT-L-BYTES(WS-BYTE-IDX:1)
            MOVE FUNCTION CHAR(WS-BYTE-ORD + 1)
                TO WS-OUT-B-BYTES(WS-FIELD-BYTES - WS-BYTE-IDX + 1:1).

      *        COMP-1 and COMP-2: the float this machine stores,
      *        and the same bytes reversed for the other order.
       ENCODE-FLOAT.
            MOVE WS-FIELD-BYTES TO WS-OUT-LEN
            MOVE SPACES TO WS-REV-SRC
            IF WS-USAGE-IS-SHORT-FLOAT
                COMPUTE WS-SHORT-FLOAT = WS-VALUE-ABS / 10 ** WS-SCALE
                IF WS-VALUE-NEGATIVE
                    COMPUTE WS-SHORT-FLOAT = 0 - WS-SHORT-FLOAT
                END-IF
                MOVE WS-SHORT-FLOAT-RAW TO WS-REV-SRC
            ELSE
                COMPUTE WS-LONG-FLOAT = WS-VALUE-ABS / 10 ** WS-SCALE
                IF WS-VALUE-NEGATIVE
                    COMPUTE WS-LONG-FLOAT = 0 - WS-LONG-FLOAT
                END-IF
                MOVE WS-LONG-FLOAT-RAW TO WS-REV-SRC
            END-IF
            PERFORM REVERSE-BYTES
            IF WS-NATIVE-ORDER = "L"
                MOVE WS-REV-SRC TO WS-OUT-L-BYTES
                MOVE WS-REV-OUT TO WS-OUT-B-BYTES
            ELSE
                MOVE WS-REV-OUT TO WS-OUT-L-BYTES
                MOVE WS-REV-SRC TO WS-OUT-B-BYTES
            END-IF.

      *        WS-REV-OUT gets the first WS-OUT-LEN bytes of
      *        WS-REV-SRC in reverse order.
       REVERSE-BYTES.
            MOVE SPACES TO WS-REV-OUT
            PERFORM REVERSE-ONE-BYTE
                VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-OUT-LEN.

      *        Body of REVERSE-BYTES's loop.
       REVERSE-ONE-BYTE.
            MOVE WS-REV-SRC(WS-OUT-LEN - WS-REV-IDX + 1:1)
                TO WS-REV-OUT(WS-REV-IDX:1).

      *        Edited: walks the PICTURE left to right taking the
      *        digits from WS-VALUE-ABS, suppressing leading zeros
      *        under Z and *. A value of zero under a PICTURE with no
      *        9 is all spaces (asterisks but the point under *).
      *        The characters are the same for L and B; the EBCDIC
      *        bytes are the same characters through the table.
       ENCODE-EDITED.
            MOVE ZERO TO WS-STAR-COUNT
            MOVE ZERO TO WS-NINE-COUNT
            INSPECT WS-EXPANDED(1:WS-EXP-LEN) TALLYING
                WS-STAR-COUNT FOR ALL "*"
                WS-NINE-COUNT FOR ALL "9"
            IF WS-STAR-COUNT > ZERO
                MOVE "*" TO WS-FILL-CHAR
            ELSE
                MOVE SPACE TO WS-FILL-CHAR
            END-IF
            MOVE SPACES TO WS-EDITED-TEXT
            MOVE "Y" TO WS-SUPPRESS-SW
            MOVE "N" TO WS-SKIP-NEXT-SW
            COMPUTE WS-SRC-IDX = 21 - WS-DIGITS
            MOVE 1 TO WS-DATA-IDX
            PERFORM ENCODE-ONE-EDITED-SYMBOL
                VARYING WS-PIC-IDX FROM 1 BY 1
                UNTIL WS-PIC-IDX > WS-EXP-LEN
            IF WS-VALUE-ABS = ZERO AND WS-NINE-COUNT = ZERO
                IF WS-FILL-CHAR = "*"
                    INSPECT WS-EDITED-TEXT(1:WS-FIELD-BYTES)
                        REPLACING ALL "0" BY "*"
                ELSE
                    MOVE SPACES TO WS-EDITED-TEXT
                END-IF
            END-IF
            MOVE WS-FIELD-BYTES TO WS-OUT-LEN
            MOVE WS-EDITED-TEXT TO WS-OUT-L-BYTES
            MOVE WS-EDITED-TEXT TO WS-OUT-B-BYTES
            MOVE SPACES TO WS-EBCDIC-BYTES
            MOVE WS-FIELD-BYTES TO WS-EBCDIC-LEN
            PERFORM TRANSLATE-ONE-EDITED-CHAR
                VARYING WS-BYTE-IDX FROM 1 BY 1
                UNTIL WS-BYTE-IDX > WS-FIELD-BYTES.

      *        Body of ENCODE-EDITED's loop - WS-DATA-IDX is the
      *        output position, WS-SRC-IDX the next digit to place.
       ENCODE-ONE-EDITED-SYMBOL.
            MOVE WS-EXPANDED(WS-PIC-IDX:1) TO WS-PIC-CHAR
            IF WS-SKIP-NEXT
                MOVE "N" TO WS-SKIP-NEXT-SW
            ELSE
            IF WS-PIC-CHAR NOT = "V"
                EVALUATE WS-PIC-CHAR
                    WHEN "9"
                        MOVE WS-VALUE-ABS-X(WS-SRC-IDX:1)
                            TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        MOVE "N" TO WS-SUPPRESS-SW
                        ADD 1 TO WS-SRC-IDX
                    WHEN "Z"
                    WHEN "*"
                        IF WS-SUPPRESSING
                                AND WS-VALUE-ABS-X(WS-SRC-IDX:1) = "0"
                            MOVE WS-FILL-CHAR
                                TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        ELSE
                            MOVE WS-VALUE-ABS-X(WS-SRC-IDX:1)
                                TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                            MOVE "N" TO WS-SUPPRESS-SW
                        END-IF
                        ADD 1 TO WS-SRC-IDX
                    WHEN "."
                        MOVE "." TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        MOVE "N" TO WS-SUPPRESS-SW
                    WHEN ","
                    WHEN "0"
                    WHEN "/"
                        IF WS-SUPPRESSING
                            MOVE WS-FILL-CHAR
                                TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        ELSE
                            MOVE WS-PIC-CHAR
                                TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        END-IF
                    WHEN "B"
                        MOVE SPACE TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                    WHEN "$"
                        MOVE "$" TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                    WHEN "+"
                        IF WS-VALUE-NEGATIVE
                            MOVE "-" TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        ELSE
                            MOVE "+" TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        END-IF
                    WHEN "-"
                        IF WS-VALUE-NEGATIVE
                            MOVE "-" TO WS-EDITED-TEXT(WS-DATA-IDX:1)
                        END-IF
                    WHEN "C"
                    WHEN "D"
                        IF WS-VALUE-NEGATIVE
                            MOVE WS-EXPANDED(WS-PIC-IDX:2)
                                TO WS-EDITED-TEXT(WS-DATA-IDX:2)
                        END-IF
                        ADD 1 TO WS-DATA-IDX
                        MOVE "Y" TO WS-SKIP-NEXT-SW
                END-EVALUATE
                ADD 1 TO WS-DATA-IDX
            END-IF
            END-IF.

      *        Body of ENCODE-EDITED's translate loop.
       TRANSLATE-ONE-EDITED-CHAR.
            MOVE WS-A2E-TABLE(FUNCTION ORD(
                WS-EDITED-TEXT(WS-BYTE-IDX:1)):1)
                TO WS-EBCDIC-BYTES(WS-BYTE-IDX:1).

       COPY HEXDUMPP.

       END PROGRAM YOUR-PROGRAM-NAME.
