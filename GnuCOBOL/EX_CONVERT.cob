      *>                zones (F digits, C/D overpunch on the last
      *>                byte) whatever the codepage - that is the
      *>                only zoned format the feeds carry
      *>   TEXT n       an n-byte character field (up to 255, so a
      *>                whole maxim fits), translated
      *>                EBCDIC<->ASCII when CONVERT_CODEPAGE is
      *>                EBCDIC and passed through untouched when
      *>                not
       DATA DIVISION.
       FILE SECTION.
       FD  DISPLAY-EXTRACT-FILE.
       01  WS-DISPLAY-LINE        PIC X(1000).

       FD  BINARY-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-BIN-REC-LEN.
       01  WS-BINARY-RECORD       PIC X(1000).

       FD  LAYOUT-FILE.
       01  WS-LAYOUT-LINE         PIC X(20).

       FD  CONVERT-REJECT-FILE.
       01  WS-REJECT-RECORD       PIC X(1050).

       FD  CONVERT-TOTALS-FILE.
       01  WS-TOTALS-RECORD       PIC X(80).
       01 WS-TOTALS-STATUS      PIC XX VALUE '00'.
       01 WS-DIRECTION          PIC X VALUE SPACE.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-BIN-REC-LEN        PIC 9(4) COMP VALUE ZERO.

      *> The record layout, read once at start-up: up to 20 fields,
      *> each a GR-CLASSICS binary size or a mainframe type with
       01 WS-LAYOUT-TABLE.
           05 WS-LAYOUT-ENTRY OCCURS 20 TIMES.
               10 WS-FIELD-TYPE    PIC X.
               10 WS-FIELD-SIZE    PIC 9(3) COMP.
               10 WS-FIELD-DIGITS  PIC 9(2) COMP.
               10 WS-FIELD-SCALE   PIC 9(2) COMP.
       01 WS-FIELD-I            PIC 9(2) COMP VALUE ZERO.
       01 WS-RECORD-BYTES       PIC 9(4) COMP VALUE ZERO.
       01 WS-LAYOUT-WORD        PIC X(10) VALUE SPACES.
       01 WS-LAYOUT-P1          PIC X(5) VALUE SPACES.
       01 WS-LAYOUT-P2          PIC X(5) VALUE SPACES.
       01 WS-PACK-SHORT-G.
           05 WS-PACK-SHORT      BINARY-SHORT.
       01 WS-PACK-INT-G.
           05 WS-PACK-INT        BINARY-LONG.
       01 WS-PACK-LONG-G.
           05 WS-PACK-LONG       BINARY-LONG.
       01 WS-PACK-DOUBLE-G.
       01 WS-E2A-TABLE REDEFINES WS-E2A-ROWS PIC X(256).
       01 WS-XLATE-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-XLATE-IDX          PIC 9(3) COMP VALUE ZERO.
       01 WS-TEXT-WORK          PIC X(255) VALUE SPACES.
       01 WS-NIBBLE-POS         PIC 9(3) COMP VALUE ZERO.
       01 WS-NIBBLE-VAL         PIC 9(2) COMP VALUE ZERO.
       01 WS-PAD-NIBBLES        PIC 9(3) COMP VALUE ZERO.
       01 WS-FIELD-IS-TEXT      PIC X VALUE 'N'.
       01 WS-DOT-SEEN           PIC X VALUE 'N'.
       01 WS-FIELD-TOKEN        PIC X(255) VALUE SPACES.

       01 WS-FIELD-VALUE        PIC S9(18) VALUE ZERO.
       01 WS-FIELD-TEXT         PIC X(30) VALUE SPACES.
       01 WS-SPLIT-FIELDS.
           05 WS-SPLIT-FIELD OCCURS 20 TIMES PIC X(255).
       01 WS-BYTE-POS           PIC 9(4) COMP VALUE ZERO.
       01 WS-SCAN-I             PIC 9(2) COMP VALUE ZERO.
       01 WS-SCAN-CHAR          PIC X VALUE SPACE.
       01 WS-FIELD-NUMERIC      PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-SUM-ED             PIC -(18)9.
       01 WS-VAL-ED             PIC -(18)9.
       01 WS-OUT-LINE           PIC X(1000) VALUE SPACES.
       01 WS-OUT-POS            PIC 9(4) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        PERFORM 0100-RESOLVE-PARAMETERS.
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-RECORD-BYTES > 1000
            DISPLAY "Layout adds up to more than 1000 bytes a "
                    "record - nothing converted."
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        STRING FUNCTION TRIM(WS-DISPLAY-PATH) ".REJ"
            DELIMITED BY SIZE INTO WS-REJECT-PATH.
                            IF WS-FIELD-SIZE (WS-LAYOUT-USED)
                                = ZERO
                                OR WS-FIELD-SIZE
                                    (WS-LAYOUT-USED) > 255
                                DISPLAY "TEXT needs 1-255 bytes: "
                                        WS-LAYOUT-LINE
                                SUBTRACT 1 FROM WS-LAYOUT-USED
                            END-IF
            MOVE 'N' TO WS-FIELD-NUMERIC.
            MOVE 'N' TO WS-DIGIT-SEEN.
            MOVE 'N' TO WS-DOT-SEEN.
      *> Nothing numeric runs past 30 characters - a longer field
      *> is garbage, not a number to be cut short:
            IF WS-FIELD-TEXT = SPACES
                OR WS-SPLIT-FIELD (WS-FIELD-I) (31:) NOT = SPACES
                CONTINUE
            ELSE
                MOVE 'Y' TO WS-FIELD-NUMERIC
