       01 WS-ATTR-STATUS        PIC XX VALUE '00'.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-ATTR-AVAILABLE     PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-ID                 PIC 9(9).
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
                DELIMITED BY SIZE INTO WS-ATTR-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_ATTRGET' TO WS-LAYCHK-PROGRAM.
            MOVE 'ATTR' TO WS-LAYCHK-CODE.
            MOVE WS-ATTR-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT ATTRIBUTION-FILE.
            IF WS-ATTR-STATUS = '00'
                MOVE 'Y' TO WS-ATTR-AVAILABLE
            ELSE
                MOVE 'N' TO WS-ATTR-AVAILABLE
            END-IF.

       COPY MM-LAYCHK-PROC.
