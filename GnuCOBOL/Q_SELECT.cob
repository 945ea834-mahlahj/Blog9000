
      *> Q_ATTRGET scratch for the ATTR field:
       01 WS-ATTR-STATE         PIC X VALUE 'U'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
                CLOSE SELECTION-QUOTE-FILE
                MOVE 'N' TO WS-FILE-OPEN
            END-IF.
            MOVE 'Q_SELECT' TO WS-LAYCHK-PROGRAM.
            MOVE 'SDF' TO WS-LAYCHK-CODE.
            MOVE WS-SDF-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT SELECTION-QUOTE-FILE.
            IF WS-SEL-STATUS NOT = '00'
                DISPLAY "Q_SELECT: unable to open the quote file, "
                MOVE 'N' TO WS-FILE-OPEN
            END-IF.
            MOVE 'N' TO LK-FOUND.

       COPY MM-LAYCHK-PROC.
