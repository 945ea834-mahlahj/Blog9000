       01 WS-SEG-EOF            PIC X VALUE 'N'.
       01 WS-TEXT-POS           PIC 9(5) COMP VALUE ZERO.
       01 WS-ANY-DELETED        PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".OVF"
                DELIMITED BY SIZE INTO WS-OVF-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_LONGTXT' TO WS-LAYCHK-PROGRAM.
            MOVE 'OVF' TO WS-LAYCHK-CODE.
            MOVE WS-OVF-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN I-O MAXIM-OVERFLOW-FILE.
            IF WS-OVF-STATUS NOT = '00'
                OPEN OUTPUT MAXIM-OVERFLOW-FILE
                    END-READ
                END-PERFORM
            END-IF.

       COPY MM-LAYCHK-PROC.
