       COPY MM-SRC-PATH.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-SRC-AVAILABLE      PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-SOURCE             PIC X(50).
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_SRCCHK' TO WS-LAYCHK-PROGRAM.
            MOVE 'SRC' TO WS-LAYCHK-CODE.
            MOVE WS-SRC-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF WS-SRC-STATUS = '00'
                MOVE 'Y' TO WS-SRC-AVAILABLE
                WHEN OTHER
                    MOVE 'N' TO LK-RESULT
            END-EVALUATE.

       COPY MM-LAYCHK-PROC.
