       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_PUBLOG.

      *> Q_PUBLOG - the one place that writes the publication
      *> ledger.  CALLed by every program that sends a quote out of
      *> the building (Q_EXPORT, Q_SUBSCR, Q_PRINT, Q_NEWS,
      *> Q_SERVER, Q_DAILY, Q_CALPRT, Q_SIGNAGE), once per quote
      *> delivered, so the ledger line is laid out exactly once.
      *> Q_PUBINQ reads it back.
      *>
      *>   LK-CHANNEL  the delivering program's name (SIGNAGE for
      *>               Q_SIGNAGE, whose name is one too long)
      *>   LK-ID       the quote's Q-ID
      *>   LK-SOURCE   the quote's Q-SOURCE as it went out
      *>   LK-DEST     the file the quote was written to
      *>
      *> Opened EXTEND and closed again for every entry, the way
      *> Q_WRITER writes its journal, so a resident Q_SERVER never
      *> holds an unflushed ledger and a crash loses at most the
      *> entry in flight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PUBLICATION-LOG-FILE
            ASSIGN TO WS-PUB-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-PUB-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-SDF-PATH.
       01 WS-PUB-PATH           PIC X(205) VALUE SPACES.
       01 WS-PUB-STATUS         PIC XX VALUE '00'.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-OPERATOR           PIC X(10) VALUE SPACES.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-CHANNEL            PIC X(8).
       01 LK-ID                 PIC 9(9).
       01 LK-SOURCE             PIC X(50).
       01 LK-DEST               PIC X(200).

        PROCEDURE DIVISION USING LK-CHANNEL LK-ID LK-SOURCE LK-DEST.
        IF WS-OPENED NOT = 'Y'
            PERFORM 1000-LOCATE-LEDGER
            MOVE 'Y' TO WS-OPENED
        END-IF.

        OPEN EXTEND PUBLICATION-LOG-FILE.
        IF WS-PUB-STATUS NOT = '00'
            OPEN OUTPUT PUBLICATION-LOG-FILE
        END-IF.
        IF WS-PUB-STATUS NOT = '00'
            DISPLAY "WARNING: unable to record quote " LK-ID
                    " in the publication ledger, status "
                    WS-PUB-STATUS
        ELSE
            MOVE FUNCTION CURRENT-DATE TO WS-NOW
            MOVE SPACES TO PL-DATA-RAW
            STRING WS-NOW (1:8) '-' WS-NOW (9:6)
                DELIMITED BY SIZE INTO PL-TIMESTAMP
            MOVE LK-CHANNEL TO PL-CHANNEL
            MOVE LK-ID TO PL-ID
            IF WS-OPERATOR = SPACES
                MOVE LK-CHANNEL TO PL-OPERATOR
            ELSE
                MOVE WS-OPERATOR TO PL-OPERATOR
            END-IF
            MOVE LK-SOURCE TO PL-SOURCE
            MOVE LK-DEST TO PL-DEST
            WRITE PL-DATA-RAW
            CLOSE PUBLICATION-LOG-FILE
        END-IF.

        GOBACK.

      *> The ledger rides next to the quote file, named after it
      *> the same way the .JNL journal is:
       1000-LOCATE-LEDGER.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".PUBLOG"
                DELIMITED BY SIZE INTO WS-PUB-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_PUBLOG' TO WS-LAYCHK-PROGRAM.
            MOVE 'PUB' TO WS-LAYCHK-CODE.
            MOVE WS-PUB-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.

       COPY MM-LAYCHK-PROC.
