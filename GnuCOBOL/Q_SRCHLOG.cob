       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SRCHLOG.

      *> Q_SRCHLOG - the one place that writes the search log
      *> (MM-SRCH-RAW.cpy).  CALLed by every program that searches
      *> the quotes for a reader (Q_READER, Q_SERVER), once per
      *> search, so the log line is laid out exactly once.
      *> Q_GAPRPT reads it back.
      *>
      *>   LK-CHANNEL  the searching program's name
      *>   LK-KIND     NAME, AUTHOR, KEYWORD or CATEGORY
      *>   LK-TERM     the term as it was searched for
      *>   LK-HITS     how many quotes it found
      *>
      *> Opened EXTEND and closed again for every entry, the way
      *> Q_PUBLOG writes the publication ledger, so a resident
      *> Q_SERVER never holds an unflushed log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SEARCH-LOG-FILE
            ASSIGN TO WS-SRCH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SRCH-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-SDF-PATH.
       01 WS-SRCH-PATH          PIC X(205) VALUE SPACES.
       01 WS-SRCH-STATUS        PIC XX VALUE '00'.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-OPERATOR           PIC X(10) VALUE SPACES.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-CHANNEL            PIC X(8).
       01 LK-KIND               PIC X(8).
       01 LK-TERM               PIC X(60).
       01 LK-HITS               PIC 9(9).

        PROCEDURE DIVISION USING LK-CHANNEL LK-KIND LK-TERM LK-HITS.
        IF WS-OPENED NOT = 'Y'
            PERFORM 1000-LOCATE-LOG
            MOVE 'Y' TO WS-OPENED
        END-IF.
        IF LK-TERM = SPACES
            GOBACK
        END-IF.

        OPEN EXTEND SEARCH-LOG-FILE.
        IF WS-SRCH-STATUS NOT = '00'
            OPEN OUTPUT SEARCH-LOG-FILE
        END-IF.
        IF WS-SRCH-STATUS = '00'
            MOVE FUNCTION CURRENT-DATE TO WS-NOW
            MOVE SPACES TO SL-DATA-RAW
            STRING WS-NOW (1:8) '-' WS-NOW (9:6)
                DELIMITED BY SIZE INTO SL-TIMESTAMP
            MOVE LK-CHANNEL TO SL-CHANNEL
            MOVE LK-KIND TO SL-KIND
            IF WS-OPERATOR = SPACES
                MOVE LK-CHANNEL TO SL-OPERATOR
            ELSE
                MOVE WS-OPERATOR TO SL-OPERATOR
            END-IF
            MOVE LK-HITS TO SL-HITS
            MOVE FUNCTION TRIM(LK-TERM) TO SL-TERM
            WRITE SL-DATA-RAW
            CLOSE SEARCH-LOG-FILE
        END-IF.

        GOBACK.

      *> The log rides next to the quote file, named after it the
      *> same way the .JNL journal is:
       1000-LOCATE-LOG.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".SRCHLOG"
                DELIMITED BY SIZE INTO WS-SRCH-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_SRCHLOG' TO WS-LAYCHK-PROGRAM.
            MOVE 'SRCH' TO WS-LAYCHK-CODE.
            MOVE WS-SRCH-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.

       COPY MM-LAYCHK-PROC.
