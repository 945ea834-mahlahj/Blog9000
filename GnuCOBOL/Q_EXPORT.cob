       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-SEL-FOUND          PIC X VALUE 'N'.
       01 WS-SEL-DONE           PIC X VALUE 'N'.

      *> Every record shipped goes in the publication ledger through
      *> Q_PUBLOG - where it went, and for the royalty run, which
      *> source it came from:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_EXPORT'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_EXPORT' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".USAGE"
            DELIMITED BY SIZE INTO WS-USAGE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_EXPORT' TO WS-LAYCHK-PROGRAM.
        MOVE 'USAGE' TO WS-LAYCHK-CODE.
        MOVE WS-USAGE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.
        PERFORM OPEN-USAGE-STATS.

        DISPLAY "Mighty Maxims - Quote Widget Export"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        ACCEPT WS-EXPORT-PATH FROM ENVIRONMENT "MM_EXPORT_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
            DELIMITED BY SIZE INTO WS-COLM-PATH.
        MOVE 'COLM' TO WS-LAYCHK-CODE.
        MOVE WS-COLM-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        IF WS-EXPORT-PATH = SPACES
            PERFORM 0100-ASK-EXPORT-OPTIONS
        ELSE
            PERFORM 0200-TAKE-UNATTENDED-OPTIONS
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".EXPWM"
            DELIMITED BY SIZE INTO WS-WATERMARK-PATH.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        GOBACK.

      *> The console dialogue, exactly as it has always run:
       0100-ASK-EXPORT-OPTIONS.
            DISPLAY "Export format? [J]SON / [C]SV".
            ACCEPT WS-EXPORT-FORMAT FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-EXPORT-FORMAT)
                TO WS-EXPORT-FORMAT.
            IF WS-EXPORT-FORMAT NOT = 'J'
                AND WS-EXPORT-FORMAT NOT = 'C'
                DISPLAY "Unrecognized format, defaulting to JSON."
                MOVE 'J' TO WS-EXPORT-FORMAT
            END-IF.

            DISPLAY "Output file path?".
            ACCEPT WS-EXPORT-PATH FROM CONSOLE.

            DISPLAY "Verified attributions only? [Y/N]".
            ACCEPT WS-VERIFIED-ONLY FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-VERIFIED-ONLY)
                TO WS-VERIFIED-ONLY.
            IF WS-VERIFIED-ONLY NOT = 'Y'
                MOVE 'N' TO WS-VERIFIED-ONLY
            END-IF.

            DISPLAY "Collection code (blank = whole file):".
            ACCEPT WS-COLL-CODE FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-COLL-CODE) TO WS-COLL-CODE.

            IF WS-COLL-CODE = SPACES
                DISPLAY "Criteria file (blank = whole file):"
                ACCEPT WS-CRIT-PATH FROM CONSOLE
            END-IF.

            IF WS-COLL-CODE NOT = SPACES
                OR WS-CRIT-PATH NOT = SPACES
      *> A curated set or a criteria extract always ships whole
      *> and never advances the incremental watermark:
                MOVE 'F' TO WS-EXPORT-MODE
            ELSE
                DISPLAY "Run? [F]ull refresh / [I]ncremental since "
                        "last run"
                ACCEPT WS-EXPORT-MODE FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-EXPORT-MODE)
                    TO WS-EXPORT-MODE
                IF WS-EXPORT-MODE NOT = 'I'
                    MOVE 'F' TO WS-EXPORT-MODE
                END-IF
            END-IF.

      *> Unattended run - MM_EXPORT_PATH names the widget file, and
      *> the run is a full refresh of the whole file with no
      *> prompts, in MM_EXPORT_FORMAT (J or C, default JSON) and
      *> verified-only when MM_EXPORT_VERIFIED=Y.  This is how
      *> Q_PUBINQ's recall rebuilds the widget file:
       0200-TAKE-UNATTENDED-OPTIONS.
            ACCEPT WS-EXPORT-FORMAT FROM ENVIRONMENT "MM_EXPORT_FORMAT"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE FUNCTION UPPER-CASE(WS-EXPORT-FORMAT)
                TO WS-EXPORT-FORMAT.
            IF WS-EXPORT-FORMAT NOT = 'C'
                MOVE 'J' TO WS-EXPORT-FORMAT
            END-IF.
            ACCEPT WS-VERIFIED-ONLY
                FROM ENVIRONMENT "MM_EXPORT_VERIFIED"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE FUNCTION UPPER-CASE(WS-VERIFIED-ONLY)
                TO WS-VERIFIED-ONLY.
            IF WS-VERIFIED-ONLY NOT = 'Y'
                MOVE 'N' TO WS-VERIFIED-ONLY
            END-IF.
            MOVE SPACES TO WS-COLL-CODE.
            MOVE SPACES TO WS-CRIT-PATH.
            MOVE 'F' TO WS-EXPORT-MODE.
            DISPLAY "Unattended full refresh to " WS-EXPORT-PATH.

      *> The curated run: the member list in sequence order, each
      *> member fetched by its Q-ID and put through the same

       2000-EXPORT-ONE-RECORD.
            PERFORM 2700-TALLY-QUOTE-SERVE.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-EXPORT-PATH
            END-CALL.
            PERFORM 2100-ESCAPE-SOURCE.
            PERFORM 2200-ESCAPE-AUTHOR.
            PERFORM 2300-ESCAPE-MAXIM.
      *> When a serving language is set and the quote carries a
      *> stored translation, the translated text is what ships to
      *> the widget; when it does not, the English is re-fetched
      *> and exported exactly as before.  A translation gone stale
      *> since the English changed ships as English instead when the
      *> site runs with MM_XLT_STALE_FALLBACK=Y (Q_XLATE mode 'O'):
       2350-APPLY-TRANSLATION.
            IF WS-LANG NOT = SPACES
                MOVE 'O' TO WS-XLT-MODE
                CALL "Q_XLATE" USING WS-XLT-MODE WS-LONG-ID
                    WS-LANG WS-LONG-TEXT WS-LONG-LEN WS-XLT-FLAG
                END-CALL
