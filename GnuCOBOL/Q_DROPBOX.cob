       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-SCREEN-RESULT      PIC X VALUE 'P'.
       01 WS-SCREEN-WORD        PIC X(20) VALUE SPACES.

      *> House-dictionary spelling check through Q_SPELL - a word
      *> the dictionary does not know is flagged for the copy
      *> editor and recorded, never blocked:
       01 WS-SPELL-MODE         PIC X VALUE 'C'.
       01 WS-SPELL-RESULT       PIC X VALUE 'P'.
       01 WS-SPELL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SPELL-WORDS.
           05 WS-SPELL-ENTRY OCCURS 20 TIMES.
               10 WS-SPELL-WORD      PIC X(30).
               10 WS-SPELL-FIX       PIC X(30).
       01 WS-SPELL-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-SPELL-LIST         PIC X(120) VALUE SPACES.
       01 WS-SPELL-PTR          PIC 9(3) COMP VALUE 1.
       01 WS-SPELL-COUNT-ED     PIC ZZ9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-PENDING-PATH.
        STRING FUNCTION TRIM(WS-PENDING-PATH) ".SEQ"
            DELIMITED BY SIZE INTO WS-PENDING-SEQ-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_DROPBOX' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'PEND' TO WS-LAYCHK-CODE.
        MOVE WS-PENDING-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-DROP-DIR) "/INTAKE.SEQ"
            DELIMITED BY SIZE INTO WS-INTAKE-SEQ-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Suggestion Drop-Box Intake"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> The done and rejected pens exist before anything moves:
        MOVE SPACES TO WS-MKDIR-CMD.
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-SCREEN-RESULT NOT = 'R'
                PERFORM 2350-SPELL-CHECK-SUGGESTION
            END-IF.

      *> The spelling check runs over the same text the screening
      *> check saw.  A known misspelling is listed with its house
      *> spelling (TEH->THE); a flag never stops the suggestion:
       2350-SPELL-CHECK-SUGGESTION.
            MOVE 'C' TO WS-SPELL-MODE.
            CALL "Q_SPELL" USING WS-SPELL-MODE WS-SCREEN-BUF
                WS-SCREEN-LEN WS-SPELL-RESULT WS-SPELL-COUNT
                WS-SPELL-WORDS
            END-CALL.
            IF WS-SPELL-RESULT NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-SPELL-LIST.
            MOVE 1 TO WS-SPELL-PTR.
            PERFORM VARYING WS-SPELL-I FROM 1 BY 1
                UNTIL WS-SPELL-I > 20
                OR WS-SPELL-WORD (WS-SPELL-I) = SPACES
                IF WS-SPELL-FIX (WS-SPELL-I) = SPACES
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                ELSE
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        "->" FUNCTION TRIM(WS-SPELL-FIX (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                END-IF
            END-PERFORM.
            MOVE WS-SPELL-COUNT TO WS-SPELL-COUNT-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "spelling flag, " FUNCTION TRIM(WS-SPELL-COUNT-ED)
                " unknown: " WS-SPELL-LIST
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'SPELL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> Same author, same maxim text already on file - the same
      *> duplicate-chain walk the bulk import makes:
