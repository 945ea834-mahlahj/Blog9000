      *> verified-only for anything outward-facing.  This is a
      *> different question from Q_REVIEW's intake approval: that
      *> checks a quote is well-formed, this checks it is true.
      *> A reader's "this is wrong" challenge taken in by Q_FBTAKE
      *> puts a quote back on this queue, and its note is shown to
      *> the researcher with the quote.  A researcher part-way
      *> through one can [H]old it: the working note is kept on
      *> the .ATTR record, still unverified, under their sign-on,
      *> and shown with the quote next time round - a half-done
      *> item Q_OFFBRD hands on when the researcher leaves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-DISPUTED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-ALREADY-CHECKED    PIC X VALUE 'N'.
       01 WS-CITATION           PIC X(80) VALUE SPACES.
       01 WS-PRIOR-NOTE         PIC X(80) VALUE SPACES.
       01 WS-PRIOR-BY           PIC X(10) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.

      *> Q_LONGTXT scratch - the researcher sees the full text:
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_VERIFY' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_VERIFY' TO WS-LAYCHK-PROGRAM.
        MOVE 'ATTR' TO WS-LAYCHK-CODE.
        MOVE WS-ATTR-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Attribution Research Queue"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS

       1000-CHECK-IF-UNVERIFIED.
            MOVE 'N' TO WS-ALREADY-CHECKED.
            MOVE SPACES TO WS-PRIOR-NOTE WS-PRIOR-BY.
            MOVE Q-ID TO AT-ID.
            READ ATTRIBUTION-FILE
                INVALID KEY
                NOT INVALID KEY
                    IF AT-VERIFIED OR AT-DISPUTED
                        MOVE 'Y' TO WS-ALREADY-CHECKED
                    ELSE
                        MOVE AT-CITATION TO WS-PRIOR-NOTE
                        MOVE AT-CHECKED-BY TO WS-PRIOR-BY
                    END-IF
            END-READ.

            DISPLAY "Quote #  " Q-ID.
            DISPLAY "Source:  " Q-SOURCE.
            DISPLAY "Author:  " Q-AUTHOR.
            IF WS-PRIOR-NOTE NOT = SPACES
                DISPLAY "Note:    " WS-PRIOR-NOTE
                DISPLAY "Held by: " WS-PRIOR-BY
            END-IF.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
                DISPLAY "  " WS-LONG-TEXT (WS-LONG-POS:255)
                ADD 255 TO WS-LONG-POS
            END-PERFORM.
            DISPLAY "[V]erified / [D]isputed / [H]old / [S]kip / "
                    "[Q]uit?".
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            EVALUATE WS-ANSWER
                    PERFORM 3000-RECORD-FINDING
                WHEN 'D'
                    PERFORM 3000-RECORD-FINDING
                WHEN 'H'
                    PERFORM 3500-HOLD-WITH-NOTE
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
            MOVE Q-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

      *> Part-way through: the note so far is kept against the
      *> quote, still unverified, held by this researcher:
       3500-HOLD-WITH-NOTE.
            DISPLAY "Working note (up to 80 characters):".
            ACCEPT WS-CITATION FROM CONSOLE.
            IF WS-CITATION = SPACES
                MOVE WS-PRIOR-NOTE TO WS-CITATION
            END-IF.
            MOVE Q-ID TO AT-ID.
            MOVE 'U' TO AT-STATUS.
            MOVE WS-CITATION TO AT-CITATION.
            MOVE WS-AUDIT-OPERATOR TO AT-CHECKED-BY.
            MOVE FUNCTION CURRENT-DATE (1:8) TO AT-CHECKED-DATE.
            WRITE AT-DATA-RAW
                INVALID KEY
                    REWRITE AT-DATA-RAW
                        INVALID KEY
                            DISPLAY "Unable to hold that quote."
                    END-REWRITE
            END-WRITE.
            DISPLAY "Held with your note.".
            MOVE "attribution research held with a note"
                TO WS-AUDIT-MESSAGE.
            MOVE 'VERHOLD' TO WS-AUDIT-ACTION.
            MOVE Q-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
