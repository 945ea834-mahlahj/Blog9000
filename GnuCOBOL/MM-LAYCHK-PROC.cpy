      *> MM-LAYCHK-PROC.cpy
      *> CHECK-FILE-LAYOUT - every program PERFORMs it for each suite
      *> file it uses, with WS-LAYCHK-PROGRAM, WS-LAYCHK-CODE and
      *> WS-LAYCHK-PATH filled in (MM-LAYVER.cpy), before it relies
      *> on the file's records.  Q_LAYCHK compares the file's stamp
      *> with the version this program was compiled for; a file
      *> with no stamp yet is taken to be in that version and is
      *> stamped.  On any disagreement the program says so through
      *> Q_ERRHAND and stops - it never reads or writes a record it
      *> might lay out wrongly.  COPYed by MM-INUSE-PROC.cpy, so a
      *> quote-file program already has it; REGISTER-SDF-OPEN
      *> checks the quote file at every open.
       CHECK-FILE-LAYOUT.
            MOVE ZERO TO WS-LAYCHK-VERSION.
            MOVE SPACES TO WS-LAYCHK-LABEL.
            PERFORM VARYING WS-LAYCHK-I FROM 1 BY 1
                UNTIL WS-LAYCHK-I > WS-LAYVER-COUNT
                IF WS-LAYVER-CODE (WS-LAYCHK-I) = WS-LAYCHK-CODE
                    MOVE WS-LAYVER-VERSION (WS-LAYCHK-I)
                        TO WS-LAYCHK-VERSION
                    MOVE WS-LAYVER-LABEL (WS-LAYCHK-I)
                        TO WS-LAYCHK-LABEL
                END-IF
            END-PERFORM.
            MOVE 'C' TO WS-LAYCHK-MODE.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.
            EVALUATE WS-LAYCHK-RESULT
                WHEN 'O'
                    MOVE 'LO' TO WS-LAYCHK-STATUS
                WHEN 'N'
                    MOVE 'LN' TO WS-LAYCHK-STATUS
                WHEN 'X'
                    MOVE 'LX' TO WS-LAYCHK-STATUS
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-LAYCHK-RESULT NOT = 'X'
                DISPLAY FUNCTION TRIM(WS-LAYCHK-PROGRAM) ": the "
                        FUNCTION TRIM(WS-LAYCHK-LABEL) " is stamped "
                        "layout version " WS-LAYCHK-STAMPED
                        ", this program was built for "
                        FUNCTION TRIM(WS-LAYCHK-CODE) " version "
                        WS-LAYCHK-VERSION "."
            END-IF.
            CALL "Q_ERRHAND" USING WS-LAYCHK-PROGRAM WS-LAYCHK-LABEL
                WS-LAYCHK-PATH WS-LAYCHK-STATUS WS-LAYCHK-DISPOSITION
            END-CALL.
            MOVE 1 TO RETURN-CODE.
            STOP RUN.
