       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_XLSTALE.

      *> Stale-translation report.  A translation is stale when the
      *> English it was made from has changed since it was entered:
      *> every (quote, language) pair on the translation file is
      *> compared, through its Q_XLATE stamp, with the EDIT entries
      *> in the update journal that changed Q-MIGHTY-MAXIM or its
      *> overflow text.  Translations stored before stamps were kept
      *> count as stale when any such edit is on the journal at all.
      *>
      *> One section per language, each stale translation showing the
      *> English it was made from beside the English on file now -
      *> the old side is the before-image of the first text edit
      *> after the translation was entered, and the journal keeps
      *> the first 255 characters of it, as it keeps every image.
      *>
      *> Every stale translation found is marked stale on the
      *> translation file as it is reported, so one the journal
      *> alone knew about is held back from the outward channels
      *> from then on under MM_XLT_STALE_FALLBACK=Y.
      *>
      *> Unattended, so it runs as a Q_SCHED or Q_NIGHT step, e.g.
      *>
      *>   STALE TRANSLATIONS|./Q_XLSTALE|WEEKLY|
      *>
      *>   MM_XLT_LANG   one language to report (default every one)
      *>
      *> Written to <quote file>.XLSTALE as well as the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Location comes from WS-SDF-PATH (MM-SDF-PATH.cpy), which can
       *> be overridden with the MM_SDF_PATH environment variable:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       *> The append-only change journal Q_WRITER keeps:
       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT STALE-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       *> Shared audit trail.  Location comes from WS-AUDIT-PATH
       *> (AUDIT-LOG-PATH.cpy), overridden with AUDIT_LOG_PATH:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-JNL-RAW.

       FD  STALE-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_XLSTALE'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-ONLY-LANG          PIC X(3) VALUE SPACES.
       01 WS-JNL-READ           PIC 9(9) COMP VALUE ZERO.
       01 WS-TEXT-EDITS         PIC 9(9) COMP VALUE ZERO.
       01 WS-STALE-COUNT        PIC 9(7) COMP VALUE ZERO.
       01 WS-MARKED-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-LANG-STALE         PIC 9(7) COMP VALUE ZERO.

      *> Q_XLATE's interface - 'N' to walk the translations, 'M' to
      *> mark one stale:
       01 WS-XLT-MODE           PIC X VALUE 'N'.
       01 WS-XLT-ID             PIC 9(9) VALUE ZERO.
       01 WS-XLT-LANG           PIC X(3) VALUE SPACES.
       01 WS-XLT-TEXT           PIC X(3060) VALUE SPACES.
       01 WS-XLT-LEN            PIC 9(5) VALUE ZERO.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.

      *> The English on file now, through Q_LONGTXT:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.

      *> Every translation on file, in key order, with what the
      *> journal says happened to its English after it was entered.
      *> XT-STAMP is Q_XLATE's 'Y' current, 'S' marked stale or 'U'
      *> stored before stamps were kept:
       01 WS-XT-USED            PIC 9(5) COMP VALUE ZERO.
       01 WS-XT-OMITTED         PIC 9(7) COMP VALUE ZERO.
       01 WS-XT-TABLE.
           05 WS-XT-ENTRY OCCURS 3000 TIMES.
               10 WS-XT-ID           PIC 9(9).
               10 WS-XT-LANG         PIC X(3).
               10 WS-XT-STAMP        PIC X.
               10 WS-XT-ENTERED      PIC X(15).
               10 WS-XT-SINCE        PIC X(15).
               10 WS-XT-HIT          PIC X.
               10 WS-XT-CHANGED      PIC X(15).
               10 WS-XT-CHANGED-BY   PIC X(10).
               10 WS-XT-OLD-MAXIM    PIC X(255).
       01 WS-XT-I               PIC 9(5) COMP VALUE ZERO.

      *> The languages found, in the order first met:
       01 WS-LANG-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-LANG-TABLE.
           05 WS-LANG-CODE      PIC X(3) OCCURS 60 TIMES.
       01 WS-LANG-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-LANG-FOUND         PIC X VALUE 'N'.

      *> The two images laid over the Q-DATA-RAW field layout -
      *> keep these in step with MM-SDF-RAW.cpy:
       01 WS-BEFORE-IMAGE       PIC X(400) VALUE SPACES.
       01 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
           05 WB-ID              PIC X(9).
           05 WB-SOURCE          PIC X(50).
           05 WB-AUTHOR          PIC X(50).
           05 WB-MAXIM           PIC X(255).
           05 FILLER             PIC X(36).
       01 WS-AFTER-IMAGE        PIC X(400) VALUE SPACES.
       01 WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
           05 WA-ID              PIC X(9).
           05 WA-SOURCE          PIC X(50).
           05 WA-AUTHOR          PIC X(50).
           05 WA-MAXIM           PIC X(255).
           05 FILLER             PIC X(36).
       01 WS-EDIT-ID            PIC 9(9) VALUE ZERO.

      *> Old and new English side by side, each word-wrapped to 60
      *> columns - side 1 is the old text, side 2 the new:
       01 WS-WRAP-SIDES.
           05 WS-WRAP-SIDE OCCURS 2 TIMES.
               10 WS-WRAP-TEXT       PIC X(3060).
               10 WS-WRAP-LEN        PIC 9(5) COMP.
               10 WS-WRAP-POS        PIC 9(5) COMP.
       01 WS-SIDE               PIC 9 COMP VALUE ZERO.
       01 WS-WRAP-WIDTH         PIC 9(3) COMP VALUE 60.
       01 WS-WRAP-CUT           PIC 9(5) COMP VALUE ZERO.
       01 WS-WRAP-PIECE         PIC X(60) VALUE SPACES.
       01 WS-OLD-PIECE          PIC X(60) VALUE SPACES.
       01 WS-NEW-PIECE          PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-AUDIT-OPERATOR = SPACES
            MOVE 'Q_XLSTALE' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-ONLY-LANG FROM ENVIRONMENT "MM_XLT_LANG"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE FUNCTION UPPER-CASE(WS-ONLY-LANG) TO WS-ONLY-LANG.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_XLSTALE' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".XLSTALE"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_XLSTALE' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.

        DISPLAY "Mighty Maxims - Stale Translation Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        PERFORM 1000-LOAD-TRANSLATIONS.
        IF WS-XT-USED = ZERO
            DISPLAY "No translations on file - nothing to report."
            STOP RUN
        END-IF.
        PERFORM 2000-SCAN-THE-JOURNAL.

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.
        OPEN OUTPUT STALE-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            CLOSE MM-COBOL-SDF-FILE
            PERFORM REGISTER-SDF-CLOSE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Stale translations - " FUNCTION CURRENT-DATE (1:4)
            "-" FUNCTION CURRENT-DATE (5:2)
            "-" FUNCTION CURRENT-DATE (7:2)
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.

        PERFORM VARYING WS-LANG-I FROM 1 BY 1
                UNTIL WS-LANG-I > WS-LANG-USED
            PERFORM 3000-REPORT-ONE-LANGUAGE
        END-PERFORM.

        MOVE SPACES TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-XT-USED TO WS-NUM-ED.
        STRING "Translations compared:  " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-TEXT-EDITS TO WS-NUM-ED.
        STRING "English text edits:     " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-STALE-COUNT TO WS-NUM-ED.
        STRING "Stale:                  " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-MARKED-COUNT TO WS-NUM-ED.
        STRING "Newly marked stale:     " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        IF WS-XT-OMITTED > ZERO
            MOVE WS-XT-OMITTED TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " translation(s) past the 3000 the report can hold "
                "were not compared"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        CLOSE STALE-REPORT-FILE.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.
        MOVE 'XLSTALE' TO WS-RPTREG-NAME.
        MOVE 'Q_XLSTALE' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        PERFORM OPEN-AUDIT-LOG.
        MOVE WS-STALE-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "stale translation report, "
            FUNCTION TRIM(WS-NUM-ED) " stale, to "
            FUNCTION TRIM(WS-REPORT-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'XLSTALE' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> Q_XLATE hands the translations back one (quote, language)
      *> pair at a time, in key order, each with its stamp:
       1000-LOAD-TRANSLATIONS.
            MOVE ZERO TO WS-XT-USED.
            MOVE ZERO TO WS-XLT-ID.
            MOVE SPACES TO WS-XLT-LANG.
            MOVE 'N' TO WS-XLT-MODE.
            MOVE SPACE TO WS-XLT-FLAG.
            PERFORM UNTIL WS-XLT-FLAG = 'E'
                CALL "Q_XLATE" USING WS-XLT-MODE WS-XLT-ID
                    WS-XLT-LANG WS-XLT-TEXT WS-XLT-LEN WS-XLT-FLAG
                END-CALL
                IF WS-XLT-FLAG NOT = 'E'
                    IF WS-ONLY-LANG = SPACES
                        OR WS-XLT-LANG = WS-ONLY-LANG
                        PERFORM 1100-KEEP-ONE-TRANSLATION
                    END-IF
                END-IF
            END-PERFORM.

       1100-KEEP-ONE-TRANSLATION.
            IF WS-XT-USED >= 3000
                ADD 1 TO WS-XT-OMITTED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-XT-USED.
            MOVE WS-XLT-ID TO WS-XT-ID (WS-XT-USED).
            MOVE WS-XLT-LANG TO WS-XT-LANG (WS-XT-USED).
            MOVE WS-XLT-FLAG TO WS-XT-STAMP (WS-XT-USED).
            MOVE WS-XLT-TEXT (1:15) TO WS-XT-ENTERED (WS-XT-USED).
            MOVE WS-XLT-TEXT (17:15) TO WS-XT-SINCE (WS-XT-USED).
            MOVE 'N' TO WS-XT-HIT (WS-XT-USED).
            MOVE SPACES TO WS-XT-CHANGED (WS-XT-USED).
            MOVE SPACES TO WS-XT-CHANGED-BY (WS-XT-USED).
            MOVE SPACES TO WS-XT-OLD-MAXIM (WS-XT-USED).
            MOVE 'N' TO WS-LANG-FOUND.
            PERFORM VARYING WS-LANG-I FROM 1 BY 1
                    UNTIL WS-LANG-I > WS-LANG-USED
                IF WS-LANG-CODE (WS-LANG-I) = WS-XLT-LANG
                    MOVE 'Y' TO WS-LANG-FOUND
                END-IF
            END-PERFORM.
            IF WS-LANG-FOUND = 'N' AND WS-LANG-USED < 60
                ADD 1 TO WS-LANG-USED
                MOVE WS-XLT-LANG TO WS-LANG-CODE (WS-LANG-USED)
            END-IF.

      *> An EDIT changed the English when the journal says so, or -
      *> for lines written before the journal said so - when the
      *> maxim differs between the two images.  The first such edit
      *> after a translation was entered is the one it is judged by:
       2000-SCAN-THE-JOURNAL.
            OPEN INPUT UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                DISPLAY "No journal on file at "
                        FUNCTION TRIM(WS-JOURNAL-PATH)
                        " - only translations already marked stale "
                        "are reported."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ UPDATE-JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-JNL-READ
                        IF JL-ACTION = 'EDIT'
                            PERFORM 2100-EXAMINE-ONE-EDIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE UPDATE-JOURNAL-FILE.

       2100-EXAMINE-ONE-EDIT.
            MOVE JL-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
            MOVE JL-AFTER-IMAGE TO WS-AFTER-IMAGE.
            IF JL-TEXT-CHANGED NOT = 'Y'
                AND WB-MAXIM = WA-MAXIM
                EXIT PARAGRAPH
            END-IF.
            IF WA-ID NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-TEXT-EDITS.
            MOVE WA-ID TO WS-EDIT-ID.
            PERFORM VARYING WS-XT-I FROM 1 BY 1
                    UNTIL WS-XT-I > WS-XT-USED
                IF WS-XT-ID (WS-XT-I) = WS-EDIT-ID
                    AND WS-XT-HIT (WS-XT-I) = 'N'
                    AND (WS-XT-STAMP (WS-XT-I) = 'U'
                        OR JL-TIMESTAMP > WS-XT-ENTERED (WS-XT-I))
                    MOVE 'Y' TO WS-XT-HIT (WS-XT-I)
                    MOVE JL-TIMESTAMP TO WS-XT-CHANGED (WS-XT-I)
                    MOVE JL-OPERATOR TO WS-XT-CHANGED-BY (WS-XT-I)
                    MOVE WB-MAXIM TO WS-XT-OLD-MAXIM (WS-XT-I)
                END-IF
            END-PERFORM.

       3000-REPORT-ONE-LANGUAGE.
            MOVE ZERO TO WS-LANG-STALE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            STRING "Language " WS-LANG-CODE (WS-LANG-I)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '-' TO WS-REPORT-LINE (1:12).
            PERFORM 3900-EMIT-LINE.
            PERFORM VARYING WS-XT-I FROM 1 BY 1
                    UNTIL WS-XT-I > WS-XT-USED
                IF WS-XT-LANG (WS-XT-I) = WS-LANG-CODE (WS-LANG-I)
                    AND (WS-XT-HIT (WS-XT-I) = 'Y'
                        OR WS-XT-STAMP (WS-XT-I) = 'S')
                    PERFORM 3100-REPORT-ONE-STALE
                END-IF
            END-PERFORM.
            IF WS-LANG-STALE = ZERO
                MOVE "  None stale." TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.

       3100-REPORT-ONE-STALE.
            ADD 1 TO WS-STALE-COUNT.
            ADD 1 TO WS-LANG-STALE.
            IF WS-XT-STAMP (WS-XT-I) NOT = 'S'
                PERFORM 3200-MARK-IT-STALE
            END-IF.

            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            IF WS-XT-ENTERED (WS-XT-I) = SPACES
                STRING "  Quote " WS-XT-ID (WS-XT-I)
                    "  translated before stamps were kept"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "  Quote " WS-XT-ID (WS-XT-I)
                    "  translated " WS-XT-ENTERED (WS-XT-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            IF WS-XT-HIT (WS-XT-I) = 'Y'
                STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                    "  English changed " WS-XT-CHANGED (WS-XT-I)
                    " by " WS-XT-CHANGED-BY (WS-XT-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                    "  marked stale " WS-XT-SINCE (WS-XT-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 3900-EMIT-LINE.

            MOVE WS-XT-ID (WS-XT-I) TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    MOVE "    (the quote is no longer on file)"
                        TO WS-REPORT-LINE
                    PERFORM 3900-EMIT-LINE
                    EXIT PARAGRAPH
            END-READ.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            IF WS-LONG-FLAG NOT = 'Y'
                MOVE Q-MIGHTY-MAXIM TO WS-LONG-TEXT
            END-IF.

            IF WS-XT-HIT (WS-XT-I) = 'Y'
                MOVE WS-XT-OLD-MAXIM (WS-XT-I) TO WS-WRAP-TEXT (1)
            ELSE
                MOVE "(the edit is no longer on the journal)"
                    TO WS-WRAP-TEXT (1)
            END-IF.
            MOVE WS-LONG-TEXT TO WS-WRAP-TEXT (2).
            PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
                MOVE 1 TO WS-WRAP-POS (WS-SIDE)
                IF WS-WRAP-TEXT (WS-SIDE) = SPACES
                    MOVE ZERO TO WS-WRAP-LEN (WS-SIDE)
                ELSE
                    COMPUTE WS-WRAP-LEN (WS-SIDE) = FUNCTION LENGTH(
                        FUNCTION TRIM(WS-WRAP-TEXT (WS-SIDE) TRAILING))
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "    Old English" DELIMITED BY SIZE
                INTO WS-REPORT-LINE.
            MOVE "New English" TO WS-REPORT-LINE (69:11).
            PERFORM 3900-EMIT-LINE.
            PERFORM UNTIL WS-WRAP-POS (1) > WS-WRAP-LEN (1)
                    AND WS-WRAP-POS (2) > WS-WRAP-LEN (2)
                MOVE 1 TO WS-SIDE
                PERFORM 3300-NEXT-PIECE
                MOVE WS-WRAP-PIECE TO WS-OLD-PIECE
                MOVE 2 TO WS-SIDE
                PERFORM 3300-NEXT-PIECE
                MOVE WS-WRAP-PIECE TO WS-NEW-PIECE
                MOVE SPACES TO WS-REPORT-LINE
                MOVE WS-OLD-PIECE TO WS-REPORT-LINE (5:60)
                MOVE WS-NEW-PIECE TO WS-REPORT-LINE (69:60)
                PERFORM 3900-EMIT-LINE
            END-PERFORM.

      *> A translation only the journal knew was stale is marked so
      *> the outward channels stop serving it:
       3200-MARK-IT-STALE.
            MOVE 'M' TO WS-XLT-MODE.
            MOVE WS-XT-ID (WS-XT-I) TO WS-XLT-ID.
            MOVE WS-XT-LANG (WS-XT-I) TO WS-XLT-LANG.
            CALL "Q_XLATE" USING WS-XLT-MODE WS-XLT-ID
                WS-XLT-LANG WS-XLT-TEXT WS-XLT-LEN WS-XLT-FLAG
            END-CALL.
            IF WS-XLT-FLAG = 'Y'
                ADD 1 TO WS-MARKED-COUNT
                MOVE 'S' TO WS-XT-STAMP (WS-XT-I)
            END-IF.

      *> The next line of one side, broken at the last space that
      *> fits; a word longer than the column is cut at the column:
       3300-NEXT-PIECE.
            MOVE SPACES TO WS-WRAP-PIECE.
            PERFORM UNTIL WS-WRAP-POS (WS-SIDE) > WS-WRAP-LEN (WS-SIDE)
                    OR WS-WRAP-TEXT (WS-SIDE)
                        (WS-WRAP-POS (WS-SIDE):1) NOT = SPACE
                ADD 1 TO WS-WRAP-POS (WS-SIDE)
            END-PERFORM.
            IF WS-WRAP-POS (WS-SIDE) > WS-WRAP-LEN (WS-SIDE)
                EXIT PARAGRAPH
            END-IF.
            IF WS-WRAP-LEN (WS-SIDE) - WS-WRAP-POS (WS-SIDE) + 1
                    <= WS-WRAP-WIDTH
                MOVE WS-WRAP-TEXT (WS-SIDE) (WS-WRAP-POS (WS-SIDE):
                    WS-WRAP-LEN (WS-SIDE) - WS-WRAP-POS (WS-SIDE) + 1)
                    TO WS-WRAP-PIECE
                COMPUTE WS-WRAP-POS (WS-SIDE) =
                    WS-WRAP-LEN (WS-SIDE) + 1
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-WRAP-CUT = WS-WRAP-POS (WS-SIDE)
                + WS-WRAP-WIDTH.
            PERFORM UNTIL WS-WRAP-CUT <= WS-WRAP-POS (WS-SIDE)
                    OR WS-WRAP-TEXT (WS-SIDE) (WS-WRAP-CUT:1) = SPACE
                SUBTRACT 1 FROM WS-WRAP-CUT
            END-PERFORM.
            IF WS-WRAP-CUT <= WS-WRAP-POS (WS-SIDE)
                MOVE WS-WRAP-TEXT (WS-SIDE)
                    (WS-WRAP-POS (WS-SIDE):WS-WRAP-WIDTH)
                    TO WS-WRAP-PIECE
                ADD WS-WRAP-WIDTH TO WS-WRAP-POS (WS-SIDE)
            ELSE
                MOVE WS-WRAP-TEXT (WS-SIDE) (WS-WRAP-POS (WS-SIDE):
                    WS-WRAP-CUT - WS-WRAP-POS (WS-SIDE))
                    TO WS-WRAP-PIECE
                COMPUTE WS-WRAP-POS (WS-SIDE) = WS-WRAP-CUT + 1
            END-IF.

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       WRITE-AUDIT-ENTRY.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO AUDIT-LOG-RECORD.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_XLSTALE' TO AUDIT-PROGRAM.
            MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR.
            MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
            MOVE WS-AUDIT-QUOTE-ID TO AUDIT-QUOTE-ID.
            MOVE WS-AUDIT-MESSAGE TO AUDIT-DETAIL.
            CALL "Q_AUDSEAL" USING WS-AUDIT-SEAL-MODE
                WS-AUDIT-SEAL-PREV AUDIT-ENTRY-BODY AUDIT-SEAL
            END-CALL.
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-INUSE-PROC.
