       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_BACKOUT.

      *> Selective backout - the undo to Q_RECOVER's redo.  Takes a
      *> set of change-journal entries and reverses them on the live
      *> quote file from their before-images, leaving everything
      *> else done since untouched.  The set is one of:
      *>   [E] one entry - its timestamp and Q-ID
      *>   [O] everything one operator did between two times
      *>   [R] one run - a bulk import (or an earlier backout) by
      *>       the run stamp it showed and audited, JL-RUN-ID
      *> Nothing is touched until the whole set has been checked:
      *> an entry whose quote was changed again afterwards by
      *> someone outside the set, no longer matches its after-image,
      *> is under legal hold, or carries overflow text the journal
      *> does not hold is listed as a conflict and left alone -
      *> together with every other entry in the set for that quote -
      *> so nobody's later work is overwritten.  The rest is undone
      *> newest first:
      *>   ADD     the quote goes to the archive and off the file
      *>   EDIT    the before-image is rewritten over the record
      *>   DELETE  the before-image goes back on file, and its
      *>           archive copy comes out of the archive
      *> Each reversal is journaled as the plain ADD, EDIT or DELETE
      *> it is, so a roll-forward or the standby replays it like any
      *> other change, stamped with this run's own JL-RUN-ID - one
      *> backout can itself be backed out the same way.  The run is
      *> audited BACKOUT, entry by entry and in total, and a second
      *> operator signs it off first (Q_DUALCTL), as for a recovery.

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

       *> The append-only change journal - read for the set, then
       *> appended to with the reversals:
       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       *> The dated archive Q_WRITER moves deleted quotes into:
       SELECT QUOTE-ARCHIVE-FILE
            ASSIGN TO WS-ARCHIVE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.

       *> Scratch copy used when reinstated quotes come out of the
       *> archive - same swap pattern as Q_ARCHIVE's restore:
       SELECT ARCHIVE-REWRITE-FILE
            ASSIGN TO WS-REWRITE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REWRITE-STATUS.

       *> Holds the next Q-ID to hand out - a reinstated quote must
       *> stay below it:
       SELECT MM-COBOL-ID-FILE
            ASSIGN TO WS-ID-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ID-SEQ-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       *> variable:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-JNL-RAW.
       COPY MM-ARC-RAW.

       FD  ARCHIVE-REWRITE-FILE.
       01  WS-REWRITE-RECORD       PIC X(410).

       FD  MM-COBOL-ID-FILE.
       01  WS-ID-SEQ-RECORD        PIC 9(9).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_BACKOUT'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY AUDIT-LOG-PATH.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-ARCHIVE-PATH       PIC X(205) VALUE SPACES.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-ARCHIVED-OK        PIC X VALUE 'N'.
       01 WS-REWRITE-PATH       PIC X(210) VALUE SPACES.
       01 WS-ARC-PREV-PATH      PIC X(215) VALUE SPACES.
       01 WS-REWRITE-STATUS     PIC XX VALUE '00'.
       01 WS-SWAP-STATUS        PIC S9(9) BINARY.
       01 WS-ID-SEQ-PATH        PIC X(205) VALUE SPACES.
       01 WS-ID-SEQ-STATUS      PIC XX VALUE '00'.
       01 WS-NEXT-ID            PIC 9(9) VALUE 1.
       01 WS-MAX-REINSTATED     PIC 9(9) VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-NUM-ED             PIC Z(8)9.
       01 WS-NUM-ED2            PIC Z(8)9.
       01 WS-NUM-ED3            PIC Z(8)9.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> Which entries make up the set:
       01 WS-SET-KIND           PIC X VALUE SPACE.
       01 WS-SEL-TS             PIC X(15) VALUE SPACES.
       01 WS-SEL-ID             PIC 9(9) VALUE ZERO.
       01 WS-SEL-OPERATOR       PIC X(10) VALUE SPACES.
       01 WS-SEL-FROM           PIC X(15) VALUE SPACES.
       01 WS-SEL-TO             PIC X(15) VALUE SPACES.
       01 WS-SEL-RUN            PIC X(15) VALUE SPACES.
       01 WS-SET-DESC           PIC X(60) VALUE SPACES.
       01 WS-SELECTED           PIC X VALUE 'N'.
       01 WS-TOO-MANY           PIC X VALUE 'N'.
       01 WS-ENTRY-ID-X         PIC X(9) VALUE SPACES.
       01 WS-ENTRY-ID REDEFINES WS-ENTRY-ID-X
                                PIC 9(9).

      *> The set itself, in journal order.  State R is to be
      *> reversed, C a conflict left alone, D done, F failed when
      *> it came to it:
       01 WS-BK-USED            PIC 9(4) COMP VALUE ZERO.
       01 WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 500 TIMES.
               10 WS-BK-TIMESTAMP    PIC X(15).
               10 WS-BK-ACTION       PIC X(8).
               10 WS-BK-OPERATOR     PIC X(10).
               10 WS-BK-ID           PIC 9(9).
               10 WS-BK-BEFORE       PIC X(400).
               10 WS-BK-AFTER        PIC X(400).
               10 WS-BK-STATE        PIC X.
               10 WS-BK-ARC-DONE     PIC X.
               10 WS-BK-REASON       PIC X(40).
       01 WS-BK-I               PIC 9(4) COMP VALUE ZERO.
       01 WS-BK-J               PIC 9(4) COMP VALUE ZERO.
       01 WS-LATER-J            PIC 9(4) COMP VALUE ZERO.
       01 WS-REVERSE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-CONFLICT-COUNT     PIC 9(4) COMP VALUE ZERO.
       01 WS-DONE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-REINSTATED-COUNT   PIC 9(4) COMP VALUE ZERO.
       01 WS-ARC-DROPPED        PIC 9(4) COMP VALUE ZERO.
       01 WS-ARC-MATCHED        PIC X VALUE 'N'.
       01 WS-RECORD-FOUND       PIC X VALUE 'N'.
       01 WS-STEP-OK            PIC X VALUE 'N'.
       01 WS-COUNT-4            PIC 9(4) VALUE ZERO.

      *> A reversal is journaled exactly as Q_WRITER journals its
      *> own changes, stamped with this run:
       01 WS-JNL-ACTION         PIC X(8) VALUE SPACES.
       01 WS-JNL-BEFORE         PIC X(400) VALUE SPACES.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.
       01 WS-JNL-TEXT-CHANGED   PIC X VALUE 'N'.
       01 WS-JNL-RUN-ID         PIC X(15) VALUE SPACES.

      *> Overflow text through Q_LONGTXT - the journal carries the
      *> base record only, so a long maxim's text change cannot be
      *> put back from it:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.

      *> Legal holds through Q_HOLDCHK - a held quote is neither
      *> taken off file nor changed back:
       01 WS-HOLD-MODE          PIC X VALUE 'Q'.
       01 WS-HOLD-ID            PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-TEXT          PIC X(1000) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.

      *> Four-eyes sign-off through Q_DUALCTL - a second operator
      *> approves before anything is reversed:
       01 WS-DUAL-MODE          PIC X VALUE 'A'.
       01 WS-DUAL-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-DUAL-PROGRAM       PIC X(10) VALUE 'Q_BACKOUT'.
       01 WS-DUAL-ACTION        PIC X(8) VALUE 'BACKOUT'.
       01 WS-DUAL-KEY           PIC X(20) VALUE SPACES.
       01 WS-DUAL-DESC          PIC X(60) VALUE SPACES.
       01 WS-DUAL-APPROVER      PIC X(10) VALUE SPACES.
       01 WS-DUAL-RESULT        PIC X VALUE SPACE.
       01 WS-DUAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-DUAL-REQ-ED        PIC Z(5)9.

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
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".ARCHIVE"
            DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.
        STRING FUNCTION TRIM(WS-ARCHIVE-PATH) ".TMP"
            DELIMITED BY SIZE INTO WS-REWRITE-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".SEQ"
            DELIMITED BY SIZE INTO WS-ID-SEQ-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_BACKOUT' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_BACKOUT' TO WS-LAYCHK-PROGRAM.
        MOVE 'ARC' TO WS-LAYCHK-CODE.
        MOVE WS-ARCHIVE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Journal Backout"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to back out changes."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 0500-ASK-FOR-THE-SET.

        OPEN INPUT UPDATE-JOURNAL-FILE.
        IF WS-JOURNAL-STATUS NOT = '00'
            DISPLAY "No journal on file at " WS-JOURNAL-PATH
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ZERO TO WS-BK-USED.
        MOVE 'N' TO WS-TOO-MANY.
        MOVE 'N' TO WS-EOF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ UPDATE-JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-SELECT-ONE-ENTRY
            END-READ
        END-PERFORM.
        CLOSE UPDATE-JOURNAL-FILE.

        IF WS-TOO-MANY = 'Y'
            DISPLAY "More than 500 journal entries in that set - "
                    "narrow it (a shorter time span) and run again."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-BK-USED = ZERO
            DISPLAY "No journal entries match "
                    FUNCTION TRIM(WS-SET-DESC) "."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 2000-CHECK-THE-SET.
        PERFORM 2500-LIST-THE-SET.
        IF WS-REVERSE-COUNT = ZERO
            DISPLAY "Nothing in the set can be backed out."
            MOVE WS-CONFLICT-COUNT TO WS-NUM-ED
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "backout of " FUNCTION TRIM(WS-SET-DESC)
                " not run, " FUNCTION TRIM(WS-NUM-ED)
                " conflict(s)"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'BACKOUT' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        DISPLAY "Back out the entries marked to reverse? [Y/N]".
        ACCEPT WS-CONFIRM FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
        IF WS-CONFIRM NOT = 'Y'
            DISPLAY "Backout cancelled."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 5000-GET-SIGN-OFF.
        IF WS-DUAL-RESULT NOT = 'Y'
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 3000-APPLY-THE-BACKOUT.
        IF WS-REINSTATED-COUNT > ZERO
            PERFORM 3700-CLEAR-ARCHIVE-COPIES
            PERFORM 3800-BUMP-SEQUENCE
        END-IF.

        MOVE WS-DONE-COUNT TO WS-NUM-ED.
        MOVE WS-CONFLICT-COUNT TO WS-NUM-ED2.
        MOVE WS-FAILED-COUNT TO WS-NUM-ED3.
        DISPLAY "Backout run " WS-JNL-RUN-ID ": "
                FUNCTION TRIM(WS-NUM-ED) " reversed, "
                FUNCTION TRIM(WS-NUM-ED2) " conflict(s) left alone, "
                FUNCTION TRIM(WS-NUM-ED3) " failed.".
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "run " WS-JNL-RUN-ID " backed out "
            FUNCTION TRIM(WS-SET-DESC) ": "
            FUNCTION TRIM(WS-NUM-ED) " reversed, "
            FUNCTION TRIM(WS-NUM-ED2) " conflict(s), "
            FUNCTION TRIM(WS-NUM-ED3) " failed, authorised by "
            WS-DUAL-APPROVER
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'BACKOUT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        IF WS-CONFLICT-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF.

        STOP RUN.

       0500-ASK-FOR-THE-SET.
            DISPLAY "Back out:".
            DISPLAY "  [E] One journal entry".
            DISPLAY "  [O] Everything one operator did between two "
                    "times".
            DISPLAY "  [R] One run - a bulk import or a backout".
            DISPLAY "Which? [E/O/R]".
            ACCEPT WS-SET-KIND FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-SET-KIND) TO WS-SET-KIND.
            MOVE SPACES TO WS-SET-DESC.
            EVALUATE WS-SET-KIND
                WHEN 'E'
                    DISPLAY "Entry timestamp (YYYYMMDD-HHMMSS):"
                    ACCEPT WS-SEL-TS FROM CONSOLE
                    DISPLAY "Q-ID:"
                    ACCEPT WS-SEL-ID FROM CONSOLE
                    STRING "entry " WS-SEL-TS " Q-ID " WS-SEL-ID
                        DELIMITED BY SIZE INTO WS-SET-DESC
                WHEN 'O'
                    DISPLAY "Operator ID:"
                    ACCEPT WS-SEL-OPERATOR FROM CONSOLE
                    MOVE FUNCTION UPPER-CASE(WS-SEL-OPERATOR)
                        TO WS-SEL-OPERATOR
                    DISPLAY "From (YYYYMMDD-HHMMSS, blank = the "
                            "start of the journal):"
                    ACCEPT WS-SEL-FROM FROM CONSOLE
                    DISPLAY "To (YYYYMMDD-HHMMSS, blank = the end "
                            "of the journal):"
                    ACCEPT WS-SEL-TO FROM CONSOLE
                    STRING FUNCTION TRIM(WS-SEL-OPERATOR) " from "
                        WS-SEL-FROM " to " WS-SEL-TO
                        DELIMITED BY SIZE INTO WS-SET-DESC
      *> A "to" time typed short ("20261015-1030") still takes in
      *> the whole of its last minute:
                    INSPECT WS-SEL-TO REPLACING ALL ' ' BY '9'
                WHEN 'R'
                    DISPLAY "Run stamp (YYYYMMDD-HHMMSS, as shown "
                            "and audited when it ran):"
                    ACCEPT WS-SEL-RUN FROM CONSOLE
                    STRING "run " WS-SEL-RUN
                        DELIMITED BY SIZE INTO WS-SET-DESC
                WHEN OTHER
                    DISPLAY "No such choice: " WS-SET-KIND
                    CLOSE AUDIT-LOG-FILE
                    STOP RUN
            END-EVALUATE.
            IF (WS-SET-KIND = 'E' AND WS-SEL-TS = SPACES)
                OR (WS-SET-KIND = 'O' AND WS-SEL-OPERATOR = SPACES)
                OR (WS-SET-KIND = 'R' AND WS-SEL-RUN = SPACES)
                DISPLAY "Nothing named - backout cancelled."
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF.

      *> A quote's Q-ID is in its after-image, or for a DELETE its
      *> before-image.  An entry outside the set that touches a
      *> quote the set already holds is someone's later work - every
      *> set entry for that quote becomes a conflict:
       1000-SELECT-ONE-ENTRY.
            IF JL-ACTION = 'DELETE'
                MOVE JL-BEFORE-IMAGE (1:9) TO WS-ENTRY-ID-X
            ELSE
                MOVE JL-AFTER-IMAGE (1:9) TO WS-ENTRY-ID-X
            END-IF.
            IF WS-ENTRY-ID-X NOT NUMERIC
                MOVE ZERO TO WS-ENTRY-ID
            END-IF.
            MOVE 'N' TO WS-SELECTED.
            EVALUATE WS-SET-KIND
                WHEN 'E'
                    IF JL-TIMESTAMP = WS-SEL-TS
                        AND WS-ENTRY-ID = WS-SEL-ID
                        MOVE 'Y' TO WS-SELECTED
                    END-IF
                WHEN 'O'
                    IF JL-OPERATOR = WS-SEL-OPERATOR
                        AND JL-TIMESTAMP >= WS-SEL-FROM
                        AND JL-TIMESTAMP <= WS-SEL-TO
                        MOVE 'Y' TO WS-SELECTED
                    END-IF
                WHEN 'R'
                    IF JL-RUN-ID = WS-SEL-RUN
                        MOVE 'Y' TO WS-SELECTED
                    END-IF
            END-EVALUATE.

            IF WS-SELECTED = 'Y'
                IF WS-BK-USED >= 500
                    MOVE 'Y' TO WS-TOO-MANY
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-BK-USED
                MOVE JL-TIMESTAMP TO WS-BK-TIMESTAMP (WS-BK-USED)
                MOVE JL-ACTION TO WS-BK-ACTION (WS-BK-USED)
                MOVE JL-OPERATOR TO WS-BK-OPERATOR (WS-BK-USED)
                MOVE WS-ENTRY-ID TO WS-BK-ID (WS-BK-USED)
                MOVE JL-BEFORE-IMAGE TO WS-BK-BEFORE (WS-BK-USED)
                MOVE JL-AFTER-IMAGE TO WS-BK-AFTER (WS-BK-USED)
                MOVE 'R' TO WS-BK-STATE (WS-BK-USED)
                MOVE 'N' TO WS-BK-ARC-DONE (WS-BK-USED)
                MOVE SPACES TO WS-BK-REASON (WS-BK-USED)
                IF JL-ACTION NOT = 'ADD' AND JL-ACTION NOT = 'EDIT'
                    AND JL-ACTION NOT = 'DELETE'
                    MOVE 'C' TO WS-BK-STATE (WS-BK-USED)
                    MOVE "not an ADD, EDIT or DELETE"
                        TO WS-BK-REASON (WS-BK-USED)
                END-IF
                IF WS-ENTRY-ID = ZERO
                    MOVE 'C' TO WS-BK-STATE (WS-BK-USED)
                    MOVE "no Q-ID in the journal image"
                        TO WS-BK-REASON (WS-BK-USED)
                END-IF
                EXIT PARAGRAPH
            END-IF.

            IF WS-ENTRY-ID = ZERO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-BK-I FROM 1 BY 1
                UNTIL WS-BK-I > WS-BK-USED
                IF WS-BK-ID (WS-BK-I) = WS-ENTRY-ID
                    AND WS-BK-STATE (WS-BK-I) = 'R'
                    MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                    MOVE SPACES TO WS-BK-REASON (WS-BK-I)
                    STRING "changed later by "
                        FUNCTION TRIM(JL-OPERATOR) " " JL-TIMESTAMP
                        DELIMITED BY SIZE INTO WS-BK-REASON (WS-BK-I)
                END-IF
            END-PERFORM.

      *> Newest first.  The newest set entry for a quote must match
      *> the live file; each earlier one must hand on exactly the
      *> image the next one found - anything else is a change the
      *> journal never saw.  Nothing is written here:
       2000-CHECK-THE-SET.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                CLOSE AUDIT-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            PERFORM VARYING WS-BK-I FROM WS-BK-USED BY -1
                UNTIL WS-BK-I < 1
                IF WS-BK-STATE (WS-BK-I) = 'R'
                    PERFORM 2100-CHECK-ONE-ENTRY
                END-IF
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

      *> One conflict holds back the whole of that quote's history
      *> in the set - half a history undone is worse than none:
            PERFORM VARYING WS-BK-I FROM 1 BY 1
                UNTIL WS-BK-I > WS-BK-USED
                IF WS-BK-STATE (WS-BK-I) = 'C'
                    PERFORM VARYING WS-BK-J FROM 1 BY 1
                        UNTIL WS-BK-J > WS-BK-USED
                        IF WS-BK-ID (WS-BK-J) = WS-BK-ID (WS-BK-I)
                            AND WS-BK-STATE (WS-BK-J) = 'R'
                            MOVE 'C' TO WS-BK-STATE (WS-BK-J)
                            MOVE "another change to it conflicts"
                                TO WS-BK-REASON (WS-BK-J)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       2100-CHECK-ONE-ENTRY.
            MOVE ZERO TO WS-LATER-J.
            PERFORM VARYING WS-BK-J FROM WS-BK-I BY 1
                UNTIL WS-BK-J >= WS-BK-USED OR WS-LATER-J > ZERO
                IF WS-BK-ID (WS-BK-J + 1) = WS-BK-ID (WS-BK-I)
                    COMPUTE WS-LATER-J = WS-BK-J + 1
                END-IF
            END-PERFORM.
            IF WS-LATER-J > ZERO
                IF WS-BK-AFTER (WS-BK-I)
                    NOT = WS-BK-BEFORE (WS-LATER-J)
                    MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                    MOVE "changed outside the journal since"
                        TO WS-BK-REASON (WS-BK-I)
                END-IF
            ELSE
                MOVE WS-BK-ID (WS-BK-I) TO Q-ID
                PERFORM 2200-READ-LIVE
                IF WS-BK-ACTION (WS-BK-I) = 'DELETE'
                    IF WS-RECORD-FOUND = 'Y'
                        MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                        MOVE "that Q-ID is back on file"
                            TO WS-BK-REASON (WS-BK-I)
                    END-IF
                ELSE
                    IF WS-RECORD-FOUND NOT = 'Y'
                        MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                        MOVE "no longer on file"
                            TO WS-BK-REASON (WS-BK-I)
                    ELSE
                        IF Q-DATA-RAW
                            NOT = WS-BK-AFTER (WS-BK-I) (1:392)
                            MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                            MOVE "no longer matches its after-image"
                                TO WS-BK-REASON (WS-BK-I)
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-BK-STATE (WS-BK-I) NOT = 'R'
                EXIT PARAGRAPH
            END-IF.

      *> Taking a quote off file, or changing it back, is refused
      *> while it is under legal hold.  Putting a deleted one back
      *> destroys nothing, so that is always allowed:
            IF WS-BK-ACTION (WS-BK-I) NOT = 'DELETE'
                MOVE WS-BK-AFTER (WS-BK-I) (1:392) TO Q-DATA-RAW
                MOVE 'Q' TO WS-HOLD-MODE
                MOVE Q-ID TO WS-HOLD-ID
                MOVE Q-AUTHOR TO WS-HOLD-AUTHOR
                MOVE Q-SOURCE TO WS-HOLD-SOURCE
                CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-ID
                    WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-HOLD-TEXT
                    WS-HOLD-RESULT WS-HOLD-MATTER
                END-CALL
                IF WS-HOLD-RESULT = 'Y'
                    MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                    MOVE SPACES TO WS-BK-REASON (WS-BK-I)
                    STRING "legal hold, matter "
                        FUNCTION TRIM(WS-HOLD-MATTER)
                        DELIMITED BY SIZE INTO WS-BK-REASON (WS-BK-I)
                    EXIT PARAGRAPH
                END-IF
            END-IF.

      *> An EDIT that changed the text of a maxim long enough to
      *> have overflow segments cannot be put back from the journal
      *> - the segments are not in it:
            IF WS-BK-ACTION (WS-BK-I) = 'EDIT'
                AND WS-BK-BEFORE (WS-BK-I) (110:255)
                    NOT = WS-BK-AFTER (WS-BK-I) (110:255)
                MOVE 'G' TO WS-LONG-MODE
                MOVE WS-BK-ID (WS-BK-I) TO WS-LONG-ID
                MOVE WS-BK-AFTER (WS-BK-I) (110:255) TO WS-LONG-BASE
                CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                    WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
                END-CALL
                IF WS-LONG-FLAG = 'Y'
                    MOVE 'C' TO WS-BK-STATE (WS-BK-I)
                    MOVE "long maxim - put its text back by hand"
                        TO WS-BK-REASON (WS-BK-I)
                END-IF
            END-IF.

       2200-READ-LIVE.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    MOVE 'N' TO WS-RECORD-FOUND
                NOT INVALID KEY
                    MOVE 'Y' TO WS-RECORD-FOUND
            END-READ.

       2500-LIST-THE-SET.
            MOVE ZERO TO WS-REVERSE-COUNT WS-CONFLICT-COUNT.
            DISPLAY " ".
            DISPLAY "Timestamp       Action   Q-ID      Operator".
            PERFORM VARYING WS-BK-I FROM 1 BY 1
                UNTIL WS-BK-I > WS-BK-USED
                IF WS-BK-STATE (WS-BK-I) = 'R'
                    ADD 1 TO WS-REVERSE-COUNT
                    DISPLAY WS-BK-TIMESTAMP (WS-BK-I) " "
                            WS-BK-ACTION (WS-BK-I) " "
                            WS-BK-ID (WS-BK-I) " "
                            WS-BK-OPERATOR (WS-BK-I) " reverse"
                ELSE
                    ADD 1 TO WS-CONFLICT-COUNT
                    DISPLAY WS-BK-TIMESTAMP (WS-BK-I) " "
                            WS-BK-ACTION (WS-BK-I) " "
                            WS-BK-ID (WS-BK-I) " "
                            WS-BK-OPERATOR (WS-BK-I) " CONFLICT - "
                            FUNCTION TRIM(WS-BK-REASON (WS-BK-I))
                END-IF
            END-PERFORM.
            MOVE WS-REVERSE-COUNT TO WS-NUM-ED.
            MOVE WS-CONFLICT-COUNT TO WS-NUM-ED2.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " to reverse, "
                    FUNCTION TRIM(WS-NUM-ED2)
                    " conflict(s) that will be left alone.".
            DISPLAY " ".

      *> Newest first, each record checked once more just before it
      *> is changed - the file is live, and the listing may have
      *> sat on the screen a while:
       3000-APPLY-THE-BACKOUT.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO WS-JNL-RUN-ID.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO WS-JNL-RUN-ID.
            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                CLOSE AUDIT-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE ZERO TO WS-DONE-COUNT WS-FAILED-COUNT
                WS-REINSTATED-COUNT.
            PERFORM VARYING WS-BK-I FROM WS-BK-USED BY -1
                UNTIL WS-BK-I < 1
                IF WS-BK-STATE (WS-BK-I) = 'R'
                    PERFORM 3100-REVERSE-ONE-ENTRY
                END-IF
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

       3100-REVERSE-ONE-ENTRY.
            MOVE 'N' TO WS-STEP-OK.
            MOVE WS-BK-ID (WS-BK-I) TO Q-ID.
            PERFORM 2200-READ-LIVE.
            EVALUATE WS-BK-ACTION (WS-BK-I)
                WHEN 'ADD'
                    IF WS-RECORD-FOUND = 'Y'
                        AND Q-DATA-RAW = WS-BK-AFTER (WS-BK-I) (1:392)
                        PERFORM 3200-REVERSE-ADD
                    END-IF
                WHEN 'EDIT'
                    IF WS-RECORD-FOUND = 'Y'
                        AND Q-DATA-RAW = WS-BK-AFTER (WS-BK-I) (1:392)
                        PERFORM 3300-REVERSE-EDIT
                    END-IF
                WHEN 'DELETE'
                    IF WS-RECORD-FOUND NOT = 'Y'
                        PERFORM 3400-REVERSE-DELETE
                    END-IF
            END-EVALUATE.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            IF WS-STEP-OK = 'Y'
                MOVE 'D' TO WS-BK-STATE (WS-BK-I)
                ADD 1 TO WS-DONE-COUNT
                STRING "run " WS-JNL-RUN-ID " reversed "
                    FUNCTION TRIM(WS-BK-ACTION (WS-BK-I)) " of "
                    WS-BK-TIMESTAMP (WS-BK-I) " by "
                    FUNCTION TRIM(WS-BK-OPERATOR (WS-BK-I))
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            ELSE
                MOVE 'F' TO WS-BK-STATE (WS-BK-I)
                ADD 1 TO WS-FAILED-COUNT
                DISPLAY "Q-ID " WS-BK-ID (WS-BK-I) " changed since "
                        "the check, or would not write - "
                        FUNCTION TRIM(WS-BK-ACTION (WS-BK-I)) " of "
                        WS-BK-TIMESTAMP (WS-BK-I) " left alone."
                STRING "run " WS-JNL-RUN-ID " could not reverse "
                    FUNCTION TRIM(WS-BK-ACTION (WS-BK-I)) " of "
                    WS-BK-TIMESTAMP (WS-BK-I) ", file status "
                    FILE-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            END-IF.
            MOVE 'BACKOUT' TO WS-AUDIT-ACTION.
            MOVE WS-BK-ID (WS-BK-I) TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The same way Q_WRITER deletes: only a quote safely in the
      *> archive is taken off file.  Its overflow segments stay for
      *> the archive, as they do for any delete:
       3200-REVERSE-ADD.
            PERFORM 3500-ARCHIVE-QUOTE-COPY.
            IF WS-ARCHIVED-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            DELETE MM-COBOL-SDF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-STEP-OK
                    MOVE 'DELETE' TO WS-JNL-ACTION
                    MOVE Q-DATA-RAW TO WS-JNL-BEFORE
                    MOVE SPACES TO WS-JNL-AFTER
                    PERFORM WRITE-JOURNAL-ENTRY
            END-DELETE.

       3300-REVERSE-EDIT.
            MOVE Q-DATA-RAW TO WS-JNL-BEFORE.
            MOVE WS-BK-BEFORE (WS-BK-I) (1:392) TO Q-DATA-RAW.
            REWRITE Q-DATA-RAW
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-STEP-OK
                    MOVE 'EDIT' TO WS-JNL-ACTION
                    MOVE Q-DATA-RAW TO WS-JNL-AFTER
                    IF Q-MIGHTY-MAXIM NOT = WS-JNL-BEFORE (110:255)
                        MOVE 'Y' TO WS-JNL-TEXT-CHANGED
                    END-IF
                    PERFORM WRITE-JOURNAL-ENTRY
            END-REWRITE.

       3400-REVERSE-DELETE.
            MOVE WS-BK-BEFORE (WS-BK-I) (1:392) TO Q-DATA-RAW.
            WRITE Q-DATA-RAW
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-STEP-OK
                    ADD 1 TO WS-REINSTATED-COUNT
                    IF Q-ID > WS-MAX-REINSTATED
                        MOVE Q-ID TO WS-MAX-REINSTATED
                    END-IF
                    MOVE 'ADD' TO WS-JNL-ACTION
                    MOVE SPACES TO WS-JNL-BEFORE
                    MOVE Q-DATA-RAW TO WS-JNL-AFTER
                    PERFORM WRITE-JOURNAL-ENTRY
            END-WRITE.

       3500-ARCHIVE-QUOTE-COPY.
            MOVE 'N' TO WS-ARCHIVED-OK.
            OPEN EXTEND QUOTE-ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = '00'
                OPEN OUTPUT QUOTE-ARCHIVE-FILE
            END-IF.
            IF WS-ARCHIVE-STATUS = '00'
                MOVE Q-DATA-RAW TO AR-QUOTE-IMAGE
                MOVE FUNCTION CURRENT-DATE (1:8) TO AR-DELETED-DATE
                MOVE WS-AUDIT-OPERATOR TO AR-DELETED-BY
                WRITE AR-DATA-RAW
                IF WS-ARCHIVE-STATUS = '00'
                    MOVE 'Y' TO WS-ARCHIVED-OK
                END-IF
                CLOSE QUOTE-ARCHIVE-FILE
            END-IF.

      *> A quote put back on file must not also sit in the archive,
      *> where a purge would take its overflow segments from under
      *> it - the archive entry holding exactly the reinstated image
      *> comes out, one per reinstated quote:
       3700-CLEAR-ARCHIVE-COPIES.
            MOVE ZERO TO WS-ARC-DROPPED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT QUOTE-ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ARCHIVE-REWRITE-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ QUOTE-ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 3710-KEEP-OR-DROP
                END-READ
            END-PERFORM.
            CLOSE QUOTE-ARCHIVE-FILE.
            CLOSE ARCHIVE-REWRITE-FILE.
            IF WS-ARC-DROPPED > ZERO
                PERFORM 3750-SWAP-IN-REWRITE
            ELSE
                CALL "CBL_DELETE_FILE" USING WS-REWRITE-PATH
                    RETURNING WS-SWAP-STATUS
                END-CALL
            END-IF.

       3710-KEEP-OR-DROP.
            MOVE 'N' TO WS-ARC-MATCHED.
            PERFORM VARYING WS-BK-J FROM 1 BY 1
                UNTIL WS-BK-J > WS-BK-USED OR WS-ARC-MATCHED = 'Y'
                IF WS-BK-ACTION (WS-BK-J) = 'DELETE'
                    AND WS-BK-STATE (WS-BK-J) = 'D'
                    AND WS-BK-ARC-DONE (WS-BK-J) = 'N'
                    AND AR-QUOTE-IMAGE = WS-BK-BEFORE (WS-BK-J) (1:392)
                    MOVE 'Y' TO WS-BK-ARC-DONE (WS-BK-J)
                    MOVE 'Y' TO WS-ARC-MATCHED
                END-IF
            END-PERFORM.
            IF WS-ARC-MATCHED = 'Y'
                ADD 1 TO WS-ARC-DROPPED
            ELSE
                MOVE AR-DATA-RAW TO WS-REWRITE-RECORD
                WRITE WS-REWRITE-RECORD
            END-IF.

      *> Same pattern as Q_ARCHIVE's swap: the live archive is set
      *> aside, never deleted, and goes straight back if the
      *> rewritten copy cannot take its place:
       3750-SWAP-IN-REWRITE.
            MOVE SPACES TO WS-ARC-PREV-PATH.
            STRING FUNCTION TRIM(WS-ARCHIVE-PATH) ".PREV"
                DELIMITED BY SIZE INTO WS-ARC-PREV-PATH.
            CALL "CBL_RENAME_FILE" USING WS-ARCHIVE-PATH
                WS-ARC-PREV-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            IF WS-SWAP-STATUS NOT = ZERO
                DISPLAY "Unable to set the archive aside, status "
                        WS-SWAP-STATUS
                DISPLAY "Archive left untouched - rewritten copy "
                        "kept at " FUNCTION TRIM(WS-REWRITE-PATH)
            ELSE
                CALL "CBL_RENAME_FILE" USING WS-REWRITE-PATH
                    WS-ARCHIVE-PATH
                    RETURNING WS-SWAP-STATUS
                END-CALL
                IF WS-SWAP-STATUS NOT = ZERO
                    DISPLAY "Unable to put the rewritten archive "
                            "into service, status " WS-SWAP-STATUS
                    CALL "CBL_RENAME_FILE" USING WS-ARC-PREV-PATH
                        WS-ARCHIVE-PATH
                        RETURNING WS-SWAP-STATUS
                    END-CALL
                ELSE
                    CALL "CBL_DELETE_FILE" USING WS-ARC-PREV-PATH
                        RETURNING WS-SWAP-STATUS
                    END-CALL
                END-IF
            END-IF.

       3800-BUMP-SEQUENCE.
            MOVE 1 TO WS-NEXT-ID.
            OPEN INPUT MM-COBOL-ID-FILE.
            IF WS-ID-SEQ-STATUS = '00'
                READ MM-COBOL-ID-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-ID-SEQ-RECORD TO WS-NEXT-ID
                END-READ
                CLOSE MM-COBOL-ID-FILE
            END-IF.
            IF WS-NEXT-ID <= WS-MAX-REINSTATED
                COMPUTE WS-NEXT-ID = WS-MAX-REINSTATED + 1
                MOVE WS-NEXT-ID TO WS-ID-SEQ-RECORD
                OPEN OUTPUT MM-COBOL-ID-FILE
                WRITE WS-ID-SEQ-RECORD
                CLOSE MM-COBOL-ID-FILE
            END-IF.

      *> The set and its size are the key, so an approval for one
      *> backout never covers a wider one.  A request left waiting,
      *> or refused, is on the audit trail either way:
       5000-GET-SIGN-OFF.
            MOVE WS-REVERSE-COUNT TO WS-COUNT-4.
            MOVE SPACES TO WS-DUAL-KEY.
            EVALUATE WS-SET-KIND
                WHEN 'E'
                    STRING "E" WS-SEL-TS WS-COUNT-4
                        DELIMITED BY SIZE INTO WS-DUAL-KEY
                WHEN 'O'
                    STRING "O" WS-SEL-FROM WS-COUNT-4
                        DELIMITED BY SIZE INTO WS-DUAL-KEY
                WHEN OTHER
                    STRING "R" WS-SEL-RUN WS-COUNT-4
                        DELIMITED BY SIZE INTO WS-DUAL-KEY
            END-EVALUATE.
            MOVE SPACES TO WS-DUAL-DESC.
            STRING "back out " FUNCTION TRIM(WS-SET-DESC)
                DELIMITED BY SIZE INTO WS-DUAL-DESC.
            MOVE 'A' TO WS-DUAL-MODE.
            CALL "Q_DUALCTL" USING WS-DUAL-MODE WS-DUAL-REQ-NO
                WS-DUAL-PROGRAM WS-DUAL-ACTION WS-DUAL-KEY
                WS-DUAL-DESC WS-AUDIT-OPERATOR WS-DUAL-APPROVER
                WS-DUAL-RESULT WS-DUAL-REASON
            END-CALL.
            MOVE WS-DUAL-REQ-NO TO WS-DUAL-REQ-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            EVALUATE WS-DUAL-RESULT
                WHEN 'Y'
                    CONTINUE
                WHEN 'P'
                    DISPLAY "Request " FUNCTION TRIM(WS-DUAL-REQ-ED)
                            " is waiting for a second operator to "
                            "approve it in Q_DUALAUTH."
                    DISPLAY "Run the backout again once it is "
                            "approved."
                    STRING "four-eyes: request "
                        FUNCTION TRIM(WS-DUAL-REQ-ED) " "
                        FUNCTION TRIM(WS-DUAL-REASON) " - "
                        FUNCTION TRIM(WS-DUAL-DESC)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'DUALREQ' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                WHEN OTHER
                    DISPLAY "Not authorised - "
                            FUNCTION TRIM(WS-DUAL-REASON) "."
                    STRING "four-eyes: "
                        FUNCTION TRIM(WS-DUAL-REASON) " - "
                        FUNCTION TRIM(WS-DUAL-DESC)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'REFUSED' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
            END-EVALUATE.

      *> One journal line per change, opened EXTEND and closed per
      *> event so a crash mid-run loses at most the change in
      *> flight, never the journal:
       WRITE-JOURNAL-ENTRY.
            OPEN EXTEND UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                OPEN OUTPUT UPDATE-JOURNAL-FILE
            END-IF.
            IF WS-JOURNAL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to journal that change, "
                        "status " WS-JOURNAL-STATUS
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO JL-DATA-RAW
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO JL-TIMESTAMP
                MOVE WS-JNL-ACTION TO JL-ACTION
                MOVE WS-AUDIT-OPERATOR TO JL-OPERATOR
                MOVE WS-JNL-BEFORE TO JL-BEFORE-IMAGE
                MOVE WS-JNL-AFTER TO JL-AFTER-IMAGE
                MOVE WS-JNL-TEXT-CHANGED TO JL-TEXT-CHANGED
                MOVE WS-JNL-RUN-ID TO JL-RUN-ID
                WRITE JL-DATA-RAW
                CLOSE UPDATE-JOURNAL-FILE
            END-IF.
            MOVE 'N' TO WS-JNL-TEXT-CHANGED.

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
            MOVE 'Q_BACKOUT' TO AUDIT-PROGRAM.
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
