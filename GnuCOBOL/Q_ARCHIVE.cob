       COPY MM-JNL-RAW.

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
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.
       01 WS-CONFIRM            PIC X VALUE SPACE.

      *> Segregation of duties through Q_SODCHK - the operator who
      *> deleted a quote may not purge (or, if the rules say so,
      *> restore) its archived copy.  A refused entry is left in
      *> the archive for another operator:
       01 WS-SOD-MODE           PIC X VALUE 'C'.
       01 WS-SOD-RULE-NO        PIC 9(3) VALUE ZERO.
       01 WS-SOD-ACTION         PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-ACTION   PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-BY       PIC X(10) VALUE SPACES.
       01 WS-SOD-RESULT         PIC X VALUE 'Y'.
       01 WS-SOD-RULE-TEXT      PIC X(60) VALUE SPACES.
       01 WS-REFUSED-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-RESTORE-REFUSED    PIC X VALUE 'N'.

      *> Purge is four-eyes through Q_DUALCTL: the operator asking
      *> must hold M, and a second operator approves before a single
      *> entry goes:
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-DUAL-MODE          PIC X VALUE 'A'.
       01 WS-DUAL-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-DUAL-PROGRAM       PIC X(10) VALUE 'Q_ARCHIVE'.
       01 WS-DUAL-ACTION        PIC X(8) VALUE 'PURGE'.
       01 WS-DUAL-KEY           PIC X(20) VALUE SPACES.
       01 WS-DUAL-DESC          PIC X(60) VALUE SPACES.
       01 WS-DUAL-APPROVER      PIC X(10) VALUE SPACES.
       01 WS-DUAL-RESULT        PIC X VALUE SPACE.
       01 WS-DUAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-DUAL-REQ-ED        PIC Z(5)9.

      *> Legal holds through Q_HOLDCHK - an entry past retention
      *> that a hold covers (its Q-ID, author or source) is kept,
      *> and said so, until the hold is released:
       01 WS-HOLD-MODE          PIC X VALUE 'Q'.
       01 WS-HOLD-ID            PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-TEXT          PIC X(1000) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.
       01 WS-HELD-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-HELD-ED            PIC Z(8)9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_ARCHIVE' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_ARCHIVE' TO WS-LAYCHK-PROGRAM.
        MOVE 'ARC' TO WS-LAYCHK-CODE.
        MOVE WS-ARCHIVE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Quote Archive"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "  [B] Browse archived quotes".
        DISPLAY "  [R] Restore an archived quote".
        DISPLAY "  [P] Purge archive entries past retention".
        ACCEPT WS-MODE FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

      *> Restore and purge change the archive, so they are done
      *> under a name:
        IF (WS-MODE = 'R' OR WS-MODE = 'P')
            AND WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        IF WS-MODE = 'P'
            MOVE 'M' TO WS-CHECK-FUNCTION
            CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR
                WS-CHECK-FUNCTION WS-CHECK-RESULT WS-USER-NAME
            END-CALL
            IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
                DISPLAY "Operator " WS-AUDIT-OPERATOR
                        " is not cleared to purge the archive."
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF
        END-IF.

        EVALUATE WS-MODE
            WHEN 'R'
                PERFORM 2000-RESTORE-QUOTE
            ACCEPT WS-RESTORE-ID FROM CONSOLE.
            MOVE 'N' TO WS-RESTORE-FOUND.
            MOVE 'N' TO WS-RESTORE-OK.
            MOVE 'N' TO WS-RESTORE-REFUSED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT QUOTE-ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = '00'
                    WHEN WS-RESTORE-FOUND NOT = 'Y'
                        DISPLAY "No archived quote with ID "
                                WS-RESTORE-ID
                    WHEN WS-RESTORE-REFUSED = 'Y'
                        DISPLAY "Archive unchanged."
                    WHEN WS-RESTORE-OK NOT = 'Y'
                        DISPLAY "Restore failed - archive unchanged."
                    WHEN OTHER
            IF AR-ID = WS-RESTORE-ID
                AND WS-RESTORE-FOUND NOT = 'Y'
                MOVE 'Y' TO WS-RESTORE-FOUND
                MOVE 'RESTORE' TO WS-SOD-ACTION
                PERFORM 4000-CHECK-SEGREGATION
                IF WS-SOD-RESULT = 'N'
                    MOVE 'Y' TO WS-RESTORE-REFUSED
                ELSE
                    PERFORM 2200-WRITE-BACK-TO-SDF
                END-IF
                IF WS-RESTORE-OK NOT = 'Y'
      *> The write back failed - keep the entry in the archive so
      *> nothing is lost:
            END-IF.

       2200-WRITE-BACK-TO-SDF.
            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    " day retention)? [Y/N]".
            ACCEPT WS-CONFIRM FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
            IF WS-CONFIRM = 'Y'
                PERFORM 5000-GET-SIGN-OFF
                IF WS-DUAL-RESULT NOT = 'Y'
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "Purge cancelled."
            ELSE
                MOVE 'N' TO WS-EOF
                MOVE ZERO TO WS-KEPT-COUNT
                MOVE ZERO TO WS-PURGED-COUNT
                MOVE ZERO TO WS-REFUSED-COUNT
                MOVE ZERO TO WS-HELD-COUNT
                OPEN INPUT QUOTE-ARCHIVE-FILE
                IF WS-ARCHIVE-STATUS NOT = '00'
                    DISPLAY "No archive on file at " WS-ARCHIVE-PATH
                    MOVE WS-KEPT-COUNT TO WS-NUM-ED
                    DISPLAY FUNCTION TRIM(WS-NUM-ED)
                            " entr(ies) retained."
                    IF WS-REFUSED-COUNT > ZERO
                        MOVE WS-REFUSED-COUNT TO WS-NUM-ED
                        DISPLAY FUNCTION TRIM(WS-NUM-ED)
                                " of those are your own deletes - "
                                "another operator must purge them."
                    END-IF
                    IF WS-HELD-COUNT > ZERO
                        MOVE WS-HELD-COUNT TO WS-NUM-ED
                        DISPLAY FUNCTION TRIM(WS-NUM-ED)
                                " of those are under legal hold and "
                                "stay until the hold is released."
                    END-IF
                    MOVE WS-PURGED-COUNT TO WS-NUM-ED
                    MOVE WS-HELD-COUNT TO WS-HELD-ED
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "archive purge removed "
                        FUNCTION TRIM(WS-NUM-ED) " entr(ies), "
                        "authorised by " WS-DUAL-APPROVER
                        ", " FUNCTION TRIM(WS-HELD-ED)
                        " kept under legal hold"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'PURGE' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                DISPLAY "Maxim:   " AR-MIGHTY-MAXIM
            END-IF.

      *> Each entry purged is audited on its own under its Q-ID,
      *> so the deleter and the purger of one quote can be set
      *> side by side afterwards:
       3100-PURGE-ONE-ENTRY.
            MOVE 'N' TO WS-HOLD-RESULT.
            IF AR-DELETED-DATE < WS-CUTOFF-DATE
                PERFORM 3200-CHECK-LEGAL-HOLD
                IF WS-HOLD-RESULT NOT = 'Y'
                    MOVE 'PURGE' TO WS-SOD-ACTION
                    PERFORM 4000-CHECK-SEGREGATION
                END-IF
            END-IF.
            IF AR-DELETED-DATE < WS-CUTOFF-DATE
                AND WS-HOLD-RESULT NOT = 'Y'
                AND WS-SOD-RESULT NOT = 'N'
                ADD 1 TO WS-PURGED-COUNT
                MOVE 'D' TO WS-LONG-MODE
                MOVE AR-ID TO WS-LONG-ID
                    WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN
                    WS-LONG-FLAG
                END-CALL
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "purged archived quote, deleted "
                    AR-DELETED-DATE " by " AR-DELETED-BY
                    ", authorised by " WS-DUAL-APPROVER
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'PURGE' TO WS-AUDIT-ACTION
                MOVE AR-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                MOVE AR-DATA-RAW TO WS-REWRITE-RECORD
                WRITE WS-REWRITE-RECORD
            END-IF.

      *> A held entry is past retention but stays, and each one
      *> kept is audited under its Q-ID with the matter holding it:
       3200-CHECK-LEGAL-HOLD.
            MOVE 'Q' TO WS-HOLD-MODE.
            MOVE AR-ID TO WS-HOLD-ID.
            MOVE AR-AUTHOR TO WS-HOLD-AUTHOR.
            MOVE AR-SOURCE TO WS-HOLD-SOURCE.
            CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-ID
                WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-HOLD-TEXT
                WS-HOLD-RESULT WS-HOLD-MATTER
            END-CALL.
            IF WS-HOLD-RESULT = 'Y'
                ADD 1 TO WS-HELD-COUNT
                DISPLAY "Quote " AR-ID " kept - legal hold, matter "
                        FUNCTION TRIM(WS-HOLD-MATTER) "."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "archived quote kept past retention, legal "
                    "hold matter " FUNCTION TRIM(WS-HOLD-MATTER)
                    ", deleted " AR-DELETED-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'HOLDKEPT' TO WS-AUDIT-ACTION
                MOVE AR-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> The delete recorded on the archive entry is the earlier
      *> step.  A refusal is audited under the entry's Q-ID:
       4000-CHECK-SEGREGATION.
            MOVE 'C' TO WS-SOD-MODE.
            MOVE 'DELETE' TO WS-SOD-PRIOR-ACTION.
            MOVE AR-DELETED-BY TO WS-SOD-PRIOR-BY.
            CALL "Q_SODCHK" USING WS-SOD-MODE WS-SOD-RULE-NO
                WS-AUDIT-OPERATOR WS-SOD-ACTION WS-SOD-PRIOR-ACTION
                WS-SOD-PRIOR-BY WS-SOD-RESULT WS-SOD-RULE-TEXT
            END-CALL.
            IF WS-SOD-RESULT = 'N'
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "Quote " AR-ID " refused - "
                        FUNCTION TRIM(WS-SOD-RULE-TEXT) "."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "segregation: " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                    ", " FUNCTION TRIM(WS-SOD-ACTION)
                    " of archived quote deleted " AR-DELETED-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                MOVE AR-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> The retention window is the key, so an approval for a
      *> 90-day purge never lets a 10-day one through.  A request
      *> left waiting, or refused, is on the audit trail either way:
       5000-GET-SIGN-OFF.
            MOVE SPACES TO WS-DUAL-KEY.
            STRING "RETAIN " WS-RETAIN-DAYS
                DELIMITED BY SIZE INTO WS-DUAL-KEY.
            MOVE SPACES TO WS-DUAL-DESC.
            STRING "purge archive entries older than "
                WS-RETAIN-DAYS " days"
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
                    DISPLAY "Run the purge again once it is "
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

      *> Same pattern as Q_MAINT's reindex swap: the live archive
      *> is set aside, never deleted, and goes straight back if the
      *> rewritten copy cannot take its place:
