            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       COPY MM-ROLE-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-CATALOG-FILE.

       COPY AUDIT-LOG.

       COPY MM-ROLE-FD.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-CATALOG-PATH       PIC X(205) VALUE SPACES.
       01 WS-GEN-PATH           PIC X(225) VALUE SPACES.
       01 WS-GEN-SEQ-PATH       PIC X(230) VALUE SPACES.
       01 WS-ASIDE-PATH         PIC X(225) VALUE SPACES.
       01 WS-SDF-LAYVER-PATH    PIC X(210) VALUE SPACES.
       01 WS-GEN-LAYVER-PATH    PIC X(235) VALUE SPACES.
       01 WS-ASIDE-LAYVER-PATH  PIC X(235) VALUE SPACES.
       01 WS-GEN-LAYOUT-OK      PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-GEN-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-WANTED-TS          PIC X(14) VALUE SPACES.
       01 WS-TS-ON-FILE         PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> Four-eyes sign-off through Q_DUALCTL - a second operator
      *> approves before the live file is replaced:
       01 WS-DUAL-MODE          PIC X VALUE 'A'.
       01 WS-DUAL-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-DUAL-PROGRAM       PIC X(10) VALUE 'Q_RESTORE'.
       01 WS-DUAL-ACTION        PIC X(8) VALUE 'RESTORE'.
       01 WS-DUAL-KEY           PIC X(20) VALUE SPACES.
       01 WS-DUAL-DESC          PIC X(60) VALUE SPACES.
       01 WS-DUAL-APPROVER      PIC X(10) VALUE SPACES.
       01 WS-DUAL-RESULT        PIC X VALUE SPACE.
       01 WS-DUAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-DUAL-REQ-ED        PIC Z(5)9.

      *> Only the primary copy of the quote file is replaced - a
      *> quiesced or standby copy is Q_SWITCH's and Q_JAPPLY's:
       COPY MM-ROLE-WS.

      *> A generation goes back live only in the layout today's
      *> programs are built for - its stamp, <gen>.LAYVER, is the
      *> one Q_MAINT copied from the live file when it was taken:
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-ID-SEQ-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Backup Generation Restore"
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
                    " is not cleared to restore a generation."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1000-LIST-GENERATIONS.
        IF WS-GEN-COUNT = ZERO
            STOP RUN
        END-IF.

        PERFORM 2500-CHECK-GEN-LAYOUT.
        IF WS-GEN-LAYOUT-OK NOT = 'Y'
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        DISPLAY "Replace the live quote file with generation "
                WS-WANTED-TS "? [Y/N]".
        ACCEPT WS-CONFIRM FROM CONSOLE.
            STOP RUN
        END-IF.

        PERFORM 4000-GET-SIGN-OFF.
        IF WS-DUAL-RESULT NOT = 'Y'
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 3000-RESTORE-GENERATION.

        CLOSE AUDIT-LOG-FILE.
                CLOSE GENERATION-CATALOG-FILE
            END-IF.

      *> Read the generation's stamp without writing one (Q_LAYCHK
      *> mode R).  A generation with no stamp was taken before the
      *> stamps went with the generations and may well be in an
      *> older layout, so it is refused the same as one stamped
      *> older - Q_MIGRATE asks what version an unstamped file is
      *> in and brings it forward:
       2500-CHECK-GEN-LAYOUT.
            MOVE 'N' TO WS-GEN-LAYOUT-OK.
            MOVE SPACES TO WS-GEN-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".GEN-" WS-WANTED-TS
                DELIMITED BY SIZE INTO WS-GEN-PATH.
            MOVE 'Q_RESTORE' TO WS-LAYCHK-PROGRAM.
            MOVE 'SDF' TO WS-LAYCHK-CODE.
            MOVE WS-LAYVER-SDF TO WS-LAYCHK-VERSION.
            MOVE WS-GEN-PATH TO WS-LAYCHK-PATH.
            MOVE 'R' TO WS-LAYCHK-MODE.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.
            IF WS-LAYCHK-RESULT = 'Y'
                MOVE 'Y' TO WS-GEN-LAYOUT-OK
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            EVALUATE WS-LAYCHK-RESULT
                WHEN 'U'
                    DISPLAY "Generation " WS-WANTED-TS " carries no "
                            "layout stamp - it may be in an older "
                            "quote file layout."
                    STRING "restore of generation " WS-WANTED-TS
                        " refused, no layout stamp"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                WHEN 'X'
                    DISPLAY "Generation " WS-WANTED-TS " is stamped "
                            "as a different file altogether."
                    STRING "restore of generation " WS-WANTED-TS
                        " refused, stamp names another layout"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                WHEN OTHER
                    DISPLAY "Generation " WS-WANTED-TS " is in quote "
                            "file layout version " WS-LAYCHK-STAMPED
                            ", the programs are built for version "
                            WS-LAYVER-SDF "."
                    STRING "restore of generation " WS-WANTED-TS
                        " refused, layout version " WS-LAYCHK-STAMPED
                        " not " WS-LAYVER-SDF
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            END-EVALUATE.
            DISPLAY "Bring it forward with Q_MIGRATE (file "
                    FUNCTION TRIM(WS-GEN-PATH)
                    ") before restoring it.".
            MOVE 'RESTORE' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The current live file is moved aside (never deleted) before
      *> the generation's quote file and its matching .SEQ are COPIED
      *> into service - copied, not renamed, so the generation itself
      *> stays in the catalog for another day.  The layout stamps go
      *> with the files: the live stamp beside the file moved aside,
      *> the generation's over the live one.  The role is read
      *> here, after the sign-off, so a switchover begun while the
      *> approval waited still stops the restore:
       3000-RESTORE-GENERATION.
            PERFORM READ-SDF-ROLE.
            IF WS-ROLE-NOW NOT = SPACES AND WS-ROLE-NOW NOT = 'PRIMARY'
                DISPLAY "Restore refused - " FUNCTION TRIM(WS-SDF-PATH)
                        " is the " FUNCTION TRIM(WS-ROLE-NOW)
                        " copy (role set " WS-ROLE-SINCE " by "
                        FUNCTION TRIM(WS-ROLE-SET-BY) ")."
                DISPLAY "Restore the primary copy instead."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "restore of generation " WS-WANTED-TS
                    " refused, quote file role "
                    FUNCTION TRIM(WS-ROLE-NOW)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'RESTORE' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-GEN-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".GEN-" WS-WANTED-TS
                DELIMITED BY SIZE INTO WS-GEN-PATH.
                    DISPLAY "Note: generation has no .SEQ file - "
                            "check the sequence with the health check."
                END-IF
                PERFORM 3100-CARRY-LAYOUT-STAMPS
                DISPLAY "Generation " WS-WANTED-TS " restored to "
                        WS-SDF-PATH
                DISPLAY "The replaced file was kept as "
                        WS-ASIDE-PATH
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "restored backup generation " WS-WANTED-TS
                    ", authorised by " WS-DUAL-APPROVER
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'RESTORE' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

       3100-CARRY-LAYOUT-STAMPS.
            MOVE SPACES TO WS-SDF-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-SDF-LAYVER-PATH.
            MOVE SPACES TO WS-GEN-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-GEN-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-GEN-LAYVER-PATH.
            MOVE SPACES TO WS-ASIDE-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-ASIDE-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-ASIDE-LAYVER-PATH.
            CALL "CBL_COPY_FILE" USING WS-SDF-LAYVER-PATH
                WS-ASIDE-LAYVER-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            CALL "CBL_COPY_FILE" USING WS-GEN-LAYVER-PATH
                WS-SDF-LAYVER-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                DISPLAY "Note: the generation's layout stamp could "
                        "not be copied, status " WS-CALL-STATUS
            END-IF.

      *> The generation is the key, so an approval given for one
      *> generation never lets a different one in.  A request left
      *> waiting, or refused, is on the audit trail either way:
       4000-GET-SIGN-OFF.
            MOVE WS-WANTED-TS TO WS-DUAL-KEY.
            MOVE SPACES TO WS-DUAL-DESC.
            STRING "restore generation " WS-WANTED-TS
                " over the live quote file"
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
                    DISPLAY "Run the restore again once it is "
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

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-ROLE-PROC.
