       COPY MM-INUSE-FD.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.

      *> Generation-dated backups: the old live file is moved aside
      *> as <quote file>.GEN-<timestamp> instead of being deleted,
      *> its .SEQ sequence file and .LAYVER layout stamp copied next
      *> to it, and the oldest generations pruned past
      *> MM_BACKUP_GENERATIONS (default 5):
       01 WS-ID-SEQ-PATH        PIC X(205) VALUE SPACES.
       01 WS-CATALOG-PATH       PIC X(205) VALUE SPACES.
       01 WS-CATALOG-STATUS     PIC XX VALUE '00'.
       01 WS-GEN-TS             PIC X(14) VALUE SPACES.
       01 WS-GEN-PATH           PIC X(225) VALUE SPACES.
       01 WS-GEN-SEQ-PATH       PIC X(230) VALUE SPACES.
       01 WS-GEN-LAYVER-PATH    PIC X(235) VALUE SPACES.
       01 WS-SDF-LAYVER-PATH    PIC X(210) VALUE SPACES.
       01 WS-RETAIN-GENS-A      PIC X(3) VALUE SPACES.
       01 WS-RETAIN-GENS        PIC 9(3) VALUE 5.
       01 WS-GEN-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-GEN-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-CATALOG-EOF        PIC X VALUE 'N'.

      *> Every backup generation holds every quote on file when it
      *> was taken, so while any legal hold is in force (Q_HOLDCHK)
      *> none is pruned - the ones past the retention count are
      *> kept, and said so, until the last hold is released:
       01 WS-HOLD-MODE          PIC X VALUE 'A'.
       01 WS-HOLD-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-TEXT          PIC X(1000) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.
       01 WS-HOLD-OVER          PIC 9(3) VALUE ZERO.

      *> The swap interlock: every reader/writer of the quote file
      *> registers its open in the .INUSE file (MM-INUSE-PROC.cpy)
      *> and clears it on close - the swap refuses to fire while any
       01 REINDEX-WAIT-STS      PIC S9(9) BINARY.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_MAINT' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_MAINT' TO WS-LAYCHK-PROGRAM.
        MOVE 'SDF' TO WS-LAYCHK-CODE.
        MOVE WS-SDF-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'OVF' TO WS-LAYCHK-CODE.
        MOVE WS-OVF-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-FORCE-SWAP FROM ENVIRONMENT "MM_MAINT_FORCE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Sequential Maintenance Driver"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> The reindex pass ends by swapping a freshly-built file over
      *> the live WS-SDF-PATH (2200-SWAP-IN-REBUILT-FILE) while the
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MM-COBOL-SDF-FILE.
            OPEN OUTPUT VALIDATION-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Quote file validation"
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            WRITE WS-REPORT-LINE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD INTO Q-DATA-RAW
                    AT END MOVE 'Y' TO WS-EOF
            PERFORM 1200-VALIDATE-OVERFLOW.
            CLOSE MM-COBOL-SDF-FILE.
            CLOSE VALIDATION-REPORT-FILE.
            MOVE 'VALIDATION' TO WS-RPTREG-NAME.
            MOVE 'Q_MAINT' TO WS-RPTREG-PROGRAM.
            MOVE WS-VALIDATION-RPT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Validate: " WS-RECORD-COUNT " record(s) checked, "
                    WS-BAD-RECORD-COUNT " bad record(s).".
            IF WS-OVF-SEG-COUNT > ZERO
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            WRITE WS-REPORT-LINE.

      *> The rebuilt file is swapped over the live one, so only the
      *> primary copy is reindexed (CHECK-SDF-ROLE, MM-INUSE-PROC):
       2000-REBUILD-INDEX.
            PERFORM CHECK-SDF-ROLE.
            MOVE 'N' TO WS-EOF.
            MOVE ZERO TO WS-REINDEX-COUNT.
            MOVE ZERO TO WS-READ-COUNT.
                        RETURNING WS-SWAP-STATUS
                    END-CALL
                ELSE
                    PERFORM 2250-STAMP-GENERATION
                    DISPLAY "Reindex: " WS-SDF-PATH
                            " is now the rebuilt, reindexed file."
                    DISPLAY "Reindex: previous file kept as "
                END-IF
            END-IF.

      *> The generation carries the layout stamp the live file had
      *> when it was taken, so Q_RESTORE can tell a generation from
      *> before a Q_MIGRATE step and refuse to put it back live:
       2250-STAMP-GENERATION.
            MOVE SPACES TO WS-SDF-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-SDF-LAYVER-PATH.
            MOVE SPACES TO WS-GEN-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-GEN-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-GEN-LAYVER-PATH.
            CALL "CBL_COPY_FILE" USING WS-SDF-LAYVER-PATH
                WS-GEN-LAYVER-PATH
                RETURNING WS-COPY-STATUS
            END-CALL.
            IF WS-COPY-STATUS NOT = ZERO
                DISPLAY "Reindex: no layout stamp copied with "
                        "generation " WS-GEN-TS ", status "
                        WS-COPY-STATUS
            END-IF.

      *> Appends the new generation to the catalog and prunes the
      *> oldest ones past the retention count - backup, .SEQ and
      *> .LAYVER alike:
       2300-RECORD-GENERATION.
            MOVE ZERO TO WS-GEN-USED.
            MOVE 'N' TO WS-CATALOG-EOF.
                ADD 1 TO WS-GEN-USED
                MOVE WS-GEN-TS TO WS-GEN-ENTRY (WS-GEN-USED)
            END-IF.
            MOVE 'A' TO WS-HOLD-MODE.
            CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-COUNT
                WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-HOLD-TEXT
                WS-HOLD-RESULT WS-HOLD-MATTER
            END-CALL.
            IF WS-HOLD-RESULT = 'Y'
                IF WS-GEN-USED > WS-RETAIN-GENS
                    PERFORM 2350-KEEP-HELD-GENERATIONS
                END-IF
            ELSE
                PERFORM UNTIL WS-GEN-USED <= WS-RETAIN-GENS
                    PERFORM 2400-DELETE-OLDEST-GENERATION
                END-PERFORM
            END-IF.
            OPEN OUTPUT GENERATION-CATALOG-FILE.
            PERFORM VARYING WS-GEN-I FROM 1 BY 1
                UNTIL WS-GEN-I > WS-GEN-USED
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.

       2350-KEEP-HELD-GENERATIONS.
            COMPUTE WS-HOLD-OVER = WS-GEN-USED - WS-RETAIN-GENS.
            DISPLAY "Reindex: " WS-HOLD-OVER " backup generation(s) "
                    "past retention kept - legal hold, matter "
                    FUNCTION TRIM(WS-HOLD-MATTER).
            PERFORM VARYING WS-GEN-I FROM 1 BY 1
                UNTIL WS-GEN-I > WS-HOLD-OVER
                DISPLAY "Reindex: kept backup generation "
                        WS-GEN-ENTRY (WS-GEN-I)
            END-PERFORM.
            IF WS-GEN-USED >= 100
                DISPLAY "Reindex: the generation catalog is full - "
                        "newer backups stay on disk uncataloged "
                        "until the holds are released."
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "kept " WS-HOLD-OVER " backup generation(s) "
                "past retention, oldest " WS-GEN-ENTRY (1)
                ", legal hold matter " FUNCTION TRIM(WS-HOLD-MATTER)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HOLDKEPT' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       2400-DELETE-OLDEST-GENERATION.
            MOVE SPACES TO WS-GEN-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".GEN-"
            CALL "CBL_DELETE_FILE" USING WS-GEN-SEQ-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            MOVE SPACES TO WS-GEN-LAYVER-PATH.
            STRING FUNCTION TRIM(WS-GEN-PATH) ".LAYVER"
                DELIMITED BY SIZE INTO WS-GEN-LAYVER-PATH.
            CALL "CBL_DELETE_FILE" USING WS-GEN-LAYVER-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            DISPLAY "Reindex: pruned backup generation "
                    WS-GEN-ENTRY (1).
            PERFORM VARYING WS-GEN-I FROM 1 BY 1
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

      *> CHECK-SDF-ROLE, with READ-SDF-ROLE and CHECK-FILE-LAYOUT
      *> (MM-INUSE-PROC.cpy COPYs MM-ROLE-PROC and MM-LAYCHK-PROC):
       COPY MM-INUSE-PROC.
