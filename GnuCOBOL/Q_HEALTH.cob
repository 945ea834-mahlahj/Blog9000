      *> The morning's first fifteen minutes in one program: can the
      *> quote file be opened, does the .SEQ sequence still sit above
      *> the highest Q-ID on file, is the audit log writable and
      *> recent, is the widget export watermark caught up, is there
      *> a current backup generation, and is the request server
      *> still beating.  One PASS/WARN/FAIL board and a RETURN-CODE
      *> (0 clean, 1 any FAIL) for the nightly driver to gate on.
      *>
      *> The request server check reads the service log Q_SERVER
      *> writes (MM_SVCLOG_PATH, default MM-SVCLOG.DAT).  Its last
      *> line older than MM_SVC_STALE_SECS (default three of the
      *> server's own heartbeat intervals) is a FAIL - the server
      *> has died or hung.  A last line recording a clean stop is
      *> only a WARN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.

       SELECT SERVICE-LOG-FILE
            ASSIGN TO WS-SVCLOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SVCLOG-STATUS.

       *> Shared audit trail - read here to judge freshness, opened
       *> EXTEND to prove it is writable:
       SELECT AUDIT-LOG-FILE
       FD  GENERATION-CATALOG-FILE.
       01  WS-CATALOG-RECORD       PIC X(14).

       COPY MM-SVCLOG-RAW.

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-WARN-COUNT         PIC 9(3) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.

      *> The request server's last sign of life:
       01 WS-SVCLOG-PATH        PIC X(200) VALUE 'MM-SVCLOG.DAT'.
       01 WS-SVCLOG-STATUS      PIC XX VALUE '00'.
       01 WS-STALE-A            PIC X(6) VALUE SPACES.
       01 WS-STALE-SECS         PIC 9(6) VALUE ZERO.
       01 WS-LAST-SV-KIND       PIC X VALUE SPACE.
       01 WS-LAST-SV-STAMP      PIC X(16) VALUE SPACES.
       01 WS-LAST-SV-BEAT       PIC 9(5) VALUE 60.
       01 WS-NOW-TS             PIC X(21) VALUE SPACES.
       01 WS-NOW-SECS           PIC 9(12) COMP VALUE ZERO.
       01 WS-BEAT-SECS          PIC 9(12) COMP VALUE ZERO.
       01 WS-BEAT-AGE           PIC S9(12) COMP VALUE ZERO.
       01 WS-BEAT-DATE          PIC 9(8) VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-SVCLOG-PATH FROM ENVIRONMENT "MM_SVCLOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-SVCLOG-PATH = SPACES
            MOVE 'MM-SVCLOG.DAT' TO WS-SVCLOG-PATH
        END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_HEALTH' TO WS-LAYCHK-PROGRAM.
        MOVE 'SVCLOG' TO WS-LAYCHK-CODE.
        MOVE WS-SVCLOG-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-STALE-A FROM ENVIRONMENT "MM_SVC_STALE_SECS"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-STALE-A NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-STALE-A) TO WS-STALE-SECS
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".SEQ"
            DELIMITED BY SIZE INTO WS-ID-SEQ-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".EXPWM"
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8))).

        DISPLAY "Mighty Maxims - Morning Health Check"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "------------------------------------------------".

        PERFORM 1000-CHECK-QUOTE-FILE.
        PERFORM 3000-CHECK-AUDIT-LOG.
        PERFORM 4000-CHECK-EXPORT-FRESHNESS.
        PERFORM 5000-CHECK-BACKUP-GENERATION.
        PERFORM 6000-CHECK-SERVER-HEARTBEAT.

        DISPLAY "------------------------------------------------".
        EVALUATE TRUE
                    END-IF
            END-EVALUATE.

       6000-CHECK-SERVER-HEARTBEAT.
            MOVE SPACE TO WS-LAST-SV-KIND.
            MOVE SPACES TO WS-LAST-SV-STAMP.
            OPEN INPUT SERVICE-LOG-FILE.
            IF WS-SVCLOG-STATUS NOT = '00'
                MOVE 'WARN' TO WS-VERDICT
                PERFORM 9100-COUNT-VERDICT
                DISPLAY WS-VERDICT "  no request server service log "
                        "- has Q_SERVER ever run?"
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SERVICE-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SV-STAMP (1:14) NUMERIC
                            MOVE SV-KIND TO WS-LAST-SV-KIND
                            MOVE SV-STAMP TO WS-LAST-SV-STAMP
                            IF SV-HEARTBEAT NUMERIC
                                AND SV-HEARTBEAT > ZERO
                                MOVE SV-HEARTBEAT TO WS-LAST-SV-BEAT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SERVICE-LOG-FILE.
            IF WS-LAST-SV-STAMP = SPACES
                MOVE 'WARN' TO WS-VERDICT
                PERFORM 9100-COUNT-VERDICT
                DISPLAY WS-VERDICT "  request server service log "
                        "holds no dated lines yet"
                EXIT PARAGRAPH
            END-IF.
            IF WS-LAST-SV-KIND = 'E'
                MOVE 'WARN' TO WS-VERDICT
                PERFORM 9100-COUNT-VERDICT
                DISPLAY WS-VERDICT "  request server stopped cleanly "
                        "at " WS-LAST-SV-STAMP (1:8) "-"
                        WS-LAST-SV-STAMP (9:6)
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            MOVE WS-NOW-TS (1:8) TO WS-BEAT-DATE.
            COMPUTE WS-NOW-SECS =
                FUNCTION INTEGER-OF-DATE(WS-BEAT-DATE) * 86400
                + FUNCTION NUMVAL(WS-NOW-TS (9:2)) * 3600
                + FUNCTION NUMVAL(WS-NOW-TS (11:2)) * 60
                + FUNCTION NUMVAL(WS-NOW-TS (13:2)).
            MOVE WS-LAST-SV-STAMP (1:8) TO WS-BEAT-DATE.
            COMPUTE WS-BEAT-SECS =
                FUNCTION INTEGER-OF-DATE(WS-BEAT-DATE) * 86400
                + FUNCTION NUMVAL(WS-LAST-SV-STAMP (9:2)) * 3600
                + FUNCTION NUMVAL(WS-LAST-SV-STAMP (11:2)) * 60
                + FUNCTION NUMVAL(WS-LAST-SV-STAMP (13:2)).
            COMPUTE WS-BEAT-AGE = WS-NOW-SECS - WS-BEAT-SECS.
            IF WS-STALE-SECS = ZERO
                COMPUTE WS-STALE-SECS = WS-LAST-SV-BEAT * 3
            END-IF.
            IF WS-BEAT-AGE > WS-STALE-SECS
                MOVE 'FAIL' TO WS-VERDICT
                PERFORM 9100-COUNT-VERDICT
                COMPUTE WS-NUM-ED = WS-BEAT-AGE / 60
                DISPLAY WS-VERDICT "  request server heartbeat stale "
                        "- last sign of life " WS-LAST-SV-STAMP (1:8)
                        "-" WS-LAST-SV-STAMP (9:6) ", "
                        FUNCTION TRIM(WS-NUM-ED) " min ago"
            ELSE
                MOVE 'PASS' TO WS-VERDICT
                PERFORM 9100-COUNT-VERDICT
                DISPLAY WS-VERDICT "  request server heartbeat "
                        WS-LAST-SV-STAMP (1:8) "-"
                        WS-LAST-SV-STAMP (9:6)
            END-IF.

       9100-COUNT-VERDICT.
            EVALUATE WS-VERDICT
                WHEN 'FAIL'
