       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_AUDFWD.

      *> Audit-trail forwarder - feeds the sealed audit trail to
      *> corporate security's central log collector, which wants
      *> refused sign-ons, deletes, purges and Q_AUDWATCH alerts as
      *> they happen rather than in a text file on this machine.
      *> Run it as often as the scheduler allows; each run picks up
      *> the AUDIT-LOG-RECORD entries written since the last one.
      *>
      *> Every entry forwarded becomes one RFC 5424 syslog line
      *> carrying a CEF event:
      *>
      *>   <pri>1 timestamp host MMAXIMS - - - CEF:0|Mighty Maxims|
      *>   Quote Suite|1.0|action|program action|severity|rt=...
      *>   suser=operator cs1=quote ID cs2=AUDIT-SEAL cs3=program
      *>   cn1=audit line msg=detail
      *>
      *> (one line on file - wrapped here to fit).  cs2 is the
      *> entry's own AUDIT-SEAL, so security can prove what they
      *> hold matches the chain Q_AUDVFY verifies here.
      *>
      *> Which actions go, and how severe they are, is the severity
      *> table (MM_SIEM_MAP, default MM-SIEM.CTL), one line per
      *> action:
      *>
      *>   action|severity
      *>
      *> severity 0-10 on the CEF scale, or - to keep that action
      *> at home; a * line sets the severity of every action not
      *> listed (without one, unlisted actions are not sent).
      *> With no table at all the built-in one sends REFUSED 7,
      *> LOCKED 9, ALERT 8, FORCE 7, PURGE 6 and DELETE 5.
      *>
      *> Events land in numbered batch files, AUDCEF.nnnnnn, in the
      *> collector's pickup directory (MM_SIEM_DIR, default siem -
      *> normally a network mount), hostname from MM_SIEM_HOST.
      *> Each batch is spooled locally first as <audit log>.FWD-
      *> nnnnnn and only removed from the spool once it is safely
      *> in the pickup directory, so an outage of the mount or the
      *> collector's box loses nothing: the batches queue up and
      *> go across, in sequence, on the first run after it is back.
      *> The position - next batch number, audit lines already
      *> forwarded, the seal of the last of them and the first
      *> batch not yet delivered - rides in <audit log>.FWDPOS.
      *>
      *> A log cycled by Q_HOUSEKP since the last run is spotted by
      *> that seal: the entries between the last run and the cycle
      *> are sent from the newest .CYC- generation before the fresh
      *> log is taken from its first line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       *> The newest cycled generation of the log, finished off
       *> when the log was cycled under us:
       SELECT CYCLED-LOG-FILE
            ASSIGN TO WS-CYCLED-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYCLED-STATUS.

       *> Q_HOUSEKP's catalog of the log's cycled generations:
       SELECT CYCLE-CATALOG-FILE
            ASSIGN TO WS-CYCCAT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYCCAT-STATUS.

       SELECT SEVERITY-MAP-FILE
            ASSIGN TO WS-MAP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAP-STATUS.

       SELECT SPOOL-BATCH-FILE
            ASSIGN TO WS-SPOOL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SPOOL-STATUS.

       SELECT FORWARD-STATE-FILE
            ASSIGN TO WS-STATE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-LOG.

       FD  CYCLED-LOG-FILE.
       01  WS-CYCLED-RECORD        PIC X(209).

       FD  CYCLE-CATALOG-FILE.
       01  WS-CYCCAT-RECORD        PIC X(8).

       FD  SEVERITY-MAP-FILE.
       01  WS-MAP-RECORD           PIC X(40).

       FD  SPOOL-BATCH-FILE.
       01  WS-SPOOL-RECORD         PIC X(600).

       FD  FORWARD-STATE-FILE.
       01  WS-STATE-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-CYCLED-PATH        PIC X(215) VALUE SPACES.
       01 WS-CYCLED-STATUS      PIC XX VALUE '00'.
       01 WS-CYCCAT-PATH        PIC X(210) VALUE SPACES.
       01 WS-CYCCAT-STATUS      PIC XX VALUE '00'.
       01 WS-MAP-PATH           PIC X(200) VALUE 'MM-SIEM.CTL'.
       01 WS-MAP-STATUS         PIC XX VALUE '00'.
       01 WS-SPOOL-PATH         PIC X(215) VALUE SPACES.
       01 WS-SPOOL-STATUS       PIC XX VALUE '00'.
       01 WS-STATE-PATH         PIC X(210) VALUE SPACES.
       01 WS-STATE-STATUS       PIC XX VALUE '00'.
       01 WS-PICKUP-DIR         PIC X(180) VALUE 'siem'.
       01 WS-PICKUP-PATH        PIC X(200) VALUE SPACES.
       01 WS-SIEM-HOST          PIC X(40) VALUE 'mmaxims'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM2-ED            PIC -(9)9.

      *> The position, as kept in .FWDPOS:
       01 WS-NEXT-SEQ           PIC 9(6) VALUE 1.
       01 WS-FORWARDED-LINES    PIC 9(9) VALUE ZERO.
       01 WS-LAST-SEAL          PIC X(8) VALUE SPACES.
       01 WS-PENDING-SEQ        PIC 9(6) VALUE 1.
       01 WS-STATE-SEQ-A        PIC X(6) VALUE SPACES.
       01 WS-STATE-LINES-A      PIC X(9) VALUE SPACES.
       01 WS-STATE-SEAL-A       PIC X(8) VALUE SPACES.
       01 WS-STATE-PEND-A       PIC X(6) VALUE SPACES.

      *> This run's walk of the log:
       01 WS-LINE-NOW           PIC 9(9) COMP VALUE ZERO.
       01 WS-LOG-CYCLED         PIC X VALUE 'N'.
       01 WS-SEAL-AT-POS        PIC X(8) VALUE SPACES.
       01 WS-SEAL-NOW           PIC X(8) VALUE SPACES.
       01 WS-POS-FOUND          PIC X VALUE 'N'.
       01 WS-NEWEST-CYCLE       PIC X(8) VALUE SPACES.
       01 WS-BATCH-OPEN         PIC X VALUE 'N'.
       01 WS-SPOOL-FAILED       PIC X VALUE 'N'.
       01 WS-BATCH-EVENTS       PIC 9(7) COMP VALUE ZERO.
       01 WS-SENT-COUNT         PIC 9(7) COMP VALUE ZERO.
       01 WS-DELIVERED-COUNT    PIC 9(5) COMP VALUE ZERO.
       01 WS-DELIVERY-FAILED    PIC X VALUE 'N'.

      *> The severity table:
       01 WS-SEV-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-SEV-TABLE.
           05 WS-SEV-ENTRY OCCURS 100 TIMES.
               10 WS-SEV-ACTION      PIC X(8).
               10 WS-SEV-LEVEL       PIC X(2).
       01 WS-SEV-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-SEV-DEFAULT        PIC X(2) VALUE '- '.
       01 WS-SEV-ACTION-IN      PIC X(8) VALUE SPACES.
       01 WS-SEV-LEVEL-IN       PIC X(4) VALUE SPACES.
       01 WS-EV-SEVERITY-A      PIC X(2) VALUE SPACES.
       01 WS-EV-SEVERITY        PIC 9(2) VALUE ZERO.
       01 WS-EV-SYSLOG-SEV      PIC 9 VALUE ZERO.
       01 WS-EV-PRI             PIC 9(3) VALUE ZERO.
       01 WS-EV-PRI-ED          PIC ZZ9.
       01 WS-EV-SEV-ED          PIC Z9.
       01 WS-EV-LINE-ED         PIC Z(8)9.

      *> One audit entry, from either the live log or a cycled
      *> generation, in the AUDIT-LOG.cpy columns:
       01 WS-EV-RECORD.
           05 WS-EV-TIMESTAMP       PIC X(15).
           05 FILLER                PIC X.
           05 WS-EV-PROGRAM         PIC X(10).
           05 FILLER                PIC X.
           05 WS-EV-OPERATOR        PIC X(10).
           05 FILLER                PIC X.
           05 WS-EV-ACTION          PIC X(8).
           05 FILLER                PIC X.
           05 WS-EV-QUOTE-ID        PIC X(9).
           05 FILLER                PIC X.
           05 WS-EV-DETAIL          PIC X(143).
           05 FILLER                PIC X.
           05 WS-EV-SEAL            PIC X(8).

      *> CEF wants "Mmm dd yyyy hh:mm:ss" in rt:
       01 WS-MONTH-NAMES        PIC X(36) VALUE
               'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
       01 WS-MONTH-NO           PIC 9(2) VALUE ZERO.
       01 WS-EV-RT              PIC X(20) VALUE SPACES.
       01 WS-EV-ISO             PIC X(19) VALUE SPACES.

      *> The detail with CEF's extension escapes applied (\ and =):
       01 WS-MSG-OUT            PIC X(300) VALUE SPACES.
       01 WS-MSG-LEN            PIC 9(3) COMP VALUE ZERO.
       01 WS-MSG-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-MSG-O              PIC 9(3) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-MAP-PATH FROM ENVIRONMENT "MM_SIEM_MAP"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-PICKUP-DIR FROM ENVIRONMENT "MM_SIEM_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-SIEM-HOST FROM ENVIRONMENT "MM_SIEM_HOST"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-MAP-PATH = SPACES
            MOVE 'MM-SIEM.CTL' TO WS-MAP-PATH
        END-IF.
        IF WS-PICKUP-DIR = SPACES
            MOVE 'siem' TO WS-PICKUP-DIR
        END-IF.
        IF WS-SIEM-HOST = SPACES
            MOVE 'mmaxims' TO WS-SIEM-HOST
        END-IF.
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".FWDPOS"
            DELIMITED BY SIZE INTO WS-STATE-PATH.
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".CYCS"
            DELIMITED BY SIZE INTO WS-CYCCAT-PATH.

        DISPLAY "Mighty Maxims - Audit Trail Forwarder"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM 1000-LOAD-SEVERITY-TABLE.
        PERFORM 1500-READ-FORWARD-STATE.

      *> Yesterday's undelivered batches go first, so the
      *> collector sees the trail in order:
        PERFORM 5000-DELIVER-PENDING-BATCHES.

        PERFORM 2000-CHECK-THE-POSITION.
      *> A spool batch that cannot be opened leaves the position
      *> where it was, so the entries go on the next run instead:
        IF WS-LOG-CYCLED = 'Y'
            PERFORM 2500-FINISH-CYCLED-GENERATION
            IF WS-SPOOL-FAILED NOT = 'Y'
                MOVE ZERO TO WS-FORWARDED-LINES
                MOVE SPACES TO WS-LAST-SEAL
            END-IF
        END-IF.
        IF WS-SPOOL-FAILED NOT = 'Y'
            PERFORM 3000-FORWARD-NEW-ENTRIES
        END-IF.

        IF WS-BATCH-OPEN = 'Y'
            CLOSE SPOOL-BATCH-FILE
            MOVE WS-BATCH-EVENTS TO WS-NUM-ED
            DISPLAY "Batch " WS-NEXT-SEQ " spooled, "
                    FUNCTION TRIM(WS-NUM-ED) " event(s)."
            ADD 1 TO WS-NEXT-SEQ
            IF WS-DELIVERY-FAILED NOT = 'Y'
                PERFORM 5000-DELIVER-PENDING-BATCHES
            END-IF
        ELSE
            DISPLAY "No new audit events to forward."
        END-IF.
        PERFORM 1600-WRITE-FORWARD-STATE.

      *> The scan is done reading the log - reopen it for append so
      *> the run logs itself like every other program in the suite:
        PERFORM OPEN-AUDIT-LOG.
        MOVE WS-SENT-COUNT TO WS-NUM-ED.
        MOVE WS-DELIVERED-COUNT TO WS-NUM2-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        IF WS-PENDING-SEQ < WS-NEXT-SEQ
            COMPUTE WS-LINE-NOW = WS-NEXT-SEQ - WS-PENDING-SEQ
            MOVE WS-LINE-NOW TO WS-NUM2-ED
            DISPLAY FUNCTION TRIM(WS-NUM2-ED) " batch(es) held in "
                    "the spool - the pickup directory "
                    FUNCTION TRIM(WS-PICKUP-DIR)
                    " is not reachable."
            DISPLAY "They go across on the next run after it is "
                    "back."
            STRING "forwarded " FUNCTION TRIM(WS-NUM-ED)
                " event(s), " FUNCTION TRIM(WS-NUM2-ED)
                " batch(es) spooled awaiting the pickup directory"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
        ELSE
            STRING "forwarded " FUNCTION TRIM(WS-NUM-ED)
                " event(s), delivered " FUNCTION TRIM(WS-NUM2-ED)
                " batch(es)"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
        END-IF.
        MOVE 'AUDFWD' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.
        IF WS-PENDING-SEQ < WS-NEXT-SEQ
            MOVE 4 TO RETURN-CODE
        END-IF.

        STOP RUN.

       1000-LOAD-SEVERITY-TABLE.
            MOVE ZERO TO WS-SEV-USED.
            MOVE '- ' TO WS-SEV-DEFAULT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SEVERITY-MAP-FILE.
            IF WS-MAP-STATUS NOT = '00'
                PERFORM 1200-BUILT-IN-SEVERITIES
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEVERITY-MAP-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-SEVERITY
                END-READ
            END-PERFORM.
            CLOSE SEVERITY-MAP-FILE.

       1100-LOAD-ONE-SEVERITY.
            IF WS-MAP-RECORD = SPACES
                OR WS-MAP-RECORD (1:1) = '*'
                AND WS-MAP-RECORD (2:1) NOT = '|'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-SEV-ACTION-IN WS-SEV-LEVEL-IN.
            UNSTRING WS-MAP-RECORD DELIMITED BY '|'
                INTO WS-SEV-ACTION-IN WS-SEV-LEVEL-IN
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-SEV-ACTION-IN)
                TO WS-SEV-ACTION-IN.
            PERFORM 1150-NORMALISE-LEVEL.
            IF WS-SEV-ACTION-IN = '*'
                MOVE WS-EV-SEVERITY-A TO WS-SEV-DEFAULT
            ELSE
                IF WS-SEV-USED < 100
                    ADD 1 TO WS-SEV-USED
                    MOVE WS-SEV-ACTION-IN
                        TO WS-SEV-ACTION (WS-SEV-USED)
                    MOVE WS-EV-SEVERITY-A
                        TO WS-SEV-LEVEL (WS-SEV-USED)
                END-IF
            END-IF.

      *> A level that is not 0-10 keeps the action at home rather
      *> than sending it at a guessed severity:
       1150-NORMALISE-LEVEL.
            MOVE '- ' TO WS-EV-SEVERITY-A.
            IF WS-SEV-LEVEL-IN NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SEV-LEVEL-IN) = ZERO
                MOVE FUNCTION NUMVAL(WS-SEV-LEVEL-IN)
                    TO WS-EV-SEVERITY
                IF WS-EV-SEVERITY <= 10
                    MOVE WS-EV-SEVERITY TO WS-EV-SEVERITY-A
                END-IF
            END-IF.

       1200-BUILT-IN-SEVERITIES.
            MOVE 'REFUSED' TO WS-SEV-ACTION (1).
            MOVE '07' TO WS-SEV-LEVEL (1).
            MOVE 'LOCKED' TO WS-SEV-ACTION (2).
            MOVE '09' TO WS-SEV-LEVEL (2).
            MOVE 'ALERT' TO WS-SEV-ACTION (3).
            MOVE '08' TO WS-SEV-LEVEL (3).
            MOVE 'FORCE' TO WS-SEV-ACTION (4).
            MOVE '07' TO WS-SEV-LEVEL (4).
            MOVE 'PURGE' TO WS-SEV-ACTION (5).
            MOVE '06' TO WS-SEV-LEVEL (5).
            MOVE 'DELETE' TO WS-SEV-ACTION (6).
            MOVE '05' TO WS-SEV-LEVEL (6).
            MOVE 6 TO WS-SEV-USED.

       1500-READ-FORWARD-STATE.
            MOVE 1 TO WS-NEXT-SEQ WS-PENDING-SEQ.
            MOVE ZERO TO WS-FORWARDED-LINES.
            MOVE SPACES TO WS-LAST-SEAL.
            OPEN INPUT FORWARD-STATE-FILE.
            IF WS-STATE-STATUS = '00'
                READ FORWARD-STATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SPACES TO WS-STATE-SEQ-A
                            WS-STATE-LINES-A WS-STATE-SEAL-A
                            WS-STATE-PEND-A
                        UNSTRING WS-STATE-RECORD DELIMITED BY '|'
                            INTO WS-STATE-SEQ-A WS-STATE-LINES-A
                                 WS-STATE-SEAL-A WS-STATE-PEND-A
                        END-UNSTRING
                        IF WS-STATE-SEQ-A NUMERIC
                            MOVE WS-STATE-SEQ-A TO WS-NEXT-SEQ
                        END-IF
                        IF WS-STATE-LINES-A NUMERIC
                            MOVE WS-STATE-LINES-A
                                TO WS-FORWARDED-LINES
                        END-IF
                        MOVE WS-STATE-SEAL-A TO WS-LAST-SEAL
                        IF WS-STATE-PEND-A NUMERIC
                            MOVE WS-STATE-PEND-A TO WS-PENDING-SEQ
                        ELSE
                            MOVE WS-NEXT-SEQ TO WS-PENDING-SEQ
                        END-IF
                END-READ
                CLOSE FORWARD-STATE-FILE
            END-IF.

       1600-WRITE-FORWARD-STATE.
            OPEN OUTPUT FORWARD-STATE-FILE.
            MOVE SPACES TO WS-STATE-RECORD.
            STRING WS-NEXT-SEQ '|' WS-FORWARDED-LINES '|'
                WS-LAST-SEAL '|' WS-PENDING-SEQ
                DELIMITED BY SIZE INTO WS-STATE-RECORD.
            WRITE WS-STATE-RECORD.
            CLOSE FORWARD-STATE-FILE.

      *> The line at the saved position must still carry the seal
      *> it had when it was forwarded.  A log too short to reach
      *> it, or a different seal there, means Q_HOUSEKP cycled the
      *> log since the last run:
       2000-CHECK-THE-POSITION.
            MOVE 'N' TO WS-LOG-CYCLED.
            IF WS-FORWARDED-LINES = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-LINE-NOW.
            MOVE 'N' TO WS-POS-FOUND.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUDIT-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-LINE-NOW
                        IF WS-LINE-NOW = WS-FORWARDED-LINES
                            MOVE 'Y' TO WS-POS-FOUND
                            MOVE AUDIT-SEAL TO WS-SEAL-AT-POS
                            MOVE 'Y' TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
                CLOSE AUDIT-LOG-FILE
            END-IF.
            IF WS-POS-FOUND NOT = 'Y'
                OR WS-SEAL-AT-POS NOT = WS-LAST-SEAL
                MOVE 'Y' TO WS-LOG-CYCLED
                DISPLAY "The audit log has been cycled since the "
                        "last run."
            END-IF.

      *> The entries written between the last run and the cycle
      *> live on in the newest .CYC- generation - provided its
      *> line at the saved position carries the saved seal.  If it
      *> does not (or there is no catalog) the gap is said out
      *> loud rather than papered over:
       2500-FINISH-CYCLED-GENERATION.
            MOVE SPACES TO WS-NEWEST-CYCLE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CYCLE-CATALOG-FILE.
            IF WS-CYCCAT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CYCLE-CATALOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-CYCCAT-RECORD > WS-NEWEST-CYCLE
                            MOVE WS-CYCCAT-RECORD TO WS-NEWEST-CYCLE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CYCCAT-STATUS = '00' OR WS-CYCCAT-STATUS = '10'
                CLOSE CYCLE-CATALOG-FILE
            END-IF.
            MOVE SPACES TO WS-CYCLED-PATH.
            STRING FUNCTION TRIM(WS-AUDIT-PATH) ".CYC-"
                WS-NEWEST-CYCLE
                DELIMITED BY SIZE INTO WS-CYCLED-PATH.
            MOVE 'N' TO WS-POS-FOUND.
            MOVE ZERO TO WS-LINE-NOW.
            MOVE 'N' TO WS-EOF.
            IF WS-NEWEST-CYCLE = SPACES
                MOVE 'Y' TO WS-EOF
            ELSE
                OPEN INPUT CYCLED-LOG-FILE
                IF WS-CYCLED-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CYCLED-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-LINE-NOW
                        MOVE WS-CYCLED-RECORD TO WS-EV-RECORD
                        IF WS-LINE-NOW = WS-FORWARDED-LINES
                            IF WS-EV-SEAL = WS-LAST-SEAL
                                MOVE 'Y' TO WS-POS-FOUND
                            ELSE
                                MOVE 'Y' TO WS-EOF
                            END-IF
                        END-IF
                        IF WS-LINE-NOW > WS-FORWARDED-LINES
                            AND WS-POS-FOUND = 'Y'
                            PERFORM 4000-FORWARD-ONE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CYCLED-STATUS = '00' OR WS-CYCLED-STATUS = '10'
                CLOSE CYCLED-LOG-FILE
            END-IF.
            IF WS-SPOOL-FAILED = 'Y'
                DISPLAY "Forwarding of the cycled generation "
                        WS-NEWEST-CYCLE " stopped - it is taken up "
                        "again on the next run."
                EXIT PARAGRAPH
            END-IF.
            IF WS-POS-FOUND = 'Y'
                DISPLAY "Finished forwarding the cycled generation "
                        WS-NEWEST-CYCLE "."
            ELSE
                DISPLAY "WARNING: the cycled generation holding the "
                        "last forwarded entry was not found - entries"
                DISPLAY "written between the last run and the cycle "
                        "may not have been forwarded."
            END-IF.

       3000-FORWARD-NEW-ENTRIES.
            MOVE ZERO TO WS-LINE-NOW.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY "No audit log at " WS-AUDIT-PATH
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUDIT-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-LINE-NOW
                        IF WS-LINE-NOW > WS-FORWARDED-LINES
                            MOVE AUDIT-LOG-RECORD TO WS-EV-RECORD
                            PERFORM 4000-FORWARD-ONE-ENTRY
                            IF WS-SPOOL-FAILED = 'Y'
                                SUBTRACT 1 FROM WS-LINE-NOW
                            ELSE
                                MOVE AUDIT-SEAL TO WS-SEAL-NOW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
                CLOSE AUDIT-LOG-FILE
            END-IF.
            IF WS-LINE-NOW > WS-FORWARDED-LINES
                MOVE WS-LINE-NOW TO WS-FORWARDED-LINES
                MOVE WS-SEAL-NOW TO WS-LAST-SEAL
            END-IF.

      *> Only entries the severity table sends become events; the
      *> rest are passed over but still counted into the position:
       4000-FORWARD-ONE-ENTRY.
            IF WS-EV-TIMESTAMP (1:8) NOT NUMERIC
                OR WS-EV-TIMESTAMP (9:1) NOT = '-'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SEV-DEFAULT TO WS-EV-SEVERITY-A.
            PERFORM VARYING WS-SEV-I FROM 1 BY 1
                UNTIL WS-SEV-I > WS-SEV-USED
                IF WS-SEV-ACTION (WS-SEV-I) = WS-EV-ACTION
                    MOVE WS-SEV-LEVEL (WS-SEV-I) TO WS-EV-SEVERITY-A
                END-IF
            END-PERFORM.
            IF WS-EV-SEVERITY-A (1:1) = '-'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-EV-SEVERITY-A TO WS-EV-SEVERITY.
            IF WS-BATCH-OPEN NOT = 'Y'
                PERFORM 4500-OPEN-THE-BATCH
                IF WS-BATCH-OPEN NOT = 'Y'
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM 4100-BUILD-THE-EVENT.
            WRITE WS-SPOOL-RECORD.
            ADD 1 TO WS-BATCH-EVENTS.
            ADD 1 TO WS-SENT-COUNT.

      *> Syslog facility 10 (security/authorization); the CEF
      *> 0-10 scale folds onto syslog's severities - 9 and up is
      *> critical, 7-8 error, 5-6 warning, 3-4 notice, below that
      *> informational:
       4100-BUILD-THE-EVENT.
            EVALUATE TRUE
                WHEN WS-EV-SEVERITY >= 9
                    MOVE 2 TO WS-EV-SYSLOG-SEV
                WHEN WS-EV-SEVERITY >= 7
                    MOVE 3 TO WS-EV-SYSLOG-SEV
                WHEN WS-EV-SEVERITY >= 5
                    MOVE 4 TO WS-EV-SYSLOG-SEV
                WHEN WS-EV-SEVERITY >= 3
                    MOVE 5 TO WS-EV-SYSLOG-SEV
                WHEN OTHER
                    MOVE 6 TO WS-EV-SYSLOG-SEV
            END-EVALUATE.
            COMPUTE WS-EV-PRI = 80 + WS-EV-SYSLOG-SEV.
            MOVE WS-EV-PRI TO WS-EV-PRI-ED.
            MOVE WS-EV-SEVERITY TO WS-EV-SEV-ED.
            MOVE WS-LINE-NOW TO WS-EV-LINE-ED.
            MOVE SPACES TO WS-EV-ISO.
            STRING WS-EV-TIMESTAMP (1:4) '-' WS-EV-TIMESTAMP (5:2)
                '-' WS-EV-TIMESTAMP (7:2) 'T' WS-EV-TIMESTAMP (10:2)
                ':' WS-EV-TIMESTAMP (12:2) ':' WS-EV-TIMESTAMP (14:2)
                DELIMITED BY SIZE INTO WS-EV-ISO.
            MOVE WS-EV-TIMESTAMP (5:2) TO WS-MONTH-NO.
            IF WS-MONTH-NO < 1 OR WS-MONTH-NO > 12
                MOVE 1 TO WS-MONTH-NO
            END-IF.
            MOVE SPACES TO WS-EV-RT.
            STRING WS-MONTH-NAME (WS-MONTH-NO) ' '
                WS-EV-TIMESTAMP (7:2) ' ' WS-EV-TIMESTAMP (1:4) ' '
                WS-EV-TIMESTAMP (10:2) ':' WS-EV-TIMESTAMP (12:2)
                ':' WS-EV-TIMESTAMP (14:2)
                DELIMITED BY SIZE INTO WS-EV-RT.
            PERFORM 4200-ESCAPE-THE-DETAIL.
            MOVE SPACES TO WS-SPOOL-RECORD.
            IF WS-MSG-O = ZERO
                MOVE 1 TO WS-MSG-O
            END-IF.
            STRING '<' FUNCTION TRIM(WS-EV-PRI-ED) '>1 '
                WS-EV-ISO ' ' FUNCTION TRIM(WS-SIEM-HOST)
                ' MMAXIMS - - - CEF:0|Mighty Maxims|Quote Suite|1.0|'
                FUNCTION TRIM(WS-EV-ACTION) '|'
                FUNCTION TRIM(WS-EV-PROGRAM) ' '
                FUNCTION TRIM(WS-EV-ACTION) '|'
                FUNCTION TRIM(WS-EV-SEV-ED)
                '|rt=' WS-EV-RT
                ' suser=' FUNCTION TRIM(WS-EV-OPERATOR)
                ' cs1Label=quoteId cs1=' WS-EV-QUOTE-ID
                ' cs2Label=auditSeal cs2=' WS-EV-SEAL
                ' cs3Label=program cs3=' FUNCTION TRIM(WS-EV-PROGRAM)
                ' cn1Label=auditLine cn1='
                FUNCTION TRIM(WS-EV-LINE-ED)
                ' msg=' WS-MSG-OUT (1:WS-MSG-O)
                DELIMITED BY SIZE INTO WS-SPOOL-RECORD.

      *> CEF extension values escape backslash and equals sign:
       4200-ESCAPE-THE-DETAIL.
            MOVE SPACES TO WS-MSG-OUT.
            MOVE ZERO TO WS-MSG-O.
            MOVE ZERO TO WS-MSG-LEN.
            IF WS-EV-DETAIL NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EV-DETAIL
                    TRAILING)) TO WS-MSG-LEN
            END-IF.
            PERFORM VARYING WS-MSG-I FROM 1 BY 1
                UNTIL WS-MSG-I > WS-MSG-LEN
                IF WS-EV-DETAIL (WS-MSG-I:1) = '\'
                    OR WS-EV-DETAIL (WS-MSG-I:1) = '='
                    ADD 1 TO WS-MSG-O
                    MOVE '\' TO WS-MSG-OUT (WS-MSG-O:1)
                END-IF
                ADD 1 TO WS-MSG-O
                MOVE WS-EV-DETAIL (WS-MSG-I:1)
                    TO WS-MSG-OUT (WS-MSG-O:1)
            END-PERFORM.

       4500-OPEN-THE-BATCH.
            MOVE SPACES TO WS-SPOOL-PATH.
            STRING FUNCTION TRIM(WS-AUDIT-PATH) ".FWD-" WS-NEXT-SEQ
                DELIMITED BY SIZE INTO WS-SPOOL-PATH.
            OPEN OUTPUT SPOOL-BATCH-FILE.
            IF WS-SPOOL-STATUS NOT = '00'
                DISPLAY "Unable to open the spool batch "
                        FUNCTION TRIM(WS-SPOOL-PATH)
                        ", status " WS-SPOOL-STATUS
                MOVE 'Y' TO WS-SPOOL-FAILED
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-BATCH-OPEN
                MOVE ZERO TO WS-BATCH-EVENTS
            END-IF.

      *> Every spooled batch from the first undelivered one up goes
      *> to the pickup directory in sequence; the first that will
      *> not go stops the round, so the collector never receives a
      *> later batch ahead of an earlier one:
       5000-DELIVER-PENDING-BATCHES.
            MOVE 'N' TO WS-DELIVERY-FAILED.
            PERFORM UNTIL WS-PENDING-SEQ >= WS-NEXT-SEQ
                OR WS-DELIVERY-FAILED = 'Y'
                PERFORM 5100-DELIVER-ONE-BATCH
            END-PERFORM.

       5100-DELIVER-ONE-BATCH.
            MOVE SPACES TO WS-SPOOL-PATH WS-PICKUP-PATH.
            STRING FUNCTION TRIM(WS-AUDIT-PATH) ".FWD-"
                WS-PENDING-SEQ
                DELIMITED BY SIZE INTO WS-SPOOL-PATH.
            STRING FUNCTION TRIM(WS-PICKUP-DIR) "/AUDCEF."
                WS-PENDING-SEQ
                DELIMITED BY SIZE INTO WS-PICKUP-PATH.
            CALL "CBL_COPY_FILE" USING WS-SPOOL-PATH WS-PICKUP-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                MOVE 'Y' TO WS-DELIVERY-FAILED
                DISPLAY "Batch " WS-PENDING-SEQ " could not be "
                        "delivered to " FUNCTION TRIM(WS-PICKUP-DIR)
                        " - kept in the spool."
            ELSE
                CALL "CBL_DELETE_FILE" USING WS-SPOOL-PATH
                    RETURNING WS-CALL-STATUS
                END-CALL
                DISPLAY "Batch " WS-PENDING-SEQ " delivered as "
                        FUNCTION TRIM(WS-PICKUP-PATH) "."
                ADD 1 TO WS-DELIVERED-COUNT
                ADD 1 TO WS-PENDING-SEQ
            END-IF.

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
            MOVE 'Q_AUDFWD' TO AUDIT-PROGRAM.
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
