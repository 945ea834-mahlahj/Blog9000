      *> the Q_LIFECHK publication window, and clears the source
      *> rights for the outward channel through Q_SRCCHK - the
      *> widget must never see what Q_EXPORT would hold back.
      *>
      *> Readers talk back the same way.  The widget drops numbered
      *> feedback files beside the requests -
      *>
      *>   <dir>/FEEDBACK.000001, FEEDBACK.000002, ...
      *>
      *> with TYPE=LIKE, CHALLENGE or COMPLAINT, ID=<Q-ID> and an
      *> optional NOTE=<reader's text>, one per line.  Each is
      *> handed to Q_FBTAKE, which records it on the .FEEDBACK
      *> file, holds a quote whose complaints reach the threshold
      *> and puts a challenged attribution back on the Q_VERIFY
      *> queue.  The taken high-water number is kept in
      *> <dir>/FEEDBACK.SEQ.  No response file is written.
      *>
      *> Every answer also goes in the service log (MM-SVCLOG-
      *> RAW.cpy) with when its request was dropped, when the
      *> response was written, the request type and whether it
      *> matched, and a heartbeat line goes there while the server
      *> polls, so the gaps show when it was not answering:
      *>
      *>   MM_SVCLOG_PATH       the service log (default
      *>                        MM-SVCLOG.DAT)
      *>   MM_SVC_HEARTBEAT     seconds between heartbeats (default
      *>                        60, never less than the poll)
      *>
      *> Q_SVCRPT reports from it and Q_HEALTH fails a stale
      *> heartbeat.  Each KEYWORD, AUTHOR and CATEGORY request also
      *> goes in the search log (Q_SRCHLOG) with how many quotes it
      *> found, for Q_GAPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SERVED-SEQ-STATUS.

       SELECT FEEDBACK-DROP-FILE
            ASSIGN TO WS-FBD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FBD-STATUS.

       SELECT FEEDBACK-SEQ-FILE
            ASSIGN TO WS-FB-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FB-SEQ-STATUS.

       SELECT SERVER-STOP-FILE
            ASSIGN TO WS-STOP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOP-STATUS.

       SELECT SERVICE-LOG-FILE
            ASSIGN TO WS-SVCLOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SVCLOG-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       FD  SERVED-SEQ-FILE.
       01  WS-SERVED-SEQ-RECORD    PIC 9(6).

       FD  FEEDBACK-DROP-FILE.
       01  WS-FBD-RECORD           PIC X(100).

       FD  FEEDBACK-SEQ-FILE.
       01  WS-FB-SEQ-RECORD        PIC 9(6).

       FD  SERVER-STOP-FILE.
       01  WS-STOP-RECORD          PIC X(10).

       COPY MM-SVCLOG-RAW.

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-SHUTDOWN           PIC X VALUE 'N'.
       01 WS-SERVED-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-MSG-PTR            PIC 9(3) COMP VALUE 1.

      *> Reader feedback drops, taken in number order beside the
      *> requests:
       01 WS-FBD-PATH           PIC X(200) VALUE SPACES.
       01 WS-FBD-STATUS         PIC XX VALUE '00'.
       01 WS-FB-SEQ-PATH        PIC X(200) VALUE SPACES.
       01 WS-FB-SEQ-STATUS      PIC XX VALUE '00'.
       01 WS-NEXT-FB            PIC 9(6) VALUE 1.
       01 WS-FB-NUM-X           PIC 9(6) VALUE ZERO.
       01 WS-FB-FOUND           PIC X VALUE 'N'.
       01 WS-FB-TAKEN-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-FB-KEY             PIC X(10) VALUE SPACES.
       01 WS-FB-VALUE           PIC X(90) VALUE SPACES.
       01 WS-FB-ID-A            PIC X(12) VALUE SPACES.
       01 WS-FB-ON-FILE         PIC X VALUE 'N'.

      *> Q_FBTAKE's arguments:
       01 WS-FB-TYPE            PIC X(10) VALUE SPACES.
       01 WS-FB-ID              PIC 9(9) VALUE ZERO.
       01 WS-FB-REF             PIC X(15) VALUE SPACES.
       01 WS-FB-NOTE            PIC X(80) VALUE SPACES.
       01 WS-FB-RESULT          PIC X VALUE SPACE.

      *> One request's parsed filter:
       01 WS-REQ-KIND           PIC X(10) VALUE SPACES.
       01 WS-SRC-CLEARED        PIC X VALUE 'Y'.
       01 WS-SERVE-CHANNEL      PIC X VALUE 'X'.

      *> Every answer carrying a quote goes in the publication
      *> ledger through Q_PUBLOG, with its RESPONSE file:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_SERVER'.

      *> Every KEYWORD, AUTHOR and CATEGORY request goes in the
      *> search log through Q_SRCHLOG with the number of quotes
      *> that qualified, NO MATCH being zero:
       01 WS-SRCH-KIND          PIC X(8) VALUE SPACES.
       01 WS-SRCH-HITS          PIC 9(9) VALUE ZERO.

      *> Q_FOLD8 scratch for KEYWORD requests - the same folding
      *> both sides of the index use:
       01 WS-FOLD-BUF           PIC X(3060) VALUE SPACES.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.

      *> The service log.  Times are carried as hundredths of a
      *> second since the COBOL day zero so they subtract cleanly
      *> across midnight:
       01 WS-SVCLOG-PATH        PIC X(200) VALUE 'MM-SVCLOG.DAT'.
       01 WS-SVCLOG-STATUS      PIC XX VALUE '00'.
       01 WS-HEARTBEAT-A        PIC X(5) VALUE SPACES.
       01 WS-HEARTBEAT-SECS     PIC 9(5) VALUE 60.
       01 WS-SV-KIND            PIC X VALUE SPACE.
       01 WS-NOW-TS             PIC X(21) VALUE SPACES.
       01 WS-NOW-HS             PIC 9(15) COMP VALUE ZERO.
       01 WS-LAST-BEAT-HS       PIC 9(15) COMP VALUE ZERO.
       01 WS-ARRIVED-TS         PIC X(16) VALUE SPACES.
       01 WS-ARRIVED-HS         PIC 9(15) COMP VALUE ZERO.
       01 WS-CONV-TS            PIC X(16) VALUE SPACES.
       01 WS-CONV-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CONV-HS            PIC 9(15) COMP VALUE ZERO.
       01 WS-RESP-MATCHED       PIC X VALUE 'X'.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.

      *> CBL_CHECK_FILE_EXIST's answer - the request file's size and
      *> modification time, one binary byte a field except the
      *> two-byte year:
       01 WS-REQ-FILE-INFO.
           05 WS-RFI-SIZE          PIC X(8).
           05 WS-RFI-DAY           PIC X.
           05 WS-RFI-MONTH         PIC X.
           05 WS-RFI-YEAR-HI       PIC X.
           05 WS-RFI-YEAR-LO       PIC X.
           05 WS-RFI-HOUR          PIC X.
           05 WS-RFI-MINUTE        PIC X.
           05 WS-RFI-SECOND        PIC X.
           05 WS-RFI-HUNDREDTH     PIC X.
       01 WS-RFI-STAMP.
           05 WS-RFI-YYYY          PIC 9(4).
           05 WS-RFI-MM            PIC 99.
           05 WS-RFI-DD            PIC 99.
           05 WS-RFI-HH            PIC 99.
           05 WS-RFI-MI            PIC 99.
           05 WS-RFI-SS            PIC 99.
           05 WS-RFI-CC            PIC 99.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        IF WS-MAX-IDLE-A NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-MAX-IDLE-A) TO WS-MAX-IDLE
        END-IF.
        ACCEPT WS-SVCLOG-PATH FROM ENVIRONMENT "MM_SVCLOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-SVCLOG-PATH = SPACES
            MOVE 'MM-SVCLOG.DAT' TO WS-SVCLOG-PATH
        END-IF.
        ACCEPT WS-HEARTBEAT-A FROM ENVIRONMENT "MM_SVC_HEARTBEAT"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-HEARTBEAT-A NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-HEARTBEAT-A) TO WS-HEARTBEAT-SECS
        END-IF.
        IF WS-HEARTBEAT-SECS < WS-POLL-SECS
            MOVE WS-POLL-SECS TO WS-HEARTBEAT-SECS
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".KWX"
            DELIMITED BY SIZE INTO WS-KWX-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".USAGE"
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_SERVER' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_SERVER' TO WS-LAYCHK-PROGRAM.
        MOVE 'SVCLOG' TO WS-LAYCHK-CODE.
        MOVE WS-SVCLOG-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'KWX' TO WS-LAYCHK-CODE.
        MOVE WS-KWX-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'USAGE' TO WS-LAYCHK-CODE.
        MOVE WS-USAGE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-REQ-DIR) "/SERVED.SEQ"
            DELIMITED BY SIZE INTO WS-SERVED-SEQ-PATH.
        STRING FUNCTION TRIM(WS-REQ-DIR) "/SERVER.STOP"
            DELIMITED BY SIZE INTO WS-STOP-PATH.
        STRING FUNCTION TRIM(WS-REQ-DIR) "/FEEDBACK.SEQ"
            DELIMITED BY SIZE INTO WS-FB-SEQ-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Quote Request Server"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Watching " FUNCTION TRIM(WS-REQ-DIR)
                " every " WS-POLL-SECS " second(s).".

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        PERFORM 0500-READ-SERVED-SEQ.
        PERFORM 0550-READ-FEEDBACK-SEQ.
        PERFORM OPEN-USAGE-STATS.

      *> The hold file must exist before the first Q_LIFECHK call
      *> opens it, or holds placed while the server runs would go
      *> unseen until the next start:
        MOVE 'START' TO WS-FB-TYPE.
        CALL "Q_FBTAKE" USING WS-FB-TYPE WS-FB-ID WS-FB-REF
            WS-FB-NOTE WS-FB-RESULT
        END-CALL.

        MOVE "request server started" TO WS-AUDIT-MESSAGE.
        MOVE 'SERVER' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        MOVE 'S' TO WS-SV-KIND.
        PERFORM 0700-WRITE-SERVICE-EVENT.

        PERFORM UNTIL WS-SHUTDOWN = 'Y'
            PERFORM 1000-POLL-ONCE
        END-PERFORM.
        MOVE 'E' TO WS-SV-KIND.
        PERFORM 0700-WRITE-SERVICE-EVENT.

        IF WS-USAGE-AVAILABLE = 'Y'
            CLOSE USAGE-STATS-FILE
        MOVE WS-SERVED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " request(s) served.".
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        MOVE 1 TO WS-MSG-PTR.
        STRING "request server stopped, "
            FUNCTION TRIM(WS-NUM-ED) " served, "
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            WITH POINTER WS-MSG-PTR.
        MOVE WS-FB-TAKEN-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " feedback file(s) taken.".
        STRING FUNCTION TRIM(WS-NUM-ED) " feedback taken"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            WITH POINTER WS-MSG-PTR.
        MOVE 'SERVER' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.
        STOP RUN.

       1000-POLL-ONCE.
            PERFORM 1050-BEAT-IF-DUE.
      *> The stop file is the off switch - probed first so an
      *> operator can always shut the server down cleanly:
            OPEN INPUT SERVER-STOP-FILE.
                DISPLAY "Stop file found - shutting down."
                MOVE 'Y' TO WS-SHUTDOWN
            ELSE
                PERFORM 1200-TAKE-NEXT-FEEDBACK
                PERFORM 1100-TRY-NEXT-REQUEST
            END-IF.

                DELIMITED BY SIZE INTO WS-REQUEST-PATH.
            OPEN INPUT REQUEST-FILE.
            IF WS-REQUEST-STATUS NOT = '00'
      *> Nothing there yet - sleep a poll interval, unless feedback
      *> was just taken and more may be queued behind it.  A
      *> configured idle limit turns the resident loop into a
      *> bounded run for the nightly driver:
                IF WS-FB-FOUND = 'Y'
                    MOVE ZERO TO WS-IDLE-POLLS
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-IDLE-POLLS
                IF WS-MAX-IDLE > ZERO
                    AND WS-IDLE-POLLS >= WS-MAX-IDLE
                END-IF
            ELSE
                MOVE ZERO TO WS-IDLE-POLLS
                PERFORM 1150-NOTE-THE-ARRIVAL
                PERFORM 2000-SERVE-ONE-REQUEST
                CLOSE REQUEST-FILE
                ADD 1 TO WS-NEXT-REQ
                PERFORM 0600-WRITE-SERVED-SEQ
            END-IF.

      *> A heartbeat at most once an interval, however often the
      *> loop comes round:
       1050-BEAT-IF-DUE.
            PERFORM 0750-TAKE-THE-TIME.
            IF WS-NOW-HS - WS-LAST-BEAT-HS
                    >= WS-HEARTBEAT-SECS * 100
                MOVE 'H' TO WS-SV-KIND
                PERFORM 0700-WRITE-SERVICE-EVENT
            END-IF.

      *> The request arrived when the widget dropped it - the file's
      *> modification time - not when this poll happened to find
      *> it, so the wait for the poll counts in the response time.
      *> Without a usable time (or with one from a clock ahead of
      *> ours) the moment it was found stands in:
       1150-NOTE-THE-ARRIVAL.
            PERFORM 0750-TAKE-THE-TIME.
            MOVE WS-NOW-TS (1:16) TO WS-ARRIVED-TS.
            MOVE WS-NOW-HS TO WS-ARRIVED-HS.
            CALL "CBL_CHECK_FILE_EXIST" USING WS-REQUEST-PATH
                WS-REQ-FILE-INFO
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-RFI-YYYY =
                (FUNCTION ORD(WS-RFI-YEAR-HI) - 1) * 256
                + FUNCTION ORD(WS-RFI-YEAR-LO) - 1.
            COMPUTE WS-RFI-MM = FUNCTION ORD(WS-RFI-MONTH) - 1.
            COMPUTE WS-RFI-DD = FUNCTION ORD(WS-RFI-DAY) - 1.
            COMPUTE WS-RFI-HH = FUNCTION ORD(WS-RFI-HOUR) - 1.
            COMPUTE WS-RFI-MI = FUNCTION ORD(WS-RFI-MINUTE) - 1.
            COMPUTE WS-RFI-SS = FUNCTION ORD(WS-RFI-SECOND) - 1.
            COMPUTE WS-RFI-CC = FUNCTION ORD(WS-RFI-HUNDREDTH) - 1.
            MOVE WS-RFI-STAMP (1:8) TO WS-CONV-DATE.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE) NOT = ZERO
                OR WS-RFI-HH > 23 OR WS-RFI-MI > 59
                OR WS-RFI-SS > 59 OR WS-RFI-CC > 99
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-RFI-STAMP TO WS-CONV-TS.
            PERFORM 0760-STAMP-TO-HUNDREDTHS.
            IF WS-CONV-HS < WS-ARRIVED-HS
                MOVE WS-RFI-STAMP TO WS-ARRIVED-TS
                MOVE WS-CONV-HS TO WS-ARRIVED-HS
            END-IF.

      *> One feedback drop per poll, in number order, the way the
      *> requests are taken:
       1200-TAKE-NEXT-FEEDBACK.
            MOVE 'N' TO WS-FB-FOUND.
            MOVE WS-NEXT-FB TO WS-FB-NUM-X.
            MOVE SPACES TO WS-FBD-PATH.
            STRING FUNCTION TRIM(WS-REQ-DIR) "/FEEDBACK."
                WS-FB-NUM-X
                DELIMITED BY SIZE INTO WS-FBD-PATH.
            OPEN INPUT FEEDBACK-DROP-FILE.
            IF WS-FBD-STATUS = '00'
                MOVE 'Y' TO WS-FB-FOUND
                PERFORM 2500-TAKE-ONE-FEEDBACK
                CLOSE FEEDBACK-DROP-FILE
                ADD 1 TO WS-FB-TAKEN-COUNT
                ADD 1 TO WS-NEXT-FB
                PERFORM 0650-WRITE-FEEDBACK-SEQ
            END-IF.

       2000-SERVE-ONE-REQUEST.
            MOVE SPACES TO WS-REQ-KIND WS-REQ-VALUE.
            READ REQUEST-FILE
                    END-UNSTRING
            END-READ.
            MOVE FUNCTION UPPER-CASE(WS-REQ-KIND) TO WS-REQ-KIND.
            MOVE 'X' TO WS-RESP-MATCHED.
            PERFORM 3000-COLLECT-CANDIDATES.
            IF WS-REQ-KIND = 'KEYWORD' OR WS-REQ-KIND = 'AUTHOR'
                OR WS-REQ-KIND = 'CATEGORY'
                MOVE WS-REQ-KIND TO WS-SRCH-KIND
                MOVE WS-CAND-USED TO WS-SRCH-HITS
                CALL "Q_SRCHLOG" USING WS-PUB-CHANNEL WS-SRCH-KIND
                    WS-REQ-VALUE WS-SRCH-HITS
                END-CALL
            END-IF.
            MOVE SPACES TO WS-RESPONSE-PATH.
            STRING FUNCTION TRIM(WS-REQ-DIR) "/RESPONSE."
                WS-REQ-NUM-X
                MOVE WS-CAND-ID (WS-CAND-I) TO WS-PICKED-ID
                PERFORM 4000-WRITE-THE-RESPONSE
            END-IF.
            MOVE 'R' TO WS-SV-KIND.
            PERFORM 0700-WRITE-SERVICE-EVENT.
            ADD 1 TO WS-SERVED-COUNT.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "served request " WS-REQ-NUM-X " ("
            MOVE WS-PICKED-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

      *> A feedback drop: TYPE=, ID= and NOTE= lines in any order.
      *> Only a quote actually on file takes feedback:
       2500-TAKE-ONE-FEEDBACK.
            MOVE SPACES TO WS-FB-TYPE WS-FB-ID-A WS-FB-NOTE.
            MOVE ZERO TO WS-FB-ID.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ FEEDBACK-DROP-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-FB-KEY WS-FB-VALUE
                        UNSTRING WS-FBD-RECORD DELIMITED BY '='
                            INTO WS-FB-KEY WS-FB-VALUE
                        END-UNSTRING
                        EVALUATE FUNCTION UPPER-CASE(WS-FB-KEY)
                            WHEN 'TYPE'
                                MOVE FUNCTION UPPER-CASE(WS-FB-VALUE)
                                    TO WS-FB-TYPE
                            WHEN 'ID'
                                MOVE WS-FB-VALUE TO WS-FB-ID-A
                            WHEN 'NOTE'
                                MOVE WS-FB-VALUE TO WS-FB-NOTE
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            MOVE SPACES TO WS-FB-REF.
            STRING "FEEDBACK." WS-FB-NUM-X
                DELIMITED BY SIZE INTO WS-FB-REF.
            MOVE 'N' TO WS-FB-ON-FILE.
            IF WS-FB-ID-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-FB-ID-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-FB-ID-A) TO WS-FB-ID
                PERFORM 2550-CHECK-FEEDBACK-QUOTE
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            MOVE WS-FB-ID TO WS-AUDIT-QUOTE-ID.
            MOVE 'FEEDBACK' TO WS-AUDIT-ACTION.
            IF WS-FB-ON-FILE = 'N'
                STRING "rejected " WS-FB-REF ": no quote on file "
                    "for ID " FUNCTION TRIM(WS-FB-ID-A)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.
            CALL "Q_FBTAKE" USING WS-FB-TYPE WS-FB-ID WS-FB-REF
                WS-FB-NOTE WS-FB-RESULT
            END-CALL.
            EVALUATE WS-FB-RESULT
                WHEN 'L'
                    STRING "like taken from " WS-FB-REF
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                WHEN 'C'
                    STRING "complaint taken from " WS-FB-REF
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                WHEN 'H'
                    DISPLAY "Quote " WS-FB-ID " held on reader "
                            "complaints - off all outward channels."
                    STRING "complaint taken from " WS-FB-REF
                        ", threshold reached - quote held"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'FBHOLD' TO WS-AUDIT-ACTION
                WHEN 'Q'
                    STRING "attribution challenge taken from "
                        WS-FB-REF ", back on the research queue"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'FBCHLNG' TO WS-AUDIT-ACTION
                WHEN 'X'
                    STRING "rejected " WS-FB-REF ": unknown type "
                        FUNCTION TRIM(WS-FB-TYPE)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                WHEN OTHER
                    DISPLAY "Feedback " WS-FB-REF
                            " could not be recorded."
                    STRING WS-FB-REF " could not be recorded"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            END-EVALUATE.
            PERFORM WRITE-AUDIT-ENTRY.

       2550-CHECK-FEEDBACK-QUOTE.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE WS-FB-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FB-ON-FILE
            END-READ.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

      *> The candidate pool: every live, rights-cleared quote the
      *> filter matches.  The quote file is opened per request and
      *> let go right after, so the server never sits on it:
                    ADD 255 TO WS-LONG-POS
                END-PERFORM
                CLOSE RESPONSE-FILE
                MOVE 'Y' TO WS-RESP-MATCHED
                CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                    WS-RESPONSE-PATH
                END-CALL
            END-IF.

       4500-WRITE-NO-MATCH.
                MOVE "NO MATCH" TO WS-RESPONSE-RECORD
                WRITE WS-RESPONSE-RECORD
                CLOSE RESPONSE-FILE
                MOVE 'N' TO WS-RESP-MATCHED
            END-IF.

      *> Read-and-bump, exactly as Q_READER's 9100 does it:
            WRITE WS-SERVED-SEQ-RECORD.
            CLOSE SERVED-SEQ-FILE.

       0550-READ-FEEDBACK-SEQ.
            MOVE 1 TO WS-NEXT-FB.
            OPEN INPUT FEEDBACK-SEQ-FILE.
            IF WS-FB-SEQ-STATUS = '00'
                READ FEEDBACK-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-FB-SEQ-RECORD
                        TO WS-NEXT-FB
                END-READ
                CLOSE FEEDBACK-SEQ-FILE
            END-IF.

       0650-WRITE-FEEDBACK-SEQ.
            OPEN OUTPUT FEEDBACK-SEQ-FILE.
            MOVE WS-NEXT-FB TO WS-FB-SEQ-RECORD.
            WRITE WS-FB-SEQ-RECORD.
            CLOSE FEEDBACK-SEQ-FILE.

      *> One service log line of kind WS-SV-KIND, stamped now.  An
      *> R line carries the request just answered; every line
      *> carries the heartbeat interval so the report knows what
      *> gap means an outage.  Opened and closed round each line so
      *> Q_HEALTH always sees the latest:
       0700-WRITE-SERVICE-EVENT.
            PERFORM 0750-TAKE-THE-TIME.
            OPEN EXTEND SERVICE-LOG-FILE.
            IF WS-SVCLOG-STATUS NOT = '00'
                OPEN OUTPUT SERVICE-LOG-FILE
            END-IF.
            IF WS-SVCLOG-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO SV-DATA-RAW.
            MOVE WS-SV-KIND TO SV-KIND.
            MOVE WS-NOW-TS (1:16) TO SV-STAMP.
            MOVE ZERO TO SV-ELAPSED SV-REQ-NUM.
            MOVE WS-HEARTBEAT-SECS TO SV-HEARTBEAT.
            IF WS-SV-KIND = 'R'
                MOVE WS-ARRIVED-TS TO SV-ARRIVED
                COMPUTE SV-ELAPSED = WS-NOW-HS - WS-ARRIVED-HS
                    ON SIZE ERROR MOVE 9999999 TO SV-ELAPSED
                END-COMPUTE
                MOVE WS-REQ-NUM-X TO SV-REQ-NUM
                MOVE WS-REQ-KIND TO SV-TYPE
                MOVE WS-RESP-MATCHED TO SV-MATCHED
            END-IF.
            WRITE SV-DATA-RAW.
            CLOSE SERVICE-LOG-FILE.
      *> Any line proves the server alive, so it restarts the
      *> heartbeat interval:
            MOVE WS-NOW-HS TO WS-LAST-BEAT-HS.

       0750-TAKE-THE-TIME.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            MOVE WS-NOW-TS (1:16) TO WS-CONV-TS.
            PERFORM 0760-STAMP-TO-HUNDREDTHS.
            MOVE WS-CONV-HS TO WS-NOW-HS.

       0760-STAMP-TO-HUNDREDTHS.
            MOVE WS-CONV-TS (1:8) TO WS-CONV-DATE.
            COMPUTE WS-CONV-HS =
                FUNCTION INTEGER-OF-DATE(WS-CONV-DATE) * 8640000
                + FUNCTION NUMVAL(WS-CONV-TS (9:2)) * 360000
                + FUNCTION NUMVAL(WS-CONV-TS (11:2)) * 6000
                + FUNCTION NUMVAL(WS-CONV-TS (13:2)) * 100
                + FUNCTION NUMVAL(WS-CONV-TS (15:2)).

       OPEN-USAGE-STATS.
            OPEN I-O USAGE-STATS-FILE.
            IF WS-USAGE-STATUS NOT = '00'
