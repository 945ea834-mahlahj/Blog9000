       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_HOFEED.

      *> Head-office quote feed intake.  Head office sends its quote
      *> collection as a fixed-width EBCDIC file with packed fields;
      *> this job takes it from there to the quote file with no one
      *> at the console:
      *>
      *>   1. EX_CONVERT turns the feed into a '|' text file, using
      *>      its EBCDIC translate and COMP-3 unpacking;
      *>   2. the header and trailer are checked - record count and
      *>      hash total - and a feed that does not balance is
      *>      refused whole, before a single quote is loaded;
      *>   3. the detail records are mapped onto Q_WRITER's bulk
      *>      import line (Source|Author|Mighty Maxim|Category) and
      *>      loaded by Q_WRITER itself, so they pass the same
      *>      validation, screening, duplicate check, review queue
      *>      and .REJ file as any other import;
      *>   4. an acknowledgement file goes back to head office with
      *>      the accepted and rejected counts.
      *>
      *> Every feed record has the same layout (written by this
      *> program to <feed>.LAYOUT for EX_CONVERT):
      *>
      *>   TEXT 1      record type H header, D detail, T trailer
      *>   PACKED 9 0  H: feed number      D: head-office quote no.
      *>               T: detail count
      *>   PACKED 15 0 H: date created     D: not used
      *>               T: hash total - the sum of the head-office
      *>                  quote numbers, low-order 15 digits
      *>   TEXT 50     D: source
      *>   TEXT 50     D: author
      *>   TEXT 255    D: maxim
      *>   TEXT 10     D: category
      *>
      *> Files, all named after the feed:
      *>   <feed>.TXT            the converted text (plus EX_CONVERT's
      *>                         .TXT.REJ and .TXT.TOTALS)
      *>   <feed>.IMPORT-nnnnnnnnn  the import file for feed number
      *>                         n (plus Q_WRITER's .REJ and .CKPT -
      *>                         a load cut short resumes from its
      *>                         checkpoint when the feed is rerun)
      *>   <feed>.ACK            the acknowledgement, '|' lines:
      *>                           H|feed no.|ACCEPTED, REFUSED or
      *>                             FAILED|date-time
      *>                           R|head-office no.|line|reason
      *>                             for each rejected quote
      *>                           E|reason  (refused or failed)
      *>                           T|details|accepted|rejected
      *> and <quote file>.HOFEED holds the number of the last feed
      *> loaded, so the same feed is never loaded twice.
      *>
      *>   MM_HOFEED_PATH  the feed (default MM-HOFEED.DAT)
      *>   MM_BIN_DIR      where EX_CONVERT and Q_WRITER live
      *>                   (default the working directory)
      *>   MM_OPERATOR     who the load is done as (default HOFEED) -
      *>                   as with any import, an operator without
      *>                   the trusted letter sends the quotes to the
      *>                   review queue
      *>
      *> Returns 1 when the feed is refused or the load fails, so a
      *> Q_NIGHT step shows it, e.g. the control-file line
      *>   HEAD OFFICE FEED|./Q_HOFEED|CONTINUE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FEED-LAYOUT-FILE
            ASSIGN TO WS-LAYOUT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAYOUT-STATUS.

       *> EX_CONVERT's output - one '|' line per feed record:
       SELECT FEED-TEXT-FILE
            ASSIGN TO WS-TEXT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEXT-STATUS.

       SELECT FEED-IMPORT-FILE
            ASSIGN TO WS-IMPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IMPORT-STATUS.

       *> Q_WRITER's .REJ file for the import - read back for the
       *> rejected count and the acknowledgement's R lines:
       SELECT IMPORT-REJECT-FILE
            ASSIGN TO WS-REJECT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

       SELECT FEED-ACK-FILE
            ASSIGN TO WS-ACK-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-STATUS.

       *> The last feed number loaded, one line, named after the
       *> quote file:
       SELECT FEED-SEQ-FILE
            ASSIGN TO WS-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.

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
       FD  FEED-LAYOUT-FILE.
       01  WS-LAYOUT-RECORD       PIC X(20).

       FD  FEED-TEXT-FILE.
       01  WS-TEXT-RECORD         PIC X(1000).

       FD  FEED-IMPORT-FILE.
       01  WS-IMPORT-RECORD       PIC X(400).

       FD  IMPORT-REJECT-FILE.
       01  WS-REJECT-RECORD       PIC X(3500).

       FD  FEED-ACK-FILE.
       01  WS-ACK-RECORD          PIC X(300).

       FD  FEED-SEQ-FILE.
       01  WS-SEQ-RECORD          PIC 9(9).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-FEED-PATH          PIC X(200) VALUE 'MM-HOFEED.DAT'.
       01 WS-BIN-DIR            PIC X(200) VALUE '.'.
       01 WS-LAYOUT-PATH        PIC X(210) VALUE SPACES.
       01 WS-LAYOUT-STATUS      PIC XX VALUE '00'.
       01 WS-TEXT-PATH          PIC X(210) VALUE SPACES.
       01 WS-TEXT-STATUS        PIC XX VALUE '00'.
       01 WS-IMPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-IMPORT-STATUS      PIC XX VALUE '00'.
       01 WS-IMPORT-OPEN        PIC X VALUE 'N'.
       01 WS-REJECT-PATH        PIC X(225) VALUE SPACES.
       01 WS-REJECT-STATUS      PIC XX VALUE '00'.
       01 WS-ACK-PATH           PIC X(210) VALUE SPACES.
       01 WS-ACK-STATUS         PIC XX VALUE '00'.
       01 WS-ACK-OPEN           PIC X VALUE 'N'.
       01 WS-SEQ-PATH           PIC X(210) VALUE SPACES.
       01 WS-SEQ-STATUS         PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-COMMAND            PIC X(250) VALUE SPACES.
       01 WS-SYS-STATUS         PIC S9(9) BINARY VALUE ZERO.
       01 WS-SYS-STATUS-ED      PIC -(9)9.

      *> One converted feed record, split on its '|':
       01 WS-FD-TYPE            PIC X(5) VALUE SPACES.
       01 WS-FD-NUM-1           PIC X(20) VALUE SPACES.
       01 WS-FD-NUM-2           PIC X(20) VALUE SPACES.
       01 WS-FD-SOURCE          PIC X(50) VALUE SPACES.
       01 WS-FD-AUTHOR          PIC X(50) VALUE SPACES.
       01 WS-FD-MAXIM           PIC X(255) VALUE SPACES.
       01 WS-FD-CATEGORY        PIC X(10) VALUE SPACES.
       01 WS-FD-VALUE-1         PIC S9(18) VALUE ZERO.
       01 WS-FD-VALUE-2         PIC S9(18) VALUE ZERO.

      *> What the feed says about itself, and what was counted:
       01 WS-FEED-NUMBER        PIC 9(9) VALUE ZERO.
       01 WS-FEED-DATE          PIC 9(15) VALUE ZERO.
       01 WS-LAST-FEED          PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-COUNT      PIC S9(18) VALUE ZERO.
       01 WS-TRAILER-HASH       PIC S9(18) VALUE ZERO.
       01 WS-RECORD-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-HEADER-SEEN        PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN       PIC X VALUE 'N'.
       01 WS-DETAIL-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(18) VALUE ZERO.
       01 WS-HASH-CHECK         PIC 9(18) VALUE ZERO.
       01 WS-ACCEPT-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(9) COMP VALUE ZERO.

      *> The run's outcome - ACCEPTED, REFUSED (the feed failed its
      *> own checks, nothing loaded) or FAILED (the load itself did
      *> not finish, and the feed can be run again):
       01 WS-FEED-STATUS        PIC X(8) VALUE 'ACCEPTED'.
       01 WS-REFUSE-REASON      PIC X(100) VALUE SPACES.

      *> Head-office quote number by detail (= import line) number,
      *> so the acknowledgement names the quotes it rejects:
       01 WS-HO-USED            PIC 9(4) COMP VALUE ZERO.
       01 WS-HO-TABLE.
           05 WS-HO-NUMBER OCCURS 5000 TIMES PIC 9(9).

      *> One .REJ line taken apart - "line n Rxx reason: record",
      *> with F01 flag notes passed over:
       01 WS-REJ-HEAD           PIC X(100) VALUE SPACES.
       01 WS-REJ-WORD           PIC X(10) VALUE SPACES.
       01 WS-REJ-LINE-A         PIC X(10) VALUE SPACES.
       01 WS-REJ-LINE           PIC 9(9) VALUE ZERO.
       01 WS-REJ-PTR            PIC 9(3) COMP VALUE ZERO.
       01 WS-REJ-HO-ED          PIC Z(8)9.

       01 WS-NUM-ED             PIC Z(8)9.
       01 WS-NUM-ED-2           PIC Z(8)9.
       01 WS-NUM-ED-3           PIC Z(8)9.
       01 WS-BIG-ED             PIC -(17)9.
       01 WS-BIG-ED-2           PIC -(17)9.
       01 WS-TODAY              PIC X(21) VALUE SPACES.

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
            MOVE 'HOFEED' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-FEED-PATH FROM ENVIRONMENT "MM_HOFEED_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-BIN-DIR FROM ENVIRONMENT "MM_BIN_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-FEED-PATH = SPACES
            MOVE 'MM-HOFEED.DAT' TO WS-FEED-PATH
        END-IF.
        IF WS-BIN-DIR = SPACES
            MOVE '.' TO WS-BIN-DIR
        END-IF.
        STRING FUNCTION TRIM(WS-FEED-PATH) ".LAYOUT"
            DELIMITED BY SIZE INTO WS-LAYOUT-PATH.
        STRING FUNCTION TRIM(WS-FEED-PATH) ".TXT"
            DELIMITED BY SIZE INTO WS-TEXT-PATH.
        STRING FUNCTION TRIM(WS-FEED-PATH) ".ACK"
            DELIMITED BY SIZE INTO WS-ACK-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".HOFEED"
            DELIMITED BY SIZE INTO WS-SEQ-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Head-office feed intake: "
                FUNCTION TRIM(WS-FEED-PATH)
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        PERFORM 1000-WRITE-LAYOUT.
        PERFORM 2000-CONVERT-FEED.
        IF WS-FEED-STATUS = 'ACCEPTED'
            PERFORM 3000-CHECK-FEED
        END-IF.
        IF WS-FEED-STATUS = 'ACCEPTED'
            PERFORM 3500-CHECK-SEQUENCE
        END-IF.
        IF WS-FEED-STATUS = 'ACCEPTED'
            PERFORM 4000-LOAD-FEED
        END-IF.

      *> The feed is loaded (or refused) by now either way - an
      *> acknowledgement that cannot be written is said out loud,
      *> and the run still finishes and records what it did:
        OPEN OUTPUT FEED-ACK-FILE.
        IF WS-ACK-STATUS NOT = '00'
            DISPLAY "Unable to write the acknowledgement "
                    FUNCTION TRIM(WS-ACK-PATH) ", status "
                    WS-ACK-STATUS
        ELSE
            MOVE 'Y' TO WS-ACK-OPEN
        END-IF.
        MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
        MOVE WS-FEED-NUMBER TO WS-NUM-ED.
        MOVE SPACES TO WS-ACK-RECORD.
        STRING "H|" FUNCTION TRIM(WS-NUM-ED) "|" WS-FEED-STATUS
            DELIMITED BY SPACE
            "|" WS-TODAY (1:8) "-" WS-TODAY (9:6)
            DELIMITED BY SIZE INTO WS-ACK-RECORD.
        IF WS-FEED-STATUS = 'ACCEPTED'
            PERFORM 5000-COUNT-REJECTS
        ELSE
            WRITE WS-ACK-RECORD
            MOVE SPACES TO WS-ACK-RECORD
            STRING "E|" FUNCTION TRIM(WS-REFUSE-REASON)
                DELIMITED BY SIZE INTO WS-ACK-RECORD
            WRITE WS-ACK-RECORD
            IF WS-FEED-STATUS = 'REFUSED'
                MOVE WS-DETAIL-COUNT TO WS-REJECT-COUNT
            END-IF
        END-IF.
        MOVE WS-DETAIL-COUNT TO WS-NUM-ED.
        MOVE WS-ACCEPT-COUNT TO WS-NUM-ED-2.
        MOVE WS-REJECT-COUNT TO WS-NUM-ED-3.
        MOVE SPACES TO WS-ACK-RECORD.
        STRING "T|" FUNCTION TRIM(WS-NUM-ED)
            "|" FUNCTION TRIM(WS-NUM-ED-2)
            "|" FUNCTION TRIM(WS-NUM-ED-3)
            DELIMITED BY SIZE INTO WS-ACK-RECORD.
        WRITE WS-ACK-RECORD.
        IF WS-ACK-OPEN = 'Y'
            CLOSE FEED-ACK-FILE
        END-IF.

        MOVE WS-FEED-NUMBER TO WS-NUM-ED.
        EVALUATE WS-FEED-STATUS
            WHEN 'ACCEPTED'
                PERFORM 3600-SAVE-SEQUENCE
                DISPLAY "Feed " FUNCTION TRIM(WS-NUM-ED)
                        " loaded: " FUNCTION TRIM(WS-NUM-ED-2)
                        " accepted, " FUNCTION TRIM(WS-NUM-ED-3)
                        " rejected."
                STRING "head-office feed " FUNCTION TRIM(WS-NUM-ED)
                    " loaded, " FUNCTION TRIM(WS-NUM-ED-2)
                    " accepted, " FUNCTION TRIM(WS-NUM-ED-3)
                    " rejected"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'HOFEED' TO WS-AUDIT-ACTION
            WHEN 'REFUSED'
                DISPLAY "Feed " FUNCTION TRIM(WS-NUM-ED)
                        " refused - nothing loaded: "
                        FUNCTION TRIM(WS-REFUSE-REASON)
                STRING "head-office feed " FUNCTION TRIM(WS-NUM-ED)
                    " refused: " FUNCTION TRIM(WS-REFUSE-REASON)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
            WHEN OTHER
                DISPLAY "Feed " FUNCTION TRIM(WS-NUM-ED)
                        " load failed: "
                        FUNCTION TRIM(WS-REFUSE-REASON)
                STRING "head-office feed " FUNCTION TRIM(WS-NUM-ED)
                    " load failed: " FUNCTION TRIM(WS-REFUSE-REASON)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'HOFAIL' TO WS-AUDIT-ACTION
        END-EVALUATE.
        PERFORM WRITE-AUDIT-ENTRY.
        IF WS-ACK-OPEN = 'Y'
            DISPLAY "Acknowledgement written to "
                    FUNCTION TRIM(WS-ACK-PATH)
        ELSE
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "head-office feed " FUNCTION TRIM(WS-NUM-ED)
                " acknowledgement could not be written to "
                FUNCTION TRIM(WS-ACK-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'HOFAIL' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
        END-IF.
        CLOSE AUDIT-LOG-FILE.

        IF WS-FEED-STATUS = 'ACCEPTED'
            MOVE 0 TO RETURN-CODE
            IF WS-ACK-OPEN NOT = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
            MOVE 1 TO RETURN-CODE
        END-IF.
        STOP RUN.

      *> The feed layout is this program's to know, so it is written
      *> fresh each run rather than kept as a separate file that
      *> could drift from the checks below:
       1000-WRITE-LAYOUT.
            OPEN OUTPUT FEED-LAYOUT-FILE.
            MOVE "TEXT 1" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "PACKED 9 0" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "PACKED 15 0" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "TEXT 50" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "TEXT 50" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "TEXT 255" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            MOVE "TEXT 10" TO WS-LAYOUT-RECORD.
            WRITE WS-LAYOUT-RECORD.
            CLOSE FEED-LAYOUT-FILE.

      *> EX_CONVERT runs as its own command (it STOP RUNs), driven
      *> entirely by its environment variables:
       2000-CONVERT-FEED.
            SET ENVIRONMENT "CONVERT_DIRECTION" TO "B".
            SET ENVIRONMENT "CONVERT_DISPLAY_PATH" TO WS-TEXT-PATH.
            SET ENVIRONMENT "CONVERT_BINARY_PATH" TO WS-FEED-PATH.
            SET ENVIRONMENT "CONVERT_LAYOUT_PATH" TO WS-LAYOUT-PATH.
            SET ENVIRONMENT "CONVERT_CODEPAGE" TO "EBCDIC".
            MOVE SPACES TO WS-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/EX_CONVERT"
                DELIMITED BY SIZE INTO WS-COMMAND.
            MOVE ZERO TO WS-SYS-STATUS.
            CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            IF WS-SYS-STATUS NOT = ZERO
                MOVE WS-SYS-STATUS TO WS-SYS-STATUS-ED
                MOVE 'REFUSED' TO WS-FEED-STATUS
                STRING "feed could not be converted, status "
                    FUNCTION TRIM(WS-SYS-STATUS-ED)
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-IF.

      *> One pass over the converted feed: the header has to come
      *> first and the trailer last, with nothing but details in
      *> between.  The import file is written as the details go by;
      *> it is only ever loaded if the whole feed balances:
       3000-CHECK-FEED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT FEED-TEXT-FILE.
            IF WS-TEXT-STATUS NOT = '00'
                MOVE 'REFUSED' TO WS-FEED-STATUS
                MOVE "converted feed could not be read"
                    TO WS-REFUSE-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ FEED-TEXT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 3100-CHECK-ONE-RECORD
                END-READ
                IF WS-FEED-STATUS NOT = 'ACCEPTED'
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-PERFORM.
            CLOSE FEED-TEXT-FILE.
            IF WS-IMPORT-OPEN = 'Y'
                CLOSE FEED-IMPORT-FILE
                MOVE 'N' TO WS-IMPORT-OPEN
            END-IF.
            IF WS-FEED-STATUS NOT = 'ACCEPTED'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DETAIL-COUNT TO WS-NUM-ED.
            EVALUATE TRUE
                WHEN WS-HEADER-SEEN NOT = 'Y'
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    MOVE "feed has no header record"
                        TO WS-REFUSE-REASON
                WHEN WS-TRAILER-SEEN NOT = 'Y'
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    MOVE "feed has no trailer record"
                        TO WS-REFUSE-REASON
                WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    MOVE WS-TRAILER-COUNT TO WS-BIG-ED
                    STRING "trailer count " FUNCTION TRIM(WS-BIG-ED)
                        " but " FUNCTION TRIM(WS-NUM-ED)
                        " detail record(s) received"
                        DELIMITED BY SIZE INTO WS-REFUSE-REASON
                WHEN OTHER
                    COMPUTE WS-HASH-CHECK = FUNCTION MOD(
                        WS-HASH-TOTAL, 1000000000000000)
                    IF WS-TRAILER-HASH NOT = WS-HASH-CHECK
                        MOVE 'REFUSED' TO WS-FEED-STATUS
                        MOVE WS-TRAILER-HASH TO WS-BIG-ED
                        MOVE WS-HASH-CHECK TO WS-BIG-ED-2
                        STRING "trailer hash total "
                            FUNCTION TRIM(WS-BIG-ED)
                            " but details add up to "
                            FUNCTION TRIM(WS-BIG-ED-2)
                            DELIMITED BY SIZE INTO WS-REFUSE-REASON
                    END-IF
            END-EVALUATE.

       3100-CHECK-ONE-RECORD.
            ADD 1 TO WS-RECORD-COUNT.
            MOVE SPACES TO WS-FD-TYPE WS-FD-NUM-1 WS-FD-NUM-2
                           WS-FD-SOURCE WS-FD-AUTHOR WS-FD-MAXIM
                           WS-FD-CATEGORY.
            UNSTRING WS-TEXT-RECORD DELIMITED BY '|'
                INTO WS-FD-TYPE WS-FD-NUM-1 WS-FD-NUM-2
                     WS-FD-SOURCE WS-FD-AUTHOR WS-FD-MAXIM
                     WS-FD-CATEGORY
            END-UNSTRING.
            MOVE WS-RECORD-COUNT TO WS-NUM-ED.
            IF FUNCTION TEST-NUMVAL(WS-FD-NUM-1) NOT = ZERO
                OR FUNCTION TEST-NUMVAL(WS-FD-NUM-2) NOT = ZERO
                MOVE 'REFUSED' TO WS-FEED-STATUS
                STRING "record " FUNCTION TRIM(WS-NUM-ED)
                    " has a packed field that is not a number"
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FD-VALUE-1 = FUNCTION NUMVAL(WS-FD-NUM-1).
            COMPUTE WS-FD-VALUE-2 = FUNCTION NUMVAL(WS-FD-NUM-2).
            EVALUATE TRUE
                WHEN WS-TRAILER-SEEN = 'Y'
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    STRING "record " FUNCTION TRIM(WS-NUM-ED)
                        " follows the trailer"
                        DELIMITED BY SIZE INTO WS-REFUSE-REASON
                WHEN WS-FD-TYPE = 'H'
                    IF WS-RECORD-COUNT NOT = 1
                        MOVE 'REFUSED' TO WS-FEED-STATUS
                        STRING "header found at record "
                            FUNCTION TRIM(WS-NUM-ED)
                            DELIMITED BY SIZE INTO WS-REFUSE-REASON
                    ELSE
                        PERFORM 3200-TAKE-HEADER
                    END-IF
                WHEN WS-HEADER-SEEN NOT = 'Y'
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    MOVE "feed does not start with a header record"
                        TO WS-REFUSE-REASON
                WHEN WS-FD-TYPE = 'D'
                    PERFORM 3300-TAKE-DETAIL
                WHEN WS-FD-TYPE = 'T'
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE WS-FD-VALUE-1 TO WS-TRAILER-COUNT
                    MOVE WS-FD-VALUE-2 TO WS-TRAILER-HASH
                WHEN OTHER
                    MOVE 'REFUSED' TO WS-FEED-STATUS
                    STRING "record " FUNCTION TRIM(WS-NUM-ED)
                        " has unknown type "
                        FUNCTION TRIM(WS-FD-TYPE)
                        DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-EVALUATE.

      *> The import file carries the feed number, so a rerun of the
      *> same feed finds Q_WRITER's checkpoint and a new feed never
      *> inherits an old one's:
       3200-TAKE-HEADER.
            MOVE 'Y' TO WS-HEADER-SEEN.
            MOVE WS-FD-VALUE-1 TO WS-FEED-NUMBER.
            MOVE WS-FD-VALUE-2 TO WS-FEED-DATE.
            MOVE WS-FEED-NUMBER TO WS-NUM-ED.
            MOVE SPACES TO WS-IMPORT-PATH WS-REJECT-PATH.
            STRING FUNCTION TRIM(WS-FEED-PATH) ".IMPORT-"
                WS-FEED-NUMBER
                DELIMITED BY SIZE INTO WS-IMPORT-PATH.
            STRING FUNCTION TRIM(WS-IMPORT-PATH) ".REJ"
                DELIMITED BY SIZE INTO WS-REJECT-PATH.
            OPEN OUTPUT FEED-IMPORT-FILE.
            IF WS-IMPORT-STATUS NOT = '00'
                MOVE 'FAILED' TO WS-FEED-STATUS
                STRING "import file could not be written, status "
                    WS-IMPORT-STATUS
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            ELSE
                MOVE 'Y' TO WS-IMPORT-OPEN
                DISPLAY "Feed " FUNCTION TRIM(WS-NUM-ED)
                        " created " WS-FEED-DATE (8:8)
            END-IF.

      *> Feed fields onto the bulk-import line - Q_WRITER moves
      *> them on into Q-SOURCE, Q-AUTHOR, Q-MIGHTY-MAXIM and
      *> Q-CATEGORY after its own checks:
       3300-TAKE-DETAIL.
            ADD 1 TO WS-DETAIL-COUNT.
            IF WS-FD-VALUE-1 < ZERO
                COMPUTE WS-FD-VALUE-1 = ZERO - WS-FD-VALUE-1
            END-IF.
            ADD WS-FD-VALUE-1 TO WS-HASH-TOTAL.
            IF WS-DETAIL-COUNT <= 5000
                MOVE WS-DETAIL-COUNT TO WS-HO-USED
                MOVE WS-FD-VALUE-1 TO WS-HO-NUMBER (WS-HO-USED)
            END-IF.
            MOVE SPACES TO WS-IMPORT-RECORD.
            STRING FUNCTION TRIM(WS-FD-SOURCE) "|"
                FUNCTION TRIM(WS-FD-AUTHOR) "|"
                FUNCTION TRIM(WS-FD-MAXIM) "|"
                FUNCTION TRIM(WS-FD-CATEGORY)
                DELIMITED BY SIZE INTO WS-IMPORT-RECORD.
            WRITE WS-IMPORT-RECORD.

      *> A feed number at or below the last one loaded is a resend
      *> of a feed that is already in:
       3500-CHECK-SEQUENCE.
            MOVE ZERO TO WS-LAST-FEED.
            OPEN INPUT FEED-SEQ-FILE.
            IF WS-SEQ-STATUS = '00'
                READ FEED-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF WS-SEQ-RECORD IS NUMERIC
                            MOVE WS-SEQ-RECORD TO WS-LAST-FEED
                        END-IF
                END-READ
                CLOSE FEED-SEQ-FILE
            END-IF.
            IF WS-FEED-NUMBER <= WS-LAST-FEED
                MOVE 'REFUSED' TO WS-FEED-STATUS
                MOVE WS-LAST-FEED TO WS-NUM-ED
                STRING "feed already loaded - last feed taken was "
                    FUNCTION TRIM(WS-NUM-ED)
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-IF.

       3600-SAVE-SEQUENCE.
            OPEN OUTPUT FEED-SEQ-FILE.
            MOVE WS-FEED-NUMBER TO WS-SEQ-RECORD.
            WRITE WS-SEQ-RECORD.
            CLOSE FEED-SEQ-FILE.

      *> Q_WRITER's own bulk import does the loading, unattended
      *> through MM_WRITER_MODE - validation, screening, the review
      *> queue for an untrusted operator and the .REJ file are all
      *> exactly what a console import gets:
       4000-LOAD-FEED.
            IF WS-DETAIL-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            SET ENVIRONMENT "MM_WRITER_MODE" TO "B".
            SET ENVIRONMENT "MM_IMPORT_PATH" TO WS-IMPORT-PATH.
            SET ENVIRONMENT "MM_IMPORT_DRY_RUN" TO "N".
            SET ENVIRONMENT "MM_OPERATOR" TO WS-AUDIT-OPERATOR.
            MOVE SPACES TO WS-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/Q_WRITER"
                DELIMITED BY SIZE INTO WS-COMMAND.
            MOVE ZERO TO WS-SYS-STATUS.
            CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            IF WS-SYS-STATUS NOT = ZERO
                MOVE WS-SYS-STATUS TO WS-SYS-STATUS-ED
                MOVE 'FAILED' TO WS-FEED-STATUS
                STRING "Q_WRITER import ended with status "
                    FUNCTION TRIM(WS-SYS-STATUS-ED)
                    " - rerun the feed to finish it"
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-IF.

      *> Every .REJ line that is not an F01 flag note is a quote
      *> head office needs to hear about; the rest went in (live or
      *> to the review queue):
       5000-COUNT-REJECTS.
            WRITE WS-ACK-RECORD.
            MOVE ZERO TO WS-REJECT-COUNT.
            IF WS-DETAIL-COUNT > ZERO
                MOVE 'N' TO WS-EOF
                OPEN INPUT IMPORT-REJECT-FILE
                IF WS-REJECT-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                END-IF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ IMPORT-REJECT-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM 5100-ONE-REJECT-LINE
                    END-READ
                END-PERFORM
                IF WS-REJECT-STATUS = '00' OR WS-REJECT-STATUS = '10'
                    CLOSE IMPORT-REJECT-FILE
                END-IF
            END-IF.
            COMPUTE WS-ACCEPT-COUNT = WS-DETAIL-COUNT - WS-REJECT-COUNT.

       5100-ONE-REJECT-LINE.
            MOVE SPACES TO WS-REJ-HEAD WS-REJ-WORD WS-REJ-LINE-A.
            UNSTRING WS-REJECT-RECORD DELIMITED BY ": "
                INTO WS-REJ-HEAD
            END-UNSTRING.
            MOVE 1 TO WS-REJ-PTR.
            UNSTRING WS-REJ-HEAD DELIMITED BY ' '
                INTO WS-REJ-WORD WS-REJ-LINE-A
                WITH POINTER WS-REJ-PTR
            END-UNSTRING.
            IF WS-REJ-HEAD (WS-REJ-PTR:1) NOT = 'R'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE ZERO TO WS-REJ-LINE.
            IF FUNCTION TEST-NUMVAL(WS-REJ-LINE-A) = ZERO
                COMPUTE WS-REJ-LINE = FUNCTION NUMVAL(WS-REJ-LINE-A)
            END-IF.
            MOVE SPACES TO WS-ACK-RECORD.
            IF WS-REJ-LINE > ZERO AND WS-REJ-LINE <= WS-HO-USED
                MOVE WS-HO-NUMBER (WS-REJ-LINE) TO WS-REJ-HO-ED
                STRING "R|" FUNCTION TRIM(WS-REJ-HO-ED) "|"
                    DELIMITED BY SIZE INTO WS-ACK-RECORD
            ELSE
                MOVE "R||" TO WS-ACK-RECORD
            END-IF.
            STRING FUNCTION TRIM(WS-REJ-LINE-A) "|"
                FUNCTION TRIM(WS-REJ-HEAD (WS-REJ-PTR:))
                DELIMITED BY SIZE
                INTO WS-ACK-RECORD
                (FUNCTION LENGTH(FUNCTION
                    TRIM(WS-ACK-RECORD)) + 1:).
            WRITE WS-ACK-RECORD.

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
            MOVE 'Q_HOFEED' TO AUDIT-PROGRAM.
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
