       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_BROWSE.

      *> Record browser for support - any file the suite lays out in
      *> an MM-*-RAW.cpy copybook, shown field by field with the
      *> names, offsets and values the copybook gives them, instead
      *> of a hex dump or a throwaway program.  The layout is read
      *> from the copybook itself each time (MM_COPYLIB_DIR, default
      *> the suite's source directory), so a layout change shows up
      *> here without touching this program.  Indexed files are
      *> positioned by key, sequential ones by record number; both
      *> page next and previous and can search forward on any field.
      *>
      *> Every file is opened INPUT and nothing here writes, so a
      *> support session cannot damage what it is diagnosing.  Each
      *> indexed file needs its own SELECT (its keys are part of the
      *> file), and a new indexed file joins the browser by adding
      *> its SELECT, its COPY and a line in each dispatch below.  A
      *> value that does not fit its picture is flagged - an
      *> unprintable byte shows in hex, a number field that is not
      *> numeric and a coded field that matches none of its 88s are
      *> marked.  The file's layout stamp (Q_LAYCHK, read only) is
      *> compared with the version this build knows, and a mismatch
      *> is warned about before the first record is shown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS WS-BR-STATUS.

       SELECT ATTRIBUTION-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AT-ID
            FILE STATUS IS WS-BR-STATUS.

       SELECT AUTHOR-MASTER-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-NAME
            FILE STATUS IS WS-BR-STATUS.

       SELECT CATEGORY-MASTER-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-CODE
            FILE STATUS IS WS-BR-STATUS.

       SELECT COLLECTION-MASTER-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CO-CODE
            FILE STATUS IS WS-BR-STATUS.

       SELECT COLLECTION-MEMBER-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CM-KEY
            FILE STATUS IS WS-BR-STATUS.

       SELECT HOUSE-DICTIONARY-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DW-WORD
            FILE STATUS IS WS-BR-STATUS.

       SELECT FEEDBACK-HOLD-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FH-ID
            FILE STATUS IS WS-BR-STATUS.

       SELECT KEYWORD-INDEX-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS KWX-KEY
            FILE STATUS IS WS-BR-STATUS.

       SELECT LIFECYCLE-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LF-ID
            FILE STATUS IS WS-BR-STATUS.

       SELECT QUOTE-LINK-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-BR-STATUS.

       SELECT MAXIM-OVERFLOW-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OV-KEY
            FILE STATUS IS WS-BR-STATUS.

       SELECT PENDING-QUEUE-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS P-SEQ
            FILE STATUS IS WS-BR-STATUS.

       SELECT DAILY-PLAN-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-DATE
            FILE STATUS IS WS-BR-STATUS.

       SELECT RATINGS-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RT-KEY
            FILE STATUS IS WS-BR-STATUS.

       SELECT ROYALTY-RATE-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RY-TITLE
            FILE STATUS IS WS-BR-STATUS.

       SELECT REVIEW-SHEET-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RS-SEQ
            FILE STATUS IS WS-BR-STATUS.

       SELECT SOURCE-MASTER-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SRC-TITLE
            FILE STATUS IS WS-BR-STATUS.

       SELECT USAGE-STATS-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS U-ID
            FILE STATUS IS WS-BR-STATUS.

       SELECT TRANSLATION-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XLT-KEY
            FILE STATUS IS WS-BR-STATUS.

      *> The line-sequential logs and ledgers, and the fixed-length
      *> CDC extract, share one SELECT apiece - they have no keys:
       SELECT LINE-RECORD-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BR-STATUS.

       SELECT FIXED-RECORD-FILE
            ASSIGN TO WS-BR-PATH
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BR-STATUS.

       SELECT COPYBOOK-FILE
            ASSIGN TO WS-COPYBOOK-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COPYBOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-ATTR-RAW.
       COPY MM-AUTH-RAW.
       COPY MM-CAT-RAW.
       COPY MM-COLL-RAW.
       COPY MM-COLM-RAW.
       COPY MM-DICT-RAW.
       COPY MM-FBH-RAW.
       COPY MM-KWX-RAW.
       COPY MM-LIFE-RAW.
       COPY MM-LINK-RAW.
       COPY MM-OVF-RAW.
       COPY MM-PEND-RAW.
       COPY MM-PLAN-RAW.
       COPY MM-RATE-RAW.
       COPY MM-ROY-RAW.
       COPY MM-RVSH-RAW.
       COPY MM-SRC-RAW.
       COPY MM-USAGE-RAW.
       COPY MM-XLT-RAW.

       FD  LINE-RECORD-FILE.
       01  LINE-RECORD             PIC X(1000).

       FD  FIXED-RECORD-FILE
           RECORD CONTAINS 420 CHARACTERS.
       01  FIXED-RECORD            PIC X(420).

       FD  COPYBOOK-FILE.
       01  WS-CB-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY MM-CAT-PATH.
       COPY MM-AUTH-PATH.
       COPY MM-DICT-PATH.
       COPY MM-SRC-PATH.
       COPY MM-RPTREPO-PATH.
       COPY MM-LAYVER.
       01 WS-RUNHIST-PATH       PIC X(200) VALUE SPACES.
       01 WS-SVCLOG-PATH        PIC X(200) VALUE SPACES.
       01 WS-CDC-DIR            PIC X(180) VALUE SPACES.
       01 WS-COPYLIB-DIR        PIC X(180) VALUE SPACES.
       01 WS-COPYBOOK-PATH      PIC X(220) VALUE SPACES.
       01 WS-COPYBOOK-STATUS    PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM2-ED            PIC -(9)9.

      *> The file being browsed.  WS-BR-ORG is I indexed, L line
      *> sequential, S fixed sequential:
       01 WS-BR-CODE            PIC X(10) VALUE SPACES.
       01 WS-CODE-WORK          PIC X(10) VALUE SPACES.
       01 WS-BR-ORG             PIC X VALUE SPACE.
       01 WS-BR-PATH            PIC X(220) VALUE SPACES.
       01 WS-PATH-IN            PIC X(220) VALUE SPACES.
       01 WS-BR-STATUS          PIC XX VALUE '00'.
       01 WS-BR-FD-NAME         PIC X(30) VALUE SPACES.
       01 WS-BR-KEY-NAME        PIC X(30) VALUE SPACES.
       01 WS-BR-KEY-I           PIC 9(3) COMP VALUE ZERO.
       01 WS-BR-GOT             PIC X VALUE 'N'.
       01 WS-BR-RECNO           PIC 9(9) COMP VALUE ZERO.
       01 WS-BR-SAVED-RECNO     PIC 9(9) COMP VALUE ZERO.
       01 WS-TARGET             PIC 9(9) COMP VALUE ZERO.
       01 WS-BR-RECORD          PIC X(1000) VALUE SPACES.
       01 WS-BR-SAVED           PIC X(1000) VALUE SPACES.
       01 WS-BR-KEY-BUFFER      PIC X(1000) VALUE SPACES.
       01 WS-BR-VIEW            PIC 9(2) VALUE 1.
       01 WS-BROWSE-DONE        PIC X VALUE 'N'.
       01 WS-BROWSE-CMD         PIC X VALUE SPACE.

      *> The layout as read from the copybook.  Each 01 is a view of
      *> the record (the CDC extract has three); FLD-DEPTH is how
      *> far a field sits inside its groups:
       01 WS-VIEW-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-FLD-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 150 TIMES.
               10 WS-FLD-VIEW        PIC 9(2).
               10 WS-FLD-LEVEL       PIC 9(2).
               10 WS-FLD-DEPTH       PIC 9(2).
               10 WS-FLD-NAME        PIC X(30).
               10 WS-FLD-PIC         PIC X(30).
               10 WS-FLD-OFF         PIC 9(4).
               10 WS-FLD-LEN         PIC 9(4).
               10 WS-FLD-GROUP       PIC X.
               10 WS-FLD-NUMERIC     PIC X.
               10 WS-FLD-DEC         PIC 9(2).
       01 WS-FLD-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-C88-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-C88-TABLE.
           05 WS-C88-ENTRY OCCURS 200 TIMES.
               10 WS-C88-FLD         PIC 9(3) COMP.
               10 WS-C88-NAME        PIC X(30).
               10 WS-C88-VALUE       PIC X(30).
       01 WS-C88-I              PIC 9(3) COMP VALUE ZERO.

      *> Copybook parsing:
       01 WS-CB-TEXT            PIC X(66) VALUE SPACES.
       01 WS-TOK-TABLE.
           05 WS-TOK OCCURS 8 TIMES PIC X(40).
       01 WS-TOK-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-LEVEL              PIC 9(2) VALUE ZERO.
       01 WS-PARSE-NAME         PIC X(30) VALUE SPACES.
       01 WS-PARSE-PIC          PIC X(30) VALUE SPACES.
       01 WS-PARSE-REDEF        PIC X(30) VALUE SPACES.
       01 WS-PARSE-POS          PIC 9(4) VALUE 1.
       01 WS-OPEN-USED          PIC 9(2) COMP VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 20 TIMES.
               10 WS-OPEN-FLD        PIC 9(3) COMP.
               10 WS-OPEN-LEVEL      PIC 9(2).
       01 WS-PIC-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-PIC-CHAR           PIC X VALUE SPACE.
       01 WS-PIC-DIGIT          PIC 9 VALUE ZERO.
       01 WS-PIC-REPEAT         PIC 9(4) VALUE ZERO.
       01 WS-PIC-LEN            PIC 9(4) VALUE ZERO.
       01 WS-PIC-DEC            PIC 9(2) VALUE ZERO.
       01 WS-PIC-AFTER-V        PIC X VALUE 'N'.

      *> Keyed positioning:
       01 WS-KEY-OFF            PIC 9(4) VALUE ZERO.
       01 WS-KEY-END            PIC 9(4) VALUE ZERO.
       01 WS-KEY-STOP           PIC X VALUE 'N'.
       01 WS-KEY-IN             PIC X(60) VALUE SPACES.
       01 WS-KEY-NUM            PIC 9(18) VALUE ZERO.
       01 WS-KEY-NUM-X REDEFINES WS-KEY-NUM PIC X(18).

      *> Find:
       01 WS-FIND-NAME          PIC X(30) VALUE SPACES.
       01 WS-NAME-IN            PIC X(30) VALUE SPACES.
       01 WS-FIND-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-FIND-VALUE         PIC X(60) VALUE SPACES.
       01 WS-FIND-LEN           PIC 9(3) COMP VALUE ZERO.
       01 WS-FIND-MODE          PIC X VALUE 'T'.
       01 WS-FIND-NUM           PIC S9(13)V9(5) VALUE ZERO.
       01 WS-FIELD-NUM          PIC S9(13)V9(5) VALUE ZERO.
       01 WS-FIND-FIELD         PIC X(400) VALUE SPACES.
       01 WS-HITS               PIC 9(5) COMP VALUE ZERO.
       01 WS-MATCHED            PIC X VALUE 'N'.
       01 WS-SCANNED            PIC 9(9) COMP VALUE ZERO.

      *> One field as shown:
       01 WS-SHOW-LINE          PIC X(80) VALUE SPACES.
       01 WS-OFF-ED             PIC Z(5)9.
       01 WS-LEN-ED             PIC ZZZ9.
       01 WS-INDENT             PIC 9(2) COMP VALUE ZERO.
       01 WS-VALUE-TEXT         PIC X(400) VALUE SPACES.
       01 WS-VALUE-OFF          PIC 9(4) VALUE ZERO.
       01 WS-VALUE-LEN          PIC 9(4) VALUE ZERO.
       01 WS-CHUNK-POS          PIC 9(4) VALUE ZERO.
       01 WS-CHUNK-LEN          PIC 9(4) VALUE ZERO.
       01 WS-ODD-BYTES          PIC 9(4) VALUE ZERO.
       01 WS-BYTE-I             PIC 9(4) VALUE ZERO.
       01 WS-BYTE-ORD           PIC 9(3) VALUE ZERO.
       01 WS-HEX-DIGITS         PIC X(16) VALUE '0123456789ABCDEF'.
       01 WS-HEX-TEXT           PIC X(40) VALUE SPACES.
       01 WS-HEX-PTR            PIC 9(3) COMP VALUE 1.
       01 WS-NOTE-TEXT          PIC X(80) VALUE SPACES.
       01 WS-NOTE-PTR           PIC 9(3) COMP VALUE 1.
       01 WS-HAS-88             PIC X VALUE 'N'.
       01 WS-HIT-88             PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-SDF-PATH = SPACES
            MOVE '/home/profnagy/Desktop/cobol/MM-COBOL.SDF'
                TO WS-SDF-PATH
        END-IF.
        ACCEPT WS-COPYLIB-DIR FROM ENVIRONMENT "MM_COPYLIB_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-COPYLIB-DIR = SPACES
            MOVE '/home/profnagy/Desktop/cobol/GnuCOBOL'
                TO WS-COPYLIB-DIR
        END-IF.

        DISPLAY "Mighty Maxims - Record Browser (read only)"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "File (copybook name, e.g. RATE for MM-RATE-RAW;"
                    " blank = list, Q = quit):"
            MOVE SPACES TO WS-BR-CODE
            ACCEPT WS-BR-CODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-BR-CODE) TO WS-BR-CODE
            IF WS-BR-CODE (1:3) = 'MM-'
                MOVE WS-BR-CODE (4:7) TO WS-CODE-WORK
                MOVE WS-CODE-WORK TO WS-BR-CODE
            END-IF
            MOVE SPACES TO WS-CODE-WORK
            UNSTRING WS-BR-CODE DELIMITED BY '-RAW' OR '.'
                INTO WS-CODE-WORK
            END-UNSTRING
            MOVE WS-CODE-WORK TO WS-BR-CODE
            EVALUATE WS-BR-CODE
                WHEN SPACES
                    PERFORM 1000-LIST-THE-FILES
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    PERFORM 2000-BROWSE-A-FILE
            END-EVALUATE
        END-PERFORM.

        STOP RUN.

       1000-LIST-THE-FILES.
            DISPLAY "Indexed - positioned by key:".
            DISPLAY "  SDF    MM-COBOL.SDF, the quote file".
            DISPLAY "  ATTR   .ATTR attribution status".
            DISPLAY "  AUTH   author master".
            DISPLAY "  CAT    category master".
            DISPLAY "  COLL   .COLL collection master".
            DISPLAY "  COLM   .COLM collection members".
            DISPLAY "  DICT   house dictionary".
            DISPLAY "  FBH    .FBHOLD complaint holds".
            DISPLAY "  KWX    .KWX keyword index".
            DISPLAY "  LIFE   .LIFE publication windows".
            DISPLAY "  LINK   .LINKS related quotes".
            DISPLAY "  OVF    .OVF long-maxim continuation segments".
            DISPLAY "  PEND   .PENDING review queue".
            DISPLAY "  PLAN   .PLAN daily plan".
            DISPLAY "  RATE   .RATINGS operator ratings".
            DISPLAY "  ROY    .ROYRATE royalty rates".
            DISPLAY "  RVSH   .SHEETREG review sheet register".
            DISPLAY "  SRC    source master".
            DISPLAY "  USAGE  .USAGE serve counts".
            DISPLAY "  XLT    .XLT translations".
            DISPLAY "Sequential - positioned by record number:".
            DISPLAY "  ARC    .ARCHIVE deleted-quote archive".
            DISPLAY "  CDC    warehouse change-data-capture extract".
            DISPLAY "  FBK    .FEEDBACK reader feedback".
            DISPLAY "  JNL    .JNL update journal".
            DISPLAY "  PUB    .PUBLOG publication ledger".
            DISPLAY "  RPTCAT report catalog".
            DISPLAY "  RUNHIST batch run history".
            DISPLAY "  SVCLOG request server service log".

      *> Where each file lives, the way the programs that own it
      *> find it:
       2100-RESOLVE-THE-FILE.
            MOVE 'I' TO WS-BR-ORG.
            MOVE SPACES TO WS-BR-PATH WS-BR-KEY-NAME.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    MOVE WS-SDF-PATH TO WS-BR-PATH
                    MOVE 'Q-ID' TO WS-BR-KEY-NAME
                WHEN 'ATTR'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'AT-ID' TO WS-BR-KEY-NAME
                WHEN 'AUTH'
                    ACCEPT WS-AUTH-PATH FROM ENVIRONMENT
                        "MM_AUTH_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-AUTH-PATH = SPACES
                        MOVE
                          '/home/profnagy/Desktop/cobol/MM-AUTHORS.SDF'
                            TO WS-AUTH-PATH
                    END-IF
                    MOVE WS-AUTH-PATH TO WS-BR-PATH
                    MOVE 'AU-NAME' TO WS-BR-KEY-NAME
                WHEN 'CAT'
                    ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-CAT-PATH = SPACES
                        MOVE
                          '/home/profnagy/Desktop/cobol/MM-CATEGORY.SDF'
                            TO WS-CAT-PATH
                    END-IF
                    MOVE WS-CAT-PATH TO WS-BR-PATH
                    MOVE 'CAT-CODE' TO WS-BR-KEY-NAME
                WHEN 'COLL'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".COLL"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'CO-CODE' TO WS-BR-KEY-NAME
                WHEN 'COLM'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'CM-KEY' TO WS-BR-KEY-NAME
                WHEN 'DICT'
                    ACCEPT WS-DICT-PATH FROM ENVIRONMENT
                        "MM_DICT_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-DICT-PATH = SPACES
                        MOVE
                        '/home/profnagy/Desktop/cobol/MM-DICTIONARY.SDF'
                            TO WS-DICT-PATH
                    END-IF
                    MOVE WS-DICT-PATH TO WS-BR-PATH
                    MOVE 'DW-WORD' TO WS-BR-KEY-NAME
                WHEN 'FBH'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'FH-ID' TO WS-BR-KEY-NAME
                WHEN 'KWX'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".KWX"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'KWX-KEY' TO WS-BR-KEY-NAME
                WHEN 'LIFE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".LIFE"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'LF-ID' TO WS-BR-KEY-NAME
                WHEN 'LINK'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".LINKS"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'LN-KEY' TO WS-BR-KEY-NAME
                WHEN 'OVF'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".OVF"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'OV-KEY' TO WS-BR-KEY-NAME
                WHEN 'PEND'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PENDING"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'P-SEQ' TO WS-BR-KEY-NAME
                WHEN 'PLAN'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PLAN"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'PN-DATE' TO WS-BR-KEY-NAME
                WHEN 'RATE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".RATINGS"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'RT-KEY' TO WS-BR-KEY-NAME
                WHEN 'RVSH'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".SHEETREG"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'RS-SEQ' TO WS-BR-KEY-NAME
                WHEN 'ROY'
                WHEN 'SRC'
                    ACCEPT WS-SRC-PATH FROM ENVIRONMENT "MM_SRC_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-SRC-PATH = SPACES
                        MOVE
                          '/home/profnagy/Desktop/cobol/MM-SOURCES.SDF'
                            TO WS-SRC-PATH
                    END-IF
                    IF WS-BR-CODE = 'ROY'
                        STRING FUNCTION TRIM(WS-SRC-PATH) ".ROYRATE"
                            DELIMITED BY SIZE INTO WS-BR-PATH
                        MOVE 'RY-TITLE' TO WS-BR-KEY-NAME
                    ELSE
                        MOVE WS-SRC-PATH TO WS-BR-PATH
                        MOVE 'SRC-TITLE' TO WS-BR-KEY-NAME
                    END-IF
                WHEN 'USAGE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".USAGE"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'U-ID' TO WS-BR-KEY-NAME
                WHEN 'XLT'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".XLT"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                    MOVE 'XLT-KEY' TO WS-BR-KEY-NAME
                WHEN 'ARC'
                    MOVE 'L' TO WS-BR-ORG
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".ARCHIVE"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                WHEN 'FBK'
                    MOVE 'L' TO WS-BR-ORG
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".FEEDBACK"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                WHEN 'JNL'
                    MOVE 'L' TO WS-BR-ORG
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                WHEN 'PUB'
                    MOVE 'L' TO WS-BR-ORG
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PUBLOG"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                WHEN 'RPTCAT'
                    MOVE 'L' TO WS-BR-ORG
                    ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT
                        "MM_RPTCAT_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-RPTCAT-PATH = SPACES
                        MOVE
                          '/home/profnagy/Desktop/cobol/MM-RPTCAT.DAT'
                            TO WS-RPTCAT-PATH
                    END-IF
                    MOVE WS-RPTCAT-PATH TO WS-BR-PATH
                WHEN 'RUNHIST'
                    MOVE 'L' TO WS-BR-ORG
                    ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT
                        "MM_RUNHIST_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-RUNHIST-PATH = SPACES
                        MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
                    END-IF
                    MOVE WS-RUNHIST-PATH TO WS-BR-PATH
                WHEN 'SVCLOG'
                    MOVE 'L' TO WS-BR-ORG
                    ACCEPT WS-SVCLOG-PATH FROM ENVIRONMENT
                        "MM_SVCLOG_PATH"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-SVCLOG-PATH = SPACES
                        MOVE 'MM-SVCLOG.DAT' TO WS-SVCLOG-PATH
                    END-IF
                    MOVE WS-SVCLOG-PATH TO WS-BR-PATH
      *> Extracts are numbered; the first is offered, the operator
      *> names the one wanted:
                WHEN 'CDC'
                    MOVE 'S' TO WS-BR-ORG
                    ACCEPT WS-CDC-DIR FROM ENVIRONMENT "MM_CDC_DIR"
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-CDC-DIR = SPACES
                        MOVE 'warehouse' TO WS-CDC-DIR
                    END-IF
                    STRING FUNCTION TRIM(WS-CDC-DIR) "/QCDC.000001"
                        DELIMITED BY SIZE INTO WS-BR-PATH
                WHEN OTHER
                    MOVE SPACE TO WS-BR-ORG
            END-EVALUATE.

      *> Looks at the layout stamp without writing one - a support
      *> session browses a mismatched file all the same, but knows
      *> the field names may not line up with the bytes:
       2200-CHECK-THE-STAMP.
            MOVE ZERO TO WS-LAYCHK-VERSION.
            PERFORM VARYING WS-LAYCHK-I FROM 1 BY 1
                UNTIL WS-LAYCHK-I > WS-LAYVER-COUNT
                IF WS-LAYVER-CODE (WS-LAYCHK-I) = WS-BR-CODE
                    MOVE WS-LAYVER-VERSION (WS-LAYCHK-I)
                        TO WS-LAYCHK-VERSION
                END-IF
            END-PERFORM.
            IF WS-LAYCHK-VERSION = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'R' TO WS-LAYCHK-MODE.
            MOVE 'Q_BROWSE' TO WS-LAYCHK-PROGRAM.
            MOVE WS-BR-CODE TO WS-LAYCHK-CODE.
            MOVE WS-BR-PATH TO WS-LAYCHK-PATH.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.
            EVALUATE WS-LAYCHK-RESULT
                WHEN 'O'
                WHEN 'N'
                    DISPLAY "WARNING: the file is stamped layout "
                            "version " WS-LAYCHK-STAMPED ", the "
                            "copybook is version " WS-LAYCHK-VERSION
                            " - fields may not line up."
                WHEN 'X'
                    DISPLAY "WARNING: the file is stamped as a "
                            "different layout - check the path."
                WHEN 'U'
                    DISPLAY "(no layout stamp yet - taken as version "
                            WS-LAYCHK-VERSION ")"
            END-EVALUATE.

       2000-BROWSE-A-FILE.
            PERFORM 2100-RESOLVE-THE-FILE.
            IF WS-BR-ORG = SPACE
                DISPLAY "No file in the browser's list is laid out by "
                        "MM-" FUNCTION TRIM(WS-BR-CODE) "-RAW.cpy - "
                        "leave the name blank for the list."
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3000-READ-THE-LAYOUT.
            IF WS-FLD-USED = ZERO
                DISPLAY "No layout read from "
                        FUNCTION TRIM(WS-COPYBOOK-PATH) ", status "
                        WS-COPYBOOK-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-BR-KEY-I.
            IF WS-BR-ORG = 'I'
                MOVE WS-BR-KEY-NAME TO WS-FIND-NAME
                PERFORM 3500-FIND-A-FIELD
                MOVE WS-FOUND-I TO WS-BR-KEY-I
                IF WS-BR-KEY-I = ZERO
                    DISPLAY "WARNING: the key "
                            FUNCTION TRIM(WS-BR-KEY-NAME)
                            " is not in the copybook - no keyed "
                            "positioning."
                END-IF
            END-IF.
            MOVE SPACES TO WS-FIND-NAME.
            DISPLAY "File [" FUNCTION TRIM(WS-BR-PATH) "]:".
            MOVE SPACES TO WS-PATH-IN.
            ACCEPT WS-PATH-IN FROM CONSOLE.
            IF WS-PATH-IN NOT = SPACES
                MOVE WS-PATH-IN TO WS-BR-PATH
            END-IF.
            PERFORM 2200-CHECK-THE-STAMP.
            PERFORM 4000-OPEN-THE-FILE.
            IF WS-BR-STATUS NOT = '00'
                DISPLAY "Unable to open " FUNCTION TRIM(WS-BR-PATH)
                        ", status " WS-BR-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO WS-BR-VIEW.
            MOVE ZERO TO WS-BR-RECNO.
            PERFORM 4100-READ-NEXT.
            IF WS-BR-GOT = 'N'
                DISPLAY "The file is empty."
                PERFORM 4900-CLOSE-THE-FILE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6000-SHOW-THE-RECORD.
            MOVE 'N' TO WS-BROWSE-DONE.
            PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                IF WS-VIEW-COUNT > 1
                    DISPLAY "[N]ext [P]rev [T]op [K]ey [F]ind "
                            "[L]ayout [V]iew [Q]uit?"
                ELSE
                    DISPLAY "[N]ext [P]rev [T]op [K]ey [F]ind "
                            "[L]ayout [Q]uit?"
                END-IF
                MOVE SPACE TO WS-BROWSE-CMD
                ACCEPT WS-BROWSE-CMD FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-BROWSE-CMD)
                    TO WS-BROWSE-CMD
                EVALUATE WS-BROWSE-CMD
                    WHEN 'N'
                    WHEN SPACE
                        PERFORM 5100-STEP-FORWARD
                    WHEN 'P'
                        PERFORM 5200-STEP-BACK
                    WHEN 'T'
                        PERFORM 5300-BACK-TO-THE-TOP
                    WHEN 'K'
                        PERFORM 5400-POSITION-BY-KEY
                    WHEN 'F'
                        PERFORM 5500-FIND-A-VALUE
                    WHEN 'L'
                        PERFORM 6500-SHOW-THE-LAYOUT
                    WHEN 'V'
                        ADD 1 TO WS-BR-VIEW
                        IF WS-BR-VIEW > WS-VIEW-COUNT
                            MOVE 1 TO WS-BR-VIEW
                        END-IF
                        PERFORM 6000-SHOW-THE-RECORD
                    WHEN 'Q'
                        MOVE 'Y' TO WS-BROWSE-DONE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
            PERFORM 4900-CLOSE-THE-FILE.

      *> The layout, straight from the copybook: one entry per data
      *> description, offsets counted from 1, each group as long as
      *> what it holds.  88s are kept against the field above them:
       3000-READ-THE-LAYOUT.
            MOVE SPACES TO WS-COPYBOOK-PATH.
            STRING FUNCTION TRIM(WS-COPYLIB-DIR) "/MM-"
                FUNCTION TRIM(WS-BR-CODE) "-RAW.cpy"
                DELIMITED BY SIZE INTO WS-COPYBOOK-PATH.
            MOVE ZERO TO WS-FLD-USED WS-C88-USED WS-VIEW-COUNT
                         WS-OPEN-USED.
            MOVE 1 TO WS-PARSE-POS.
            MOVE SPACES TO WS-BR-FD-NAME.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT COPYBOOK-FILE.
            IF WS-COPYBOOK-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ COPYBOOK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 3100-PARSE-ONE-LINE
                END-READ
            END-PERFORM.
            CLOSE COPYBOOK-FILE.
            MOVE ZERO TO WS-LEVEL.
            PERFORM 3300-CLOSE-OPEN-GROUPS.

       3100-PARSE-ONE-LINE.
            IF WS-CB-RECORD (7:1) = '*' OR WS-CB-RECORD (7:1) = '/'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CB-RECORD (8:65) TO WS-CB-TEXT.
            MOVE FUNCTION TRIM(WS-CB-TEXT LEADING) TO WS-CB-TEXT.
            IF WS-CB-TEXT = SPACES OR WS-CB-TEXT (1:2) = '*>'
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-CB-TEXT) TO WS-CB-TEXT.
            INSPECT WS-CB-TEXT REPLACING ALL '. ' BY '  '.
            MOVE SPACES TO WS-TOK-TABLE.
            UNSTRING WS-CB-TEXT DELIMITED BY ALL SPACE
                INTO WS-TOK (1) WS-TOK (2) WS-TOK (3) WS-TOK (4)
                     WS-TOK (5) WS-TOK (6) WS-TOK (7) WS-TOK (8)
            END-UNSTRING.
            IF WS-TOK (1) = 'FD'
                MOVE WS-TOK (2) TO WS-BR-FD-NAME
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOK (1) (1:1) NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-TOK (1)) TO WS-LEVEL.
            IF WS-LEVEL = 88
                PERFORM 3200-NOTE-A-CONDITION
                EXIT PARAGRAPH
            END-IF.
            IF WS-LEVEL = 66 OR WS-LEVEL = 77 OR WS-FLD-USED >= 150
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-PARSE-PIC WS-PARSE-REDEF.
            MOVE WS-TOK (2) TO WS-PARSE-NAME.
            IF WS-PARSE-NAME = 'PIC' OR WS-PARSE-NAME = 'PICTURE'
                OR WS-PARSE-NAME = SPACES
                MOVE 'FILLER' TO WS-PARSE-NAME
            END-IF.
            PERFORM VARYING WS-TOK-I FROM 2 BY 1 UNTIL WS-TOK-I > 7
                EVALUATE WS-TOK (WS-TOK-I)
                    WHEN 'PIC'
                    WHEN 'PICTURE'
                        MOVE WS-TOK (WS-TOK-I + 1) TO WS-PARSE-PIC
                    WHEN 'REDEFINES'
                        MOVE WS-TOK (WS-TOK-I + 1) TO WS-PARSE-REDEF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
            PERFORM 3300-CLOSE-OPEN-GROUPS.
            IF WS-LEVEL = 1
                ADD 1 TO WS-VIEW-COUNT
                MOVE 1 TO WS-PARSE-POS
            ELSE
                IF WS-PARSE-REDEF NOT = SPACES
                    MOVE WS-PARSE-REDEF TO WS-FIND-NAME
                    PERFORM 3500-FIND-A-FIELD
                    IF WS-FOUND-I > ZERO
                        MOVE WS-FLD-OFF (WS-FOUND-I) TO WS-PARSE-POS
                    END-IF
                END-IF
            END-IF.
            IF WS-VIEW-COUNT = ZERO
                MOVE 1 TO WS-VIEW-COUNT
            END-IF.
            ADD 1 TO WS-FLD-USED.
            MOVE WS-VIEW-COUNT TO WS-FLD-VIEW (WS-FLD-USED).
            MOVE WS-LEVEL TO WS-FLD-LEVEL (WS-FLD-USED).
            MOVE WS-OPEN-USED TO WS-FLD-DEPTH (WS-FLD-USED).
            MOVE WS-PARSE-NAME TO WS-FLD-NAME (WS-FLD-USED).
            MOVE WS-PARSE-PIC TO WS-FLD-PIC (WS-FLD-USED).
            MOVE WS-PARSE-POS TO WS-FLD-OFF (WS-FLD-USED).
            MOVE 'N' TO WS-FLD-NUMERIC (WS-FLD-USED).
            MOVE ZERO TO WS-FLD-DEC (WS-FLD-USED)
                         WS-FLD-LEN (WS-FLD-USED).
            IF WS-PARSE-PIC = SPACES
                MOVE 'Y' TO WS-FLD-GROUP (WS-FLD-USED)
                IF WS-OPEN-USED < 20
                    ADD 1 TO WS-OPEN-USED
                    MOVE WS-FLD-USED TO WS-OPEN-FLD (WS-OPEN-USED)
                    MOVE WS-LEVEL TO WS-OPEN-LEVEL (WS-OPEN-USED)
                END-IF
            ELSE
                MOVE 'N' TO WS-FLD-GROUP (WS-FLD-USED)
                PERFORM 3400-MEASURE-THE-PICTURE
                MOVE WS-PIC-LEN TO WS-FLD-LEN (WS-FLD-USED)
                MOVE WS-PIC-DEC TO WS-FLD-DEC (WS-FLD-USED)
                ADD WS-PIC-LEN TO WS-PARSE-POS
            END-IF.

       3200-NOTE-A-CONDITION.
            IF WS-FLD-USED = ZERO OR WS-C88-USED >= 200
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-C88-USED.
            MOVE WS-FLD-USED TO WS-C88-FLD (WS-C88-USED).
            MOVE WS-TOK (2) TO WS-C88-NAME (WS-C88-USED).
            MOVE SPACES TO WS-C88-VALUE (WS-C88-USED).
            PERFORM VARYING WS-TOK-I FROM 3 BY 1 UNTIL WS-TOK-I > 7
                IF WS-TOK (WS-TOK-I) = 'VALUE'
                    OR WS-TOK (WS-TOK-I) = 'VALUES'
                    MOVE WS-TOK (WS-TOK-I + 1)
                        TO WS-C88-VALUE (WS-C88-USED)
                END-IF
            END-PERFORM.
            INSPECT WS-C88-VALUE (WS-C88-USED)
                REPLACING ALL "'" BY SPACE ALL '"' BY SPACE.
            MOVE FUNCTION TRIM(WS-C88-VALUE (WS-C88-USED))
                TO WS-C88-VALUE (WS-C88-USED).

      *> Every group still open at this level or deeper ends where
      *> the next item starts:
       3300-CLOSE-OPEN-GROUPS.
            PERFORM UNTIL WS-OPEN-USED = ZERO
                OR WS-OPEN-LEVEL (WS-OPEN-USED) < WS-LEVEL
                MOVE WS-OPEN-FLD (WS-OPEN-USED) TO WS-FLD-I
                COMPUTE WS-FLD-LEN (WS-FLD-I) =
                    WS-PARSE-POS - WS-FLD-OFF (WS-FLD-I)
                SUBTRACT 1 FROM WS-OPEN-USED
            END-PERFORM.

      *> Display usage only, which is all the MM-*-RAW layouts use:
      *> one byte a symbol, S and V none, (n) repeating the symbol
      *> before it:
       3400-MEASURE-THE-PICTURE.
            MOVE ZERO TO WS-PIC-LEN WS-PIC-DEC.
            MOVE 'N' TO WS-PIC-AFTER-V.
            IF WS-PARSE-PIC (1:1) = '9' OR WS-PARSE-PIC (1:1) = 'S'
                MOVE 'Y' TO WS-FLD-NUMERIC (WS-FLD-USED)
            END-IF.
            PERFORM VARYING WS-PIC-I FROM 1 BY 1
                UNTIL WS-PIC-I > 30
                OR WS-PARSE-PIC (WS-PIC-I:1) = SPACE
                MOVE WS-PARSE-PIC (WS-PIC-I:1) TO WS-PIC-CHAR
                EVALUATE WS-PIC-CHAR
                    WHEN '('
                        MOVE ZERO TO WS-PIC-REPEAT
                        ADD 1 TO WS-PIC-I
                        PERFORM UNTIL WS-PIC-I > 30
                            OR WS-PARSE-PIC (WS-PIC-I:1) = ')'
                            IF WS-PARSE-PIC (WS-PIC-I:1) NUMERIC
                                MOVE WS-PARSE-PIC (WS-PIC-I:1)
                                    TO WS-PIC-DIGIT
                                COMPUTE WS-PIC-REPEAT =
                                    WS-PIC-REPEAT * 10 + WS-PIC-DIGIT
                            END-IF
                            ADD 1 TO WS-PIC-I
                        END-PERFORM
                        IF WS-PIC-REPEAT > ZERO
                            COMPUTE WS-PIC-LEN =
                                WS-PIC-LEN + WS-PIC-REPEAT - 1
                            IF WS-PIC-AFTER-V = 'Y'
                                COMPUTE WS-PIC-DEC =
                                    WS-PIC-DEC + WS-PIC-REPEAT - 1
                            END-IF
                        END-IF
                    WHEN 'S'
                        CONTINUE
                    WHEN 'V'
                        MOVE 'Y' TO WS-PIC-AFTER-V
                    WHEN OTHER
                        ADD 1 TO WS-PIC-LEN
                        IF WS-PIC-AFTER-V = 'Y'
                            ADD 1 TO WS-PIC-DEC
                        END-IF
                END-EVALUATE
            END-PERFORM.

       3500-FIND-A-FIELD.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-FLD-I FROM 1 BY 1
                UNTIL WS-FLD-I > WS-FLD-USED OR WS-FOUND-I > ZERO
                IF WS-FLD-NAME (WS-FLD-I) = WS-FIND-NAME
                    MOVE WS-FLD-I TO WS-FOUND-I
                END-IF
            END-PERFORM.

      *> The file verbs, one branch per file.  Indexed files open
      *> INPUT with dynamic access; nothing is ever opened for
      *> output:
       4000-OPEN-THE-FILE.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    OPEN INPUT MM-COBOL-SDF-FILE
                WHEN 'ATTR'
                    OPEN INPUT ATTRIBUTION-FILE
                WHEN 'AUTH'
                    OPEN INPUT AUTHOR-MASTER-FILE
                WHEN 'CAT'
                    OPEN INPUT CATEGORY-MASTER-FILE
                WHEN 'COLL'
                    OPEN INPUT COLLECTION-MASTER-FILE
                WHEN 'COLM'
                    OPEN INPUT COLLECTION-MEMBER-FILE
                WHEN 'DICT'
                    OPEN INPUT HOUSE-DICTIONARY-FILE
                WHEN 'FBH'
                    OPEN INPUT FEEDBACK-HOLD-FILE
                WHEN 'KWX'
                    OPEN INPUT KEYWORD-INDEX-FILE
                WHEN 'LIFE'
                    OPEN INPUT LIFECYCLE-FILE
                WHEN 'LINK'
                    OPEN INPUT QUOTE-LINK-FILE
                WHEN 'OVF'
                    OPEN INPUT MAXIM-OVERFLOW-FILE
                WHEN 'PEND'
                    OPEN INPUT PENDING-QUEUE-FILE
                WHEN 'PLAN'
                    OPEN INPUT DAILY-PLAN-FILE
                WHEN 'RATE'
                    OPEN INPUT RATINGS-FILE
                WHEN 'ROY'
                    OPEN INPUT ROYALTY-RATE-FILE
                WHEN 'RVSH'
                    OPEN INPUT REVIEW-SHEET-FILE
                WHEN 'SRC'
                    OPEN INPUT SOURCE-MASTER-FILE
                WHEN 'USAGE'
                    OPEN INPUT USAGE-STATS-FILE
                WHEN 'XLT'
                    OPEN INPUT TRANSLATION-FILE
                WHEN 'CDC'
                    OPEN INPUT FIXED-RECORD-FILE
                WHEN OTHER
                    OPEN INPUT LINE-RECORD-FILE
            END-EVALUATE.

       4100-READ-NEXT.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    READ MM-COBOL-SDF-FILE NEXT RECORD
                WHEN 'ATTR'
                    READ ATTRIBUTION-FILE NEXT RECORD
                WHEN 'AUTH'
                    READ AUTHOR-MASTER-FILE NEXT RECORD
                WHEN 'CAT'
                    READ CATEGORY-MASTER-FILE NEXT RECORD
                WHEN 'COLL'
                    READ COLLECTION-MASTER-FILE NEXT RECORD
                WHEN 'COLM'
                    READ COLLECTION-MEMBER-FILE NEXT RECORD
                WHEN 'DICT'
                    READ HOUSE-DICTIONARY-FILE NEXT RECORD
                WHEN 'FBH'
                    READ FEEDBACK-HOLD-FILE NEXT RECORD
                WHEN 'KWX'
                    READ KEYWORD-INDEX-FILE NEXT RECORD
                WHEN 'LIFE'
                    READ LIFECYCLE-FILE NEXT RECORD
                WHEN 'LINK'
                    READ QUOTE-LINK-FILE NEXT RECORD
                WHEN 'OVF'
                    READ MAXIM-OVERFLOW-FILE NEXT RECORD
                WHEN 'PEND'
                    READ PENDING-QUEUE-FILE NEXT RECORD
                WHEN 'PLAN'
                    READ DAILY-PLAN-FILE NEXT RECORD
                WHEN 'RATE'
                    READ RATINGS-FILE NEXT RECORD
                WHEN 'ROY'
                    READ ROYALTY-RATE-FILE NEXT RECORD
                WHEN 'RVSH'
                    READ REVIEW-SHEET-FILE NEXT RECORD
                WHEN 'SRC'
                    READ SOURCE-MASTER-FILE NEXT RECORD
                WHEN 'USAGE'
                    READ USAGE-STATS-FILE NEXT RECORD
                WHEN 'XLT'
                    READ TRANSLATION-FILE NEXT RECORD
                WHEN 'CDC'
                    READ FIXED-RECORD-FILE
                WHEN OTHER
                    READ LINE-RECORD-FILE
            END-EVALUATE.
            IF WS-BR-STATUS (1:1) = '0'
                PERFORM 4800-TAKE-THE-RECORD
                MOVE 'Y' TO WS-BR-GOT
                ADD 1 TO WS-BR-RECNO
            ELSE
                MOVE 'N' TO WS-BR-GOT
            END-IF.

       4200-READ-PREVIOUS.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    READ MM-COBOL-SDF-FILE PREVIOUS RECORD
                WHEN 'ATTR'
                    READ ATTRIBUTION-FILE PREVIOUS RECORD
                WHEN 'AUTH'
                    READ AUTHOR-MASTER-FILE PREVIOUS RECORD
                WHEN 'CAT'
                    READ CATEGORY-MASTER-FILE PREVIOUS RECORD
                WHEN 'COLL'
                    READ COLLECTION-MASTER-FILE PREVIOUS RECORD
                WHEN 'COLM'
                    READ COLLECTION-MEMBER-FILE PREVIOUS RECORD
                WHEN 'DICT'
                    READ HOUSE-DICTIONARY-FILE PREVIOUS RECORD
                WHEN 'FBH'
                    READ FEEDBACK-HOLD-FILE PREVIOUS RECORD
                WHEN 'KWX'
                    READ KEYWORD-INDEX-FILE PREVIOUS RECORD
                WHEN 'LIFE'
                    READ LIFECYCLE-FILE PREVIOUS RECORD
                WHEN 'LINK'
                    READ QUOTE-LINK-FILE PREVIOUS RECORD
                WHEN 'OVF'
                    READ MAXIM-OVERFLOW-FILE PREVIOUS RECORD
                WHEN 'PEND'
                    READ PENDING-QUEUE-FILE PREVIOUS RECORD
                WHEN 'PLAN'
                    READ DAILY-PLAN-FILE PREVIOUS RECORD
                WHEN 'RATE'
                    READ RATINGS-FILE PREVIOUS RECORD
                WHEN 'ROY'
                    READ ROYALTY-RATE-FILE PREVIOUS RECORD
                WHEN 'RVSH'
                    READ REVIEW-SHEET-FILE PREVIOUS RECORD
                WHEN 'SRC'
                    READ SOURCE-MASTER-FILE PREVIOUS RECORD
                WHEN 'USAGE'
                    READ USAGE-STATS-FILE PREVIOUS RECORD
                WHEN 'XLT'
                    READ TRANSLATION-FILE PREVIOUS RECORD
            END-EVALUATE.
            IF WS-BR-STATUS (1:1) = '0'
                PERFORM 4800-TAKE-THE-RECORD
                MOVE 'Y' TO WS-BR-GOT
            ELSE
                MOVE 'N' TO WS-BR-GOT
            END-IF.

      *> Positions an indexed file at the first record whose key is
      *> not less than the key laid out in WS-BR-KEY-BUFFER, and
      *> reads it:
       4300-START-AT-KEY.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    MOVE WS-BR-KEY-BUFFER TO Q-DATA-RAW
                    START MM-COBOL-SDF-FILE KEY IS >= Q-ID
                WHEN 'ATTR'
                    MOVE WS-BR-KEY-BUFFER TO AT-DATA-RAW
                    START ATTRIBUTION-FILE KEY IS >= AT-ID
                WHEN 'AUTH'
                    MOVE WS-BR-KEY-BUFFER TO AU-DATA-RAW
                    START AUTHOR-MASTER-FILE KEY IS >= AU-NAME
                WHEN 'CAT'
                    MOVE WS-BR-KEY-BUFFER TO CAT-DATA-RAW
                    START CATEGORY-MASTER-FILE KEY IS >= CAT-CODE
                WHEN 'COLL'
                    MOVE WS-BR-KEY-BUFFER TO CO-DATA-RAW
                    START COLLECTION-MASTER-FILE KEY IS >= CO-CODE
                WHEN 'COLM'
                    MOVE WS-BR-KEY-BUFFER TO CM-DATA-RAW
                    START COLLECTION-MEMBER-FILE KEY IS >= CM-KEY
                WHEN 'DICT'
                    MOVE WS-BR-KEY-BUFFER TO DW-DATA-RAW
                    START HOUSE-DICTIONARY-FILE KEY IS >= DW-WORD
                WHEN 'FBH'
                    MOVE WS-BR-KEY-BUFFER TO FH-DATA-RAW
                    START FEEDBACK-HOLD-FILE KEY IS >= FH-ID
                WHEN 'KWX'
                    MOVE WS-BR-KEY-BUFFER TO KWX-DATA-RAW
                    START KEYWORD-INDEX-FILE KEY IS >= KWX-KEY
                WHEN 'LIFE'
                    MOVE WS-BR-KEY-BUFFER TO LF-DATA-RAW
                    START LIFECYCLE-FILE KEY IS >= LF-ID
                WHEN 'LINK'
                    MOVE WS-BR-KEY-BUFFER TO LN-DATA-RAW
                    START QUOTE-LINK-FILE KEY IS >= LN-KEY
                WHEN 'OVF'
                    MOVE WS-BR-KEY-BUFFER TO OV-DATA-RAW
                    START MAXIM-OVERFLOW-FILE KEY IS >= OV-KEY
                WHEN 'PEND'
                    MOVE WS-BR-KEY-BUFFER TO P-DATA-RAW
                    START PENDING-QUEUE-FILE KEY IS >= P-SEQ
                WHEN 'PLAN'
                    MOVE WS-BR-KEY-BUFFER TO PN-DATA-RAW
                    START DAILY-PLAN-FILE KEY IS >= PN-DATE
                WHEN 'RATE'
                    MOVE WS-BR-KEY-BUFFER TO RT-DATA-RAW
                    START RATINGS-FILE KEY IS >= RT-KEY
                WHEN 'ROY'
                    MOVE WS-BR-KEY-BUFFER TO RY-DATA-RAW
                    START ROYALTY-RATE-FILE KEY IS >= RY-TITLE
                WHEN 'RVSH'
                    MOVE WS-BR-KEY-BUFFER TO RS-DATA-RAW
                    START REVIEW-SHEET-FILE KEY IS >= RS-SEQ
                WHEN 'SRC'
                    MOVE WS-BR-KEY-BUFFER TO SRC-DATA-RAW
                    START SOURCE-MASTER-FILE KEY IS >= SRC-TITLE
                WHEN 'USAGE'
                    MOVE WS-BR-KEY-BUFFER TO U-DATA-RAW
                    START USAGE-STATS-FILE KEY IS >= U-ID
                WHEN 'XLT'
                    MOVE WS-BR-KEY-BUFFER TO XLT-DATA-RAW
                    START TRANSLATION-FILE KEY IS >= XLT-KEY
            END-EVALUATE.
            IF WS-BR-STATUS = '00'
                PERFORM 4100-READ-NEXT
            ELSE
                MOVE 'N' TO WS-BR-GOT
            END-IF.

      *> A sequential file goes back by reading forward again from
      *> the top:
       4700-SKIP-TO-RECORD.
            PERFORM 4900-CLOSE-THE-FILE.
            PERFORM 4000-OPEN-THE-FILE.
            MOVE ZERO TO WS-BR-RECNO.
            MOVE 'Y' TO WS-BR-GOT.
            PERFORM UNTIL WS-BR-RECNO >= WS-TARGET OR WS-BR-GOT = 'N'
                PERFORM 4100-READ-NEXT
            END-PERFORM.

       4800-TAKE-THE-RECORD.
            MOVE SPACES TO WS-BR-RECORD.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    MOVE Q-DATA-RAW TO WS-BR-RECORD
                WHEN 'ATTR'
                    MOVE AT-DATA-RAW TO WS-BR-RECORD
                WHEN 'AUTH'
                    MOVE AU-DATA-RAW TO WS-BR-RECORD
                WHEN 'CAT'
                    MOVE CAT-DATA-RAW TO WS-BR-RECORD
                WHEN 'COLL'
                    MOVE CO-DATA-RAW TO WS-BR-RECORD
                WHEN 'COLM'
                    MOVE CM-DATA-RAW TO WS-BR-RECORD
                WHEN 'DICT'
                    MOVE DW-DATA-RAW TO WS-BR-RECORD
                WHEN 'FBH'
                    MOVE FH-DATA-RAW TO WS-BR-RECORD
                WHEN 'KWX'
                    MOVE KWX-DATA-RAW TO WS-BR-RECORD
                WHEN 'LIFE'
                    MOVE LF-DATA-RAW TO WS-BR-RECORD
                WHEN 'LINK'
                    MOVE LN-DATA-RAW TO WS-BR-RECORD
                WHEN 'OVF'
                    MOVE OV-DATA-RAW TO WS-BR-RECORD
                WHEN 'PEND'
                    MOVE P-DATA-RAW TO WS-BR-RECORD
                WHEN 'PLAN'
                    MOVE PN-DATA-RAW TO WS-BR-RECORD
                WHEN 'RATE'
                    MOVE RT-DATA-RAW TO WS-BR-RECORD
                WHEN 'ROY'
                    MOVE RY-DATA-RAW TO WS-BR-RECORD
                WHEN 'RVSH'
                    MOVE RS-DATA-RAW TO WS-BR-RECORD
                WHEN 'SRC'
                    MOVE SRC-DATA-RAW TO WS-BR-RECORD
                WHEN 'USAGE'
                    MOVE U-DATA-RAW TO WS-BR-RECORD
                WHEN 'XLT'
                    MOVE XLT-DATA-RAW TO WS-BR-RECORD
                WHEN 'CDC'
                    MOVE FIXED-RECORD TO WS-BR-RECORD
                WHEN OTHER
                    MOVE LINE-RECORD TO WS-BR-RECORD
            END-EVALUATE.

       4900-CLOSE-THE-FILE.
            EVALUATE WS-BR-CODE
                WHEN 'SDF'
                    CLOSE MM-COBOL-SDF-FILE
                WHEN 'ATTR'
                    CLOSE ATTRIBUTION-FILE
                WHEN 'AUTH'
                    CLOSE AUTHOR-MASTER-FILE
                WHEN 'CAT'
                    CLOSE CATEGORY-MASTER-FILE
                WHEN 'COLL'
                    CLOSE COLLECTION-MASTER-FILE
                WHEN 'COLM'
                    CLOSE COLLECTION-MEMBER-FILE
                WHEN 'DICT'
                    CLOSE HOUSE-DICTIONARY-FILE
                WHEN 'FBH'
                    CLOSE FEEDBACK-HOLD-FILE
                WHEN 'KWX'
                    CLOSE KEYWORD-INDEX-FILE
                WHEN 'LIFE'
                    CLOSE LIFECYCLE-FILE
                WHEN 'LINK'
                    CLOSE QUOTE-LINK-FILE
                WHEN 'OVF'
                    CLOSE MAXIM-OVERFLOW-FILE
                WHEN 'PEND'
                    CLOSE PENDING-QUEUE-FILE
                WHEN 'PLAN'
                    CLOSE DAILY-PLAN-FILE
                WHEN 'RATE'
                    CLOSE RATINGS-FILE
                WHEN 'ROY'
                    CLOSE ROYALTY-RATE-FILE
                WHEN 'RVSH'
                    CLOSE REVIEW-SHEET-FILE
                WHEN 'SRC'
                    CLOSE SOURCE-MASTER-FILE
                WHEN 'USAGE'
                    CLOSE USAGE-STATS-FILE
                WHEN 'XLT'
                    CLOSE TRANSLATION-FILE
                WHEN 'CDC'
                    CLOSE FIXED-RECORD-FILE
                WHEN OTHER
                    CLOSE LINE-RECORD-FILE
            END-EVALUATE.

       5100-STEP-FORWARD.
            PERFORM 4100-READ-NEXT.
            IF WS-BR-GOT = 'Y'
                PERFORM 6000-SHOW-THE-RECORD
            ELSE
                DISPLAY "(end of file)"
                IF WS-BR-ORG = 'I'
                    MOVE WS-BR-RECORD TO WS-BR-KEY-BUFFER
                    PERFORM 4300-START-AT-KEY
                END-IF
            END-IF.

       5200-STEP-BACK.
            MOVE WS-BR-RECORD TO WS-BR-SAVED.
            MOVE WS-BR-RECNO TO WS-BR-SAVED-RECNO.
            IF WS-BR-ORG = 'I'
                PERFORM 4200-READ-PREVIOUS
            ELSE
                IF WS-BR-RECNO <= 1
                    MOVE 'N' TO WS-BR-GOT
                ELSE
                    COMPUTE WS-TARGET = WS-BR-RECNO - 1
                    PERFORM 4700-SKIP-TO-RECORD
                END-IF
            END-IF.
            IF WS-BR-GOT = 'Y'
                PERFORM 6000-SHOW-THE-RECORD
            ELSE
                DISPLAY "(start of file)"
                PERFORM 5900-RETURN-TO-SAVED
            END-IF.

       5300-BACK-TO-THE-TOP.
            MOVE WS-BR-RECORD TO WS-BR-SAVED.
            MOVE WS-BR-RECNO TO WS-BR-SAVED-RECNO.
            IF WS-BR-ORG = 'I'
                MOVE LOW-VALUES TO WS-BR-KEY-BUFFER
                PERFORM 4300-START-AT-KEY
            ELSE
                MOVE 1 TO WS-TARGET
                PERFORM 4700-SKIP-TO-RECORD
            END-IF.
            IF WS-BR-GOT = 'Y'
                PERFORM 6000-SHOW-THE-RECORD
            ELSE
                PERFORM 5900-RETURN-TO-SAVED
            END-IF.

      *> An indexed file asks for the key a part at a time; a part
      *> left blank, and every part after it, starts from the
      *> lowest value, so a quote ID alone finds that quote's first
      *> rating.  A sequential file asks for a record number:
       5400-POSITION-BY-KEY.
            MOVE WS-BR-RECORD TO WS-BR-SAVED.
            MOVE WS-BR-RECNO TO WS-BR-SAVED-RECNO.
            IF WS-BR-ORG NOT = 'I'
                DISPLAY "Record number:"
                MOVE SPACES TO WS-KEY-IN
                ACCEPT WS-KEY-IN FROM CONSOLE
                IF WS-KEY-IN = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-KEY-IN) NOT = ZERO
                    DISPLAY "Not a record number."
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(WS-KEY-IN) TO WS-TARGET
                IF WS-TARGET < 1
                    MOVE 1 TO WS-TARGET
                END-IF
                PERFORM 4700-SKIP-TO-RECORD
                IF WS-BR-GOT = 'Y'
                    PERFORM 6000-SHOW-THE-RECORD
                ELSE
                    MOVE WS-BR-RECNO TO WS-NUM-ED
                    DISPLAY "The file has only "
                            FUNCTION TRIM(WS-NUM-ED) " record(s)."
                    PERFORM 5900-RETURN-TO-SAVED
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-BR-KEY-I = ZERO
                DISPLAY "No key in the layout to position by."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FLD-OFF (WS-BR-KEY-I) TO WS-KEY-OFF.
            COMPUTE WS-KEY-END = WS-KEY-OFF + WS-FLD-LEN (WS-BR-KEY-I)
                                 - 1.
            MOVE LOW-VALUES TO WS-BR-KEY-BUFFER.
            MOVE 'N' TO WS-KEY-STOP.
            DISPLAY "Key " FUNCTION TRIM(WS-BR-KEY-NAME)
                    " - leave a part blank to start from its lowest:".
            PERFORM VARYING WS-FLD-I FROM 1 BY 1
                UNTIL WS-FLD-I > WS-FLD-USED OR WS-KEY-STOP NOT = 'N'
                IF WS-FLD-VIEW (WS-FLD-I) = WS-FLD-VIEW (WS-BR-KEY-I)
                    AND WS-FLD-GROUP (WS-FLD-I) = 'N'
                    AND WS-FLD-OFF (WS-FLD-I) >= WS-KEY-OFF
                    AND WS-FLD-OFF (WS-FLD-I) <= WS-KEY-END
                    PERFORM 5450-TAKE-A-KEY-PART
                END-IF
            END-PERFORM.
            IF WS-KEY-STOP = 'X'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4300-START-AT-KEY.
            IF WS-BR-GOT = 'Y'
                PERFORM 6000-SHOW-THE-RECORD
            ELSE
                DISPLAY "No record at or after that key."
                PERFORM 5900-RETURN-TO-SAVED
            END-IF.

       5450-TAKE-A-KEY-PART.
            MOVE WS-FLD-OFF (WS-FLD-I) TO WS-VALUE-OFF.
            MOVE WS-FLD-LEN (WS-FLD-I) TO WS-VALUE-LEN.
            DISPLAY "  " FUNCTION TRIM(WS-FLD-NAME (WS-FLD-I))
                    " (PIC " FUNCTION TRIM(WS-FLD-PIC (WS-FLD-I))
                    "):".
            MOVE SPACES TO WS-KEY-IN.
            ACCEPT WS-KEY-IN FROM CONSOLE.
            IF WS-KEY-IN = SPACES
                MOVE 'Y' TO WS-KEY-STOP
                EXIT PARAGRAPH
            END-IF.
            IF WS-FLD-NUMERIC (WS-FLD-I) = 'Y'
                IF FUNCTION TEST-NUMVAL(WS-KEY-IN) NOT = ZERO
                    DISPLAY "Not a number: " FUNCTION TRIM(WS-KEY-IN)
                    MOVE 'X' TO WS-KEY-STOP
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(WS-KEY-IN) TO WS-KEY-NUM
                MOVE WS-KEY-NUM-X (19 - WS-VALUE-LEN:WS-VALUE-LEN)
                    TO WS-BR-KEY-BUFFER (WS-VALUE-OFF:WS-VALUE-LEN)
            ELSE
                MOVE WS-KEY-IN
                    TO WS-BR-KEY-BUFFER (WS-VALUE-OFF:WS-VALUE-LEN)
            END-IF.

      *> Searches forward from the record after this one.  Text
      *> matches anywhere in the field, any case; a number field
      *> matches the number, so 42 finds 000000042:
       5500-FIND-A-VALUE.
            IF WS-FIND-NAME = SPACES
                DISPLAY "Field to search:"
            ELSE
                DISPLAY "Field to search ["
                        FUNCTION TRIM(WS-FIND-NAME) "]:"
            END-IF.
            MOVE SPACES TO WS-NAME-IN.
            ACCEPT WS-NAME-IN FROM CONSOLE.
            IF WS-NAME-IN NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-FIND-NAME
            END-IF.
            PERFORM 3500-FIND-A-FIELD.
            IF WS-FOUND-I = ZERO
                DISPLAY "No field " FUNCTION TRIM(WS-FIND-NAME)
                        " in MM-" FUNCTION TRIM(WS-BR-CODE) "-RAW.cpy."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FOUND-I TO WS-FIND-I.
            DISPLAY "Value to look for:".
            MOVE SPACES TO WS-FIND-VALUE.
            ACCEPT WS-FIND-VALUE FROM CONSOLE.
            IF WS-FIND-VALUE = SPACES
                DISPLAY "Nothing to look for."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-FIND-VALUE) TO WS-FIND-VALUE.
            MOVE FUNCTION TRIM(WS-FIND-VALUE) TO WS-FIND-VALUE.
            COMPUTE WS-FIND-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-VALUE)).
            MOVE 'T' TO WS-FIND-MODE.
            IF WS-FLD-NUMERIC (WS-FIND-I) = 'Y'
                AND FUNCTION TEST-NUMVAL(WS-FIND-VALUE) = ZERO
                MOVE 'N' TO WS-FIND-MODE
                MOVE FUNCTION NUMVAL(WS-FIND-VALUE) TO WS-FIND-NUM
            END-IF.
            MOVE WS-BR-RECORD TO WS-BR-SAVED.
            MOVE WS-BR-RECNO TO WS-BR-SAVED-RECNO.
            MOVE ZERO TO WS-SCANNED.
            MOVE 'N' TO WS-MATCHED.
            MOVE 'Y' TO WS-BR-GOT.
            PERFORM UNTIL WS-MATCHED = 'Y' OR WS-BR-GOT = 'N'
                PERFORM 4100-READ-NEXT
                IF WS-BR-GOT = 'Y'
                    ADD 1 TO WS-SCANNED
                    PERFORM 5600-TEST-THE-RECORD
                END-IF
            END-PERFORM.
            IF WS-MATCHED = 'Y'
                PERFORM 6000-SHOW-THE-RECORD
            ELSE
                MOVE WS-SCANNED TO WS-NUM-ED
                DISPLAY "No match in the rest of the file ("
                        FUNCTION TRIM(WS-NUM-ED)
                        " record(s) searched)."
                PERFORM 5900-RETURN-TO-SAVED
            END-IF.

       5600-TEST-THE-RECORD.
            MOVE WS-FLD-OFF (WS-FIND-I) TO WS-VALUE-OFF.
            MOVE WS-FLD-LEN (WS-FIND-I) TO WS-VALUE-LEN.
            IF WS-FIND-MODE = 'N'
                IF WS-BR-RECORD (WS-VALUE-OFF:WS-VALUE-LEN) NUMERIC
                    COMPUTE WS-FIELD-NUM = FUNCTION NUMVAL(
                        WS-BR-RECORD (WS-VALUE-OFF:WS-VALUE-LEN))
                        / 10 ** WS-FLD-DEC (WS-FIND-I)
                    IF WS-FIELD-NUM = WS-FIND-NUM
                        MOVE 'Y' TO WS-MATCHED
                    END-IF
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-FIND-FIELD.
            MOVE FUNCTION UPPER-CASE(
                WS-BR-RECORD (WS-VALUE-OFF:WS-VALUE-LEN))
                TO WS-FIND-FIELD.
            MOVE ZERO TO WS-HITS.
            INSPECT WS-FIND-FIELD (1:WS-VALUE-LEN) TALLYING WS-HITS
                FOR ALL WS-FIND-VALUE (1:WS-FIND-LEN).
            IF WS-HITS > ZERO
                MOVE 'Y' TO WS-MATCHED
            END-IF.

      *> Back to the record on show before a move that found
      *> nothing:
       5900-RETURN-TO-SAVED.
            IF WS-BR-ORG = 'I'
                MOVE WS-BR-SAVED TO WS-BR-KEY-BUFFER
                PERFORM 4300-START-AT-KEY
            ELSE
                MOVE WS-BR-SAVED-RECNO TO WS-TARGET
                PERFORM 4700-SKIP-TO-RECORD
            END-IF.

       6000-SHOW-THE-RECORD.
            IF WS-BR-ORG = 'I' AND WS-BR-KEY-I > ZERO
                MOVE WS-FLD-OFF (WS-BR-KEY-I) TO WS-VALUE-OFF
                MOVE WS-FLD-LEN (WS-BR-KEY-I) TO WS-VALUE-LEN
                DISPLAY "---- " FUNCTION TRIM(WS-BR-FD-NAME) " key "
                        FUNCTION TRIM(WS-BR-RECORD
                            (WS-VALUE-OFF:WS-VALUE-LEN) TRAILING)
                        " ----"
            ELSE
                MOVE WS-BR-RECNO TO WS-NUM-ED
                DISPLAY "---- " FUNCTION TRIM(WS-BR-FD-NAME)
                        " record " FUNCTION TRIM(WS-NUM-ED) " ----"
            END-IF.
            IF WS-VIEW-COUNT > 1
                PERFORM VARYING WS-FLD-I FROM 1 BY 1
                    UNTIL WS-FLD-I > WS-FLD-USED
                    IF WS-FLD-VIEW (WS-FLD-I) = WS-BR-VIEW
                        AND WS-FLD-LEVEL (WS-FLD-I) = 1
                        MOVE WS-BR-VIEW TO WS-NUM-ED
                        MOVE WS-VIEW-COUNT TO WS-NUM2-ED
                        DISPLAY "     as "
                                FUNCTION TRIM(WS-FLD-NAME (WS-FLD-I))
                                " (layout " FUNCTION TRIM(WS-NUM-ED)
                                " of " FUNCTION TRIM(WS-NUM2-ED) ")"
                    END-IF
                END-PERFORM
            END-IF.
            DISPLAY "  Offset  Len  Field                       Value".
            PERFORM VARYING WS-FLD-I FROM 1 BY 1
                UNTIL WS-FLD-I > WS-FLD-USED
                IF WS-FLD-VIEW (WS-FLD-I) = WS-BR-VIEW
                    AND WS-FLD-LEVEL (WS-FLD-I) NOT = 1
                    PERFORM 6100-SHOW-ONE-FIELD
                END-IF
            END-PERFORM.

      *> Offset, length and name, then the value 36 characters to a
      *> line, with any notes under it:
       6100-SHOW-ONE-FIELD.
            MOVE SPACES TO WS-SHOW-LINE.
            MOVE WS-FLD-OFF (WS-FLD-I) TO WS-OFF-ED.
            MOVE WS-FLD-LEN (WS-FLD-I) TO WS-LEN-ED.
            MOVE WS-OFF-ED TO WS-SHOW-LINE (3:6).
            MOVE WS-LEN-ED TO WS-SHOW-LINE (10:4).
            COMPUTE WS-INDENT = (WS-FLD-DEPTH (WS-FLD-I) - 1) * 2.
            MOVE WS-FLD-NAME (WS-FLD-I)
                TO WS-SHOW-LINE (16 + WS-INDENT:26 - WS-INDENT).
            IF WS-FLD-GROUP (WS-FLD-I) = 'Y'
                DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FLD-OFF (WS-FLD-I) TO WS-VALUE-OFF.
            MOVE WS-FLD-LEN (WS-FLD-I) TO WS-VALUE-LEN.
            MOVE SPACES TO WS-VALUE-TEXT WS-NOTE-TEXT.
            MOVE WS-BR-RECORD (WS-VALUE-OFF:WS-VALUE-LEN)
                TO WS-VALUE-TEXT.
            MOVE 1 TO WS-NOTE-PTR.
            PERFORM 6200-COUNT-ODD-BYTES.
            EVALUATE TRUE
                WHEN WS-ODD-BYTES > ZERO
                    PERFORM 6300-SHOW-IN-HEX
                    MOVE WS-HEX-TEXT TO WS-SHOW-LINE (43:38)
                    DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
                    MOVE WS-ODD-BYTES TO WS-NUM-ED
                    STRING "** " FUNCTION TRIM(WS-NUM-ED)
                        " byte(s) not printable "
                        DELIMITED BY SIZE INTO WS-NOTE-TEXT
                        WITH POINTER WS-NOTE-PTR
                    END-STRING
                WHEN WS-VALUE-TEXT = SPACES
                    MOVE "(spaces)" TO WS-SHOW-LINE (43:38)
                    DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
                WHEN OTHER
                    PERFORM 6400-SHOW-THE-VALUE
            END-EVALUATE.
            IF WS-FLD-NUMERIC (WS-FLD-I) = 'Y' AND WS-ODD-BYTES = ZERO
                IF WS-VALUE-TEXT (1:WS-VALUE-LEN) NOT NUMERIC
                    STRING "** not numeric ** "
                        DELIMITED BY SIZE INTO WS-NOTE-TEXT
                        WITH POINTER WS-NOTE-PTR
                    END-STRING
                ELSE
                    IF WS-FLD-DEC (WS-FLD-I) > ZERO
                        STRING "= "
                            WS-VALUE-TEXT (1:WS-VALUE-LEN
                                - WS-FLD-DEC (WS-FLD-I)) "."
                            WS-VALUE-TEXT (WS-VALUE-LEN
                                - WS-FLD-DEC (WS-FLD-I) + 1:
                                WS-FLD-DEC (WS-FLD-I)) " "
                            DELIMITED BY SIZE INTO WS-NOTE-TEXT
                            WITH POINTER WS-NOTE-PTR
                        END-STRING
                    END-IF
                END-IF
            END-IF.
            MOVE 'N' TO WS-HAS-88 WS-HIT-88.
            PERFORM VARYING WS-C88-I FROM 1 BY 1
                UNTIL WS-C88-I > WS-C88-USED
                IF WS-C88-FLD (WS-C88-I) = WS-FLD-I
                    MOVE 'Y' TO WS-HAS-88
                    IF FUNCTION TRIM(WS-VALUE-TEXT) =
                        FUNCTION TRIM(WS-C88-VALUE (WS-C88-I))
                        MOVE 'Y' TO WS-HIT-88
                        STRING FUNCTION TRIM(WS-C88-NAME (WS-C88-I))
                            " "
                            DELIMITED BY SIZE INTO WS-NOTE-TEXT
                            WITH POINTER WS-NOTE-PTR
                        END-STRING
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-HAS-88 = 'Y' AND WS-HIT-88 = 'N'
                STRING "** no 88 matches ** "
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
                    WITH POINTER WS-NOTE-PTR
                END-STRING
            END-IF.
            IF WS-NOTE-TEXT NOT = SPACES
                MOVE SPACES TO WS-SHOW-LINE
                MOVE WS-NOTE-TEXT TO WS-SHOW-LINE (43:38)
                DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
            END-IF.

      *> Anything under a space or past the tilde - a LOW-VALUE, a
      *> tab, a stray control byte - is not printable:
       6200-COUNT-ODD-BYTES.
            MOVE ZERO TO WS-ODD-BYTES.
            PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                UNTIL WS-BYTE-I > WS-VALUE-LEN
                COMPUTE WS-BYTE-ORD =
                    FUNCTION ORD(WS-VALUE-TEXT (WS-BYTE-I:1)) - 1
                IF WS-BYTE-ORD < 32 OR WS-BYTE-ORD > 126
                    ADD 1 TO WS-ODD-BYTES
                END-IF
            END-PERFORM.

      *> The first 11 bytes, two hex digits apiece:
       6300-SHOW-IN-HEX.
            MOVE SPACES TO WS-HEX-TEXT.
            MOVE 1 TO WS-HEX-PTR.
            STRING "hex " DELIMITED BY SIZE INTO WS-HEX-TEXT
                WITH POINTER WS-HEX-PTR
            END-STRING.
            PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                UNTIL WS-BYTE-I > WS-VALUE-LEN OR WS-BYTE-I > 11
                COMPUTE WS-BYTE-ORD =
                    FUNCTION ORD(WS-VALUE-TEXT (WS-BYTE-I:1)) - 1
                STRING WS-HEX-DIGITS (WS-BYTE-ORD / 16 + 1:1)
                    WS-HEX-DIGITS
                        (FUNCTION MOD(WS-BYTE-ORD, 16) + 1:1)
                    " "
                    DELIMITED BY SIZE INTO WS-HEX-TEXT
                    WITH POINTER WS-HEX-PTR
                END-STRING
            END-PERFORM.

       6400-SHOW-THE-VALUE.
            MOVE 1 TO WS-CHUNK-POS.
            PERFORM UNTIL WS-CHUNK-POS > WS-VALUE-LEN
                COMPUTE WS-CHUNK-LEN = WS-VALUE-LEN - WS-CHUNK-POS + 1
                IF WS-CHUNK-LEN > 36
                    MOVE 36 TO WS-CHUNK-LEN
                END-IF
                MOVE WS-VALUE-TEXT (WS-CHUNK-POS:WS-CHUNK-LEN)
                    TO WS-SHOW-LINE (43:38)
                DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
                MOVE SPACES TO WS-SHOW-LINE
                ADD WS-CHUNK-LEN TO WS-CHUNK-POS
                IF WS-CHUNK-POS <= WS-VALUE-LEN
                    IF WS-VALUE-TEXT (WS-CHUNK-POS:
                        WS-VALUE-LEN - WS-CHUNK-POS + 1) = SPACES
                        COMPUTE WS-CHUNK-POS = WS-VALUE-LEN + 1
                    END-IF
                END-IF
            END-PERFORM.

       6500-SHOW-THE-LAYOUT.
            DISPLAY "Layout from " FUNCTION TRIM(WS-COPYBOOK-PATH).
            DISPLAY "  Offset  Len  Field                       "
                    "Picture".
            PERFORM VARYING WS-FLD-I FROM 1 BY 1
                UNTIL WS-FLD-I > WS-FLD-USED
                IF WS-FLD-VIEW (WS-FLD-I) = WS-BR-VIEW
                    MOVE SPACES TO WS-SHOW-LINE
                    MOVE WS-FLD-OFF (WS-FLD-I) TO WS-OFF-ED
                    MOVE WS-FLD-LEN (WS-FLD-I) TO WS-LEN-ED
                    MOVE WS-OFF-ED TO WS-SHOW-LINE (3:6)
                    MOVE WS-LEN-ED TO WS-SHOW-LINE (10:4)
                    COMPUTE WS-INDENT = WS-FLD-DEPTH (WS-FLD-I) * 2
                    MOVE WS-FLD-NAME (WS-FLD-I)
                        TO WS-SHOW-LINE (16 + WS-INDENT:26 - WS-INDENT)
                    MOVE WS-FLD-PIC (WS-FLD-I) TO WS-SHOW-LINE (43:30)
                    DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
                    PERFORM VARYING WS-C88-I FROM 1 BY 1
                        UNTIL WS-C88-I > WS-C88-USED
                        IF WS-C88-FLD (WS-C88-I) = WS-FLD-I
                            DISPLAY "                 88 "
                                    WS-C88-NAME (WS-C88-I) " "
                                    FUNCTION TRIM(
                                        WS-C88-VALUE (WS-C88-I))
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
