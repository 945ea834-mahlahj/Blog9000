       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_LAYCHK.

      *> Q_LAYCHK - keeper of the layout stamps.  Every suite file
      *> has a one-line stamp beside it, <file>.LAYVER (MM-LAYVER-
      *> RAW.cpy), naming the record layout it is in and the
      *> version.  This is the only program that opens the stamps:
      *>
      *>   LK-MODE 'C'  check the file against LK-VERSION, the version
      *>                the caller was compiled for.  A file with no
      *>                stamp is taken to be in that version - every
      *>                file in service when the stamps came in was -
      *>                and is stamped now, which the audit trail
      *>                records.  A file that does not exist yet
      *>                passes unstamped - it is stamped when there is
      *>                something to stamp.  CHECK-FILE-LAYOUT
      *>                (MM-LAYCHK-PROC.cpy) is the usual way in.
      *>           'R'  read the stamp and compare, but never write -
      *>                Q_BROWSE and Q_MIGRATE look without touching
      *>           'W'  stamp the file at LK-VERSION - Q_MIGRATE after
      *>                each conversion step, Q_UPGRADE after its swap
      *>
      *> LK-STAMPED comes back with the version on the stamp (zero
      *> when there is none), LK-RESULT with:
      *>   'Y'  the stamp agrees            'S'  no stamp, stamped now
      *>   'U'  no stamp (mode R)           'W'  stamp written
      *>   'O'  the file is older than the caller knows
      *>   'N'  the file is newer than the caller knows
      *>   'X'  the stamp names a different layout altogether -
      *>        the path points at the wrong file
      *>   'F'  the stamp could not be written

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LAYOUT-STAMP-FILE
            ASSIGN TO WS-STAMP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMP-STATUS.

       *> Shared audit trail.  Location comes from WS-AUDIT-PATH
       *> (AUDIT-LOG-PATH.cpy), overridden with AUDIT_LOG_PATH:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-LAYVER-RAW.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY AUDIT-LOG-PATH.
       01 WS-STAMP-PATH         PIC X(210) VALUE SPACES.
       01 WS-STAMP-STATUS       PIC XX VALUE '00'.
       01 WS-HAVE-STAMP         PIC X VALUE 'N'.
       01 WS-LOCATED            PIC X VALUE 'N'.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       01 WS-FILE-INFO          PIC X(16) VALUE SPACES.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-PROGRAM            PIC X(10).
       01 LK-LAYOUT             PIC X(8).
       01 LK-VERSION            PIC 9(3).
       01 LK-FILE-PATH          PIC X(200).
       01 LK-STAMPED            PIC 9(3).
       01 LK-RESULT             PIC X.

        PROCEDURE DIVISION USING LK-MODE LK-PROGRAM LK-LAYOUT
                                 LK-VERSION LK-FILE-PATH LK-STAMPED
                                 LK-RESULT.
        IF WS-LOCATED NOT = 'Y'
            ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE 'Y' TO WS-LOCATED
        END-IF.
        MOVE SPACES TO WS-STAMP-PATH.
        STRING FUNCTION TRIM(LK-FILE-PATH) ".LAYVER"
            DELIMITED BY SIZE INTO WS-STAMP-PATH.
        MOVE ZERO TO LK-STAMPED.

        IF LK-MODE = 'W'
            PERFORM 2000-WRITE-THE-STAMP
            IF WS-STAMP-STATUS = '00'
                MOVE LK-VERSION TO LK-STAMPED
                MOVE 'W' TO LK-RESULT
                MOVE 'LAYSTAMP' TO WS-AUDIT-ACTION
                PERFORM 9000-LOG-THE-STAMP
            ELSE
                MOVE 'F' TO LK-RESULT
            END-IF
            GOBACK
        END-IF.

        PERFORM 1000-READ-THE-STAMP.
        IF WS-HAVE-STAMP NOT = 'Y'
            IF LK-MODE = 'R'
                MOVE 'U' TO LK-RESULT
                GOBACK
            END-IF
      *> A stamp beside a file that is not there would outlive it
      *> and claim whatever file is created there next:
            CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH
                WS-FILE-INFO
                RETURNING WS-CALL-STATUS
            END-CALL
            IF WS-CALL-STATUS NOT = ZERO
                MOVE 'Y' TO LK-RESULT
            ELSE
                PERFORM 2000-WRITE-THE-STAMP
                MOVE 'S' TO LK-RESULT
                IF WS-STAMP-STATUS = '00'
                    MOVE LK-VERSION TO LK-STAMPED
                    MOVE 'LAYSTAMP' TO WS-AUDIT-ACTION
                    PERFORM 9000-LOG-THE-STAMP
                END-IF
            END-IF
            GOBACK
        END-IF.

        MOVE LV-VERSION TO LK-STAMPED.
        EVALUATE TRUE
            WHEN LV-LAYOUT NOT = LK-LAYOUT
                MOVE 'X' TO LK-RESULT
            WHEN LV-VERSION = LK-VERSION
                MOVE 'Y' TO LK-RESULT
            WHEN LV-VERSION < LK-VERSION
                MOVE 'O' TO LK-RESULT
            WHEN OTHER
                MOVE 'N' TO LK-RESULT
        END-EVALUATE.

        GOBACK.

       1000-READ-THE-STAMP.
            MOVE 'N' TO WS-HAVE-STAMP.
            OPEN INPUT LAYOUT-STAMP-FILE.
            IF WS-STAMP-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            READ LAYOUT-STAMP-FILE
                AT END CONTINUE
                NOT AT END
                    IF LV-LAYOUT NOT = SPACES
                        AND LV-VERSION IS NUMERIC
                        MOVE 'Y' TO WS-HAVE-STAMP
                    END-IF
            END-READ.
            CLOSE LAYOUT-STAMP-FILE.

       2000-WRITE-THE-STAMP.
            OPEN OUTPUT LAYOUT-STAMP-FILE.
            IF WS-STAMP-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO LV-DATA-RAW.
            MOVE LK-LAYOUT TO LV-LAYOUT.
            MOVE LK-VERSION TO LV-VERSION.
            STRING WS-NOW (1:8) '-' WS-NOW (9:6)
                DELIMITED BY SIZE INTO LV-STAMPED.
            MOVE LK-PROGRAM TO LV-PROGRAM.
            WRITE LV-DATA-RAW.
            CLOSE LAYOUT-STAMP-FILE.

       9000-LOG-THE-STAMP.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = '00'
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO AUDIT-LOG-RECORD
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
                MOVE LK-PROGRAM TO AUDIT-PROGRAM
                IF WS-AUDIT-OPERATOR = SPACES
                    MOVE LK-PROGRAM TO AUDIT-OPERATOR
                ELSE
                    MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR
                END-IF
                MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
                MOVE ZERO TO AUDIT-QUOTE-ID
                MOVE SPACES TO AUDIT-DETAIL
                STRING "layout " FUNCTION TRIM(LK-LAYOUT)
                    " version " LK-VERSION " stamped on "
                    FUNCTION TRIM(LK-FILE-PATH)
                    DELIMITED BY SIZE INTO AUDIT-DETAIL
                CALL "Q_AUDSEAL" USING WS-AUDIT-SEAL-MODE
                    WS-AUDIT-SEAL-PREV AUDIT-ENTRY-BODY AUDIT-SEAL
                END-CALL
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            END-IF.
            MOVE SPACES TO WS-AUDIT-ACTION.
