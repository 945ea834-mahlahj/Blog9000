       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_RPTREG.

      *> Q_RPTREG - the one place a finished report run is
      *> registered.  CALLed by every report program once its report
      *> file is closed (arguments in MM-RPTREG-WS.cpy), so the
      *> report catalog line is laid out exactly once.  For each run
      *> it:
      *>
      *>   - copies the report into the repository directory as
      *>     <report name>.<yyyymmdd-hhmmss>, so the next run
      *>     overwriting the program's own file loses nothing;
      *>   - appends an R line to the report catalog (MM-RPTCAT-
      *>     RAW.cpy) with the name, run time, program, operator and
      *>     both locations;
      *>   - copies the run to the directory of every department on
      *>     the report's distribution list, under the same name,
      *>     with a D line (or an X line when the copy fails) for
      *>     each.
      *>
      *> Q_RPTVIEW reads the catalog back; Q_DISTMNT keeps the
      *> lists.  The catalog is opened EXTEND and closed again for
      *> every run, the way Q_PUBLOG writes the publication ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REPORT-CATALOG-FILE
            ASSIGN TO WS-RPTCAT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPTCAT-STATUS.

       SELECT DISTRIBUTION-LIST-FILE
            ASSIGN TO WS-RPTDIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPTDIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-RPTCAT-RAW.

       FD  DISTRIBUTION-LIST-FILE.
       01  WS-RPTDIST-RECORD       PIC X(250).

       WORKING-STORAGE SECTION.
       COPY MM-RPTREPO-PATH.
       01 WS-LOCATED            PIC X VALUE 'N'.
       01 WS-OPERATOR           PIC X(10) VALUE SPACES.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       01 WS-RUN-STAMP          PIC X(15) VALUE SPACES.
       01 WS-REPORT-NAME        PIC X(20) VALUE SPACES.
       01 WS-COPY-PATH          PIC X(220) VALUE SPACES.
       01 WS-FROM-PATH          PIC X(220) VALUE SPACES.
       01 WS-DEPT-PATH          PIC X(220) VALUE SPACES.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-SENT-COUNT         PIC 9(3) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-FILE-INFO          PIC X(16) VALUE SPACES.

      *> One distribution line:
       01 WS-DL-REPORT          PIC X(20) VALUE SPACES.
       01 WS-DL-DEPT            PIC X(20) VALUE SPACES.
       01 WS-DL-DIR             PIC X(180) VALUE SPACES.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-NAME               PIC X(20).
       01 LK-PROGRAM            PIC X(10).
       01 LK-PATH               PIC X(220).
       01 LK-RESULT             PIC X.

        PROCEDURE DIVISION USING LK-NAME LK-PROGRAM LK-PATH LK-RESULT.
        IF WS-LOCATED NOT = 'Y'
            PERFORM 1000-LOCATE-REPOSITORY
            MOVE 'Y' TO WS-LOCATED
        END-IF.

        CALL "CBL_CHECK_FILE_EXIST" USING LK-PATH WS-FILE-INFO
            RETURNING WS-CALL-STATUS
        END-CALL.
        IF WS-CALL-STATUS NOT = ZERO
            DISPLAY "WARNING: no report at " FUNCTION TRIM(LK-PATH)
                    " to catalogue"
            MOVE 'N' TO LK-RESULT
            GOBACK
        END-IF.

        MOVE FUNCTION UPPER-CASE(LK-NAME) TO WS-REPORT-NAME.
        MOVE FUNCTION CURRENT-DATE TO WS-NOW.
        MOVE SPACES TO WS-RUN-STAMP.
        STRING WS-NOW (1:8) '-' WS-NOW (9:6)
            DELIMITED BY SIZE INTO WS-RUN-STAMP.
        MOVE SPACES TO WS-COPY-PATH.
        STRING FUNCTION TRIM(WS-RPTREPO-DIR) '/'
            FUNCTION TRIM(WS-REPORT-NAME) '.' WS-RUN-STAMP
            DELIMITED BY SIZE INTO WS-COPY-PATH.
        CALL "CBL_COPY_FILE" USING LK-PATH WS-COPY-PATH
            RETURNING WS-CALL-STATUS
        END-CALL.
      *> Without a repository copy the run is still catalogued, and
      *> sent on, from where the program left it:
        IF WS-CALL-STATUS = ZERO
            MOVE 'Y' TO LK-RESULT
            MOVE WS-COPY-PATH TO WS-FROM-PATH
        ELSE
            DISPLAY "WARNING: unable to keep a copy of "
                    FUNCTION TRIM(LK-PATH) " in "
                    FUNCTION TRIM(WS-RPTREPO-DIR)
            MOVE 'F' TO LK-RESULT
            MOVE SPACES TO WS-COPY-PATH
            MOVE LK-PATH TO WS-FROM-PATH
        END-IF.

        OPEN EXTEND REPORT-CATALOG-FILE.
        IF WS-RPTCAT-STATUS NOT = '00'
            OPEN OUTPUT REPORT-CATALOG-FILE
        END-IF.
        IF WS-RPTCAT-STATUS NOT = '00'
            DISPLAY "WARNING: unable to enter "
                    FUNCTION TRIM(WS-REPORT-NAME)
                    " in the report catalog, status "
                    WS-RPTCAT-STATUS
            GOBACK
        END-IF.
        MOVE SPACES TO RC-DATA-RAW.
        MOVE 'R' TO RC-KIND.
        MOVE WS-REPORT-NAME TO RC-NAME.
        MOVE WS-RUN-STAMP TO RC-RUN.
        MOVE LK-PROGRAM TO RC-PROGRAM.
        IF WS-OPERATOR = SPACES
            MOVE LK-PROGRAM TO RC-OPERATOR
        ELSE
            MOVE WS-OPERATOR TO RC-OPERATOR
        END-IF.
        MOVE LK-PATH TO RC-SOURCE.
        MOVE WS-COPY-PATH TO RC-COPY.
        WRITE RC-DATA-RAW.
        DISPLAY "Report catalogued as " FUNCTION TRIM(WS-REPORT-NAME)
                " " WS-RUN-STAMP.

        PERFORM 2000-DISTRIBUTE-THE-RUN.
        CLOSE REPORT-CATALOG-FILE.

        GOBACK.

       1000-LOCATE-REPOSITORY.
            ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "MM_RPTCAT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-RPTCAT-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-RPTCAT.DAT'
                    TO WS-RPTCAT-PATH
            END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_RPTREG' TO WS-LAYCHK-PROGRAM.
            MOVE 'RPTCAT' TO WS-LAYCHK-CODE.
            MOVE WS-RPTCAT-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            ACCEPT WS-RPTREPO-DIR FROM ENVIRONMENT "MM_RPTREPO_DIR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-RPTREPO-DIR = SPACES
                MOVE '/home/profnagy/Desktop/cobol/reports'
                    TO WS-RPTREPO-DIR
            END-IF.
            ACCEPT WS-RPTDIST-PATH FROM ENVIRONMENT "MM_RPTDIST_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-RPTDIST-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-RPTDIST.DAT'
                    TO WS-RPTDIST-PATH
            END-IF.
            ACCEPT WS-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
      *> Made on first use; already being there is no failure:
            CALL "CBL_CREATE_DIR" USING WS-RPTREPO-DIR
                RETURNING WS-CALL-STATUS
            END-CALL.

      *> Every department listed for this report gets its own copy,
      *> named as in the repository:
       2000-DISTRIBUTE-THE-RUN.
            MOVE ZERO TO WS-SENT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DISTRIBUTION-LIST-FILE.
            IF WS-RPTDIST-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISTRIBUTION-LIST-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2100-SEND-ONE-COPY
                END-READ
            END-PERFORM.
            CLOSE DISTRIBUTION-LIST-FILE.
            IF WS-SENT-COUNT > ZERO
                MOVE WS-SENT-COUNT TO WS-NUM-ED
                DISPLAY "Sent to " FUNCTION TRIM(WS-NUM-ED)
                        " department(s) on the distribution list."
            END-IF.

       2100-SEND-ONE-COPY.
            IF WS-RPTDIST-RECORD = SPACES
                OR WS-RPTDIST-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-DL-REPORT WS-DL-DEPT WS-DL-DIR.
            UNSTRING WS-RPTDIST-RECORD DELIMITED BY '|'
                INTO WS-DL-REPORT WS-DL-DEPT WS-DL-DIR
            END-UNSTRING.
            IF FUNCTION UPPER-CASE(WS-DL-REPORT) NOT = WS-REPORT-NAME
                OR WS-DL-DIR = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-DEPT-PATH.
            STRING FUNCTION TRIM(WS-DL-DIR) '/'
                FUNCTION TRIM(WS-REPORT-NAME) '.' WS-RUN-STAMP
                DELIMITED BY SIZE INTO WS-DEPT-PATH.
            CALL "CBL_COPY_FILE" USING WS-FROM-PATH WS-DEPT-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            MOVE SPACES TO RC-DATA-RAW.
            IF WS-CALL-STATUS = ZERO
                MOVE 'D' TO RC-KIND
                ADD 1 TO WS-SENT-COUNT
            ELSE
                MOVE 'X' TO RC-KIND
                DISPLAY "WARNING: unable to send "
                        FUNCTION TRIM(WS-REPORT-NAME) " to "
                        FUNCTION TRIM(WS-DL-DEPT) " at "
                        FUNCTION TRIM(WS-DL-DIR)
            END-IF.
            MOVE WS-REPORT-NAME TO RC-NAME.
            MOVE WS-RUN-STAMP TO RC-RUN.
            MOVE LK-PROGRAM TO RC-PROGRAM.
            IF WS-OPERATOR = SPACES
                MOVE LK-PROGRAM TO RC-OPERATOR
            ELSE
                MOVE WS-OPERATOR TO RC-OPERATOR
            END-IF.
            MOVE WS-DL-DEPT TO RC-DEPT.
            MOVE WS-FROM-PATH TO RC-SOURCE.
            MOVE WS-DEPT-PATH TO RC-COPY.
            WRITE RC-DATA-RAW.

       COPY MM-LAYCHK-PROC.
