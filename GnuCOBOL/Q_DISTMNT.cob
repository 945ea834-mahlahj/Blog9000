       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_DISTMNT.

      *> Distribution-list maintenance - which departments get a copy
      *> of each report, and where (MM-RPTREPO-PATH.cpy).  Q_RPTREG
      *> reads the lists as each report run is catalogued and copies
      *> the run into every subscribing department's directory.  One
      *> line per report and department; the lists are kept in
      *> report order and every change is audit-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISTRIBUTION-LIST-FILE
            ASSIGN TO WS-RPTDIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPTDIST-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-LIST-FILE.
       01  WS-RPTDIST-RECORD       PIC X(250).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREPO-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-FILE-INFO          PIC X(16) VALUE SPACES.

      *> Every list, held in report order while it is worked on and
      *> written back whole:
       01 WS-DL-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 300 TIMES.
               10 WS-DL-REPORT       PIC X(20).
               10 WS-DL-DEPT         PIC X(20).
               10 WS-DL-DIR          PIC X(180).
       01 WS-DL-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-SLOT-I             PIC 9(3) COMP VALUE ZERO.

      *> One entry as keyed:
       01 WS-REPORT-IN          PIC X(20) VALUE SPACES.
       01 WS-DEPT-IN            PIC X(20) VALUE SPACES.
       01 WS-DIR-IN             PIC X(180) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-RPTDIST-PATH FROM ENVIRONMENT "MM_RPTDIST_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RPTDIST-PATH = SPACES
            MOVE '/home/profnagy/Desktop/cobol/MM-RPTDIST.DAT'
                TO WS-RPTDIST-PATH
        END-IF.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Report Distribution Lists"
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
                    " is not cleared to maintain the distribution "
                    "lists."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1000-LOAD-THE-LISTS.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List the distribution lists"
            DISPLAY "  [A] Add a department to a report's list"
            DISPLAY "  [D] Drop a department from a report's list"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/A/D/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 2000-LIST-THE-LISTS
                WHEN 'A'
                    PERFORM 3000-ADD-A-DEPARTMENT
                WHEN 'D'
                    PERFORM 4000-DROP-A-DEPARTMENT
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        MOVE "Q_DISTMNT run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-LOAD-THE-LISTS.
            MOVE ZERO TO WS-DL-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DISTRIBUTION-LIST-FILE.
            IF WS-RPTDIST-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISTRIBUTION-LIST-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-LINE
                END-READ
            END-PERFORM.
            IF WS-RPTDIST-STATUS = '00' OR WS-RPTDIST-STATUS = '10'
                CLOSE DISTRIBUTION-LIST-FILE
            END-IF.

       1100-LOAD-ONE-LINE.
            IF WS-RPTDIST-RECORD = SPACES
                OR WS-RPTDIST-RECORD (1:1) = '*'
                OR WS-DL-USED >= 300
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DL-USED.
            MOVE SPACES TO WS-DL-ENTRY (WS-DL-USED).
            UNSTRING WS-RPTDIST-RECORD DELIMITED BY '|'
                INTO WS-DL-REPORT (WS-DL-USED)
                     WS-DL-DEPT (WS-DL-USED)
                     WS-DL-DIR (WS-DL-USED)
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-DL-REPORT (WS-DL-USED))
                TO WS-DL-REPORT (WS-DL-USED).

       1500-REWRITE-THE-LISTS.
            OPEN OUTPUT DISTRIBUTION-LIST-FILE.
            PERFORM VARYING WS-DL-I FROM 1 BY 1
                UNTIL WS-DL-I > WS-DL-USED
                MOVE SPACES TO WS-RPTDIST-RECORD
                STRING FUNCTION TRIM(WS-DL-REPORT (WS-DL-I)) '|'
                    FUNCTION TRIM(WS-DL-DEPT (WS-DL-I)) '|'
                    FUNCTION TRIM(WS-DL-DIR (WS-DL-I))
                    DELIMITED BY SIZE INTO WS-RPTDIST-RECORD
                WRITE WS-RPTDIST-RECORD
            END-PERFORM.
            CLOSE DISTRIBUTION-LIST-FILE.

      *> New entries go in after the report's last one, keeping each
      *> report's departments together:
       1600-INSERT-THE-ENTRY.
            MOVE ZERO TO WS-SLOT-I.
            PERFORM VARYING WS-DL-I FROM 1 BY 1
                UNTIL WS-DL-I > WS-DL-USED OR WS-SLOT-I > ZERO
                IF WS-DL-REPORT (WS-DL-I) > WS-REPORT-IN
                    MOVE WS-DL-I TO WS-SLOT-I
                END-IF
            END-PERFORM.
            IF WS-SLOT-I = ZERO
                COMPUTE WS-SLOT-I = WS-DL-USED + 1
            END-IF.
            ADD 1 TO WS-DL-USED.
            PERFORM VARYING WS-DL-I FROM WS-DL-USED BY -1
                UNTIL WS-DL-I <= WS-SLOT-I
                MOVE WS-DL-ENTRY (WS-DL-I - 1)
                    TO WS-DL-ENTRY (WS-DL-I)
            END-PERFORM.
            MOVE WS-REPORT-IN TO WS-DL-REPORT (WS-SLOT-I).
            MOVE WS-DEPT-IN TO WS-DL-DEPT (WS-SLOT-I).
            MOVE WS-DIR-IN TO WS-DL-DIR (WS-SLOT-I).

       1700-FIND-THE-ENTRY.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-DL-I FROM 1 BY 1
                UNTIL WS-DL-I > WS-DL-USED OR WS-FOUND-I > ZERO
                IF WS-DL-REPORT (WS-DL-I) = WS-REPORT-IN
                    AND FUNCTION UPPER-CASE(WS-DL-DEPT (WS-DL-I))
                        = FUNCTION UPPER-CASE(WS-DEPT-IN)
                    MOVE WS-DL-I TO WS-FOUND-I
                END-IF
            END-PERFORM.

       2000-LIST-THE-LISTS.
            IF WS-DL-USED = ZERO
                DISPLAY "No distribution lists on file."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Report               Department           "
                    "Directory".
            PERFORM VARYING WS-DL-I FROM 1 BY 1
                UNTIL WS-DL-I > WS-DL-USED
                DISPLAY WS-DL-REPORT (WS-DL-I) " "
                        WS-DL-DEPT (WS-DL-I) " "
                        FUNCTION TRIM(WS-DL-DIR (WS-DL-I))
            END-PERFORM.

       3000-ADD-A-DEPARTMENT.
            IF WS-DL-USED >= 300
                DISPLAY "The distribution lists are full."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Report name (as catalogued, e.g. MORNING):".
            MOVE SPACES TO WS-REPORT-IN.
            ACCEPT WS-REPORT-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-REPORT-IN) TO WS-REPORT-IN.
            DISPLAY "Department:".
            MOVE SPACES TO WS-DEPT-IN.
            ACCEPT WS-DEPT-IN FROM CONSOLE.
            IF WS-REPORT-IN = SPACES OR WS-DEPT-IN = SPACES
                DISPLAY "A report name and a department are required."
                EXIT PARAGRAPH
            END-IF.
            INSPECT WS-REPORT-IN REPLACING ALL '|' BY '/'.
            INSPECT WS-DEPT-IN REPLACING ALL '|' BY '/'.
            PERFORM 1700-FIND-THE-ENTRY.
            IF WS-FOUND-I > ZERO
                DISPLAY FUNCTION TRIM(WS-DEPT-IN) " already gets "
                        FUNCTION TRIM(WS-REPORT-IN) " at "
                        FUNCTION TRIM(WS-DL-DIR (WS-FOUND-I))
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Department's directory:".
            MOVE SPACES TO WS-DIR-IN.
            ACCEPT WS-DIR-IN FROM CONSOLE.
            IF WS-DIR-IN = SPACES
                DISPLAY "A directory is required."
                EXIT PARAGRAPH
            END-IF.
            INSPECT WS-DIR-IN REPLACING ALL '|' BY '/'.
      *> Only a warning - the directory may be mounted later:
            CALL "CBL_CHECK_FILE_EXIST" USING WS-DIR-IN WS-FILE-INFO
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                DISPLAY "WARNING: " FUNCTION TRIM(WS-DIR-IN)
                        " cannot be seen from here; copies will fail "
                        "until it can."
            END-IF.
            PERFORM 1600-INSERT-THE-ENTRY.
            PERFORM 1500-REWRITE-THE-LISTS.
            DISPLAY "Department added.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "distribution added " FUNCTION TRIM(WS-REPORT-IN)
                " to " FUNCTION TRIM(WS-DEPT-IN) " at "
                FUNCTION TRIM(WS-DIR-IN)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DISTADD' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       4000-DROP-A-DEPARTMENT.
            DISPLAY "Report name:".
            MOVE SPACES TO WS-REPORT-IN.
            ACCEPT WS-REPORT-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-REPORT-IN) TO WS-REPORT-IN.
            DISPLAY "Department:".
            MOVE SPACES TO WS-DEPT-IN.
            ACCEPT WS-DEPT-IN FROM CONSOLE.
            PERFORM 1700-FIND-THE-ENTRY.
            IF WS-FOUND-I = ZERO
                DISPLAY "That department is not on that report's "
                        "list."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "distribution dropped "
                FUNCTION TRIM(WS-DL-REPORT (WS-FOUND-I)) " to "
                FUNCTION TRIM(WS-DL-DEPT (WS-FOUND-I)) " at "
                FUNCTION TRIM(WS-DL-DIR (WS-FOUND-I))
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            PERFORM VARYING WS-DL-I FROM WS-FOUND-I BY 1
                UNTIL WS-DL-I >= WS-DL-USED
                MOVE WS-DL-ENTRY (WS-DL-I + 1)
                    TO WS-DL-ENTRY (WS-DL-I)
            END-PERFORM.
            SUBTRACT 1 FROM WS-DL-USED.
            PERFORM 1500-REWRITE-THE-LISTS.
            DISPLAY "Department dropped.".
            MOVE 'DISTDEL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

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
            MOVE 'Q_DISTMNT' TO AUDIT-PROGRAM.
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
