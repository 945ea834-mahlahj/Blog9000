       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_LIBGET.

      *> Q_LIBGET - the one place that reads the library catalog
      *> (MM-LIB-PATH.cpy) and answers "which libraries may this
      *> operator work in, and where are their files?".  CALLed by
      *> Q_MENU at sign-on and by Q_LIBXFER, so the catalog's line
      *> format only has to be parsed here.
      *>
      *>   LK-MODE 'G': look up library LK-LIBRARY.
      *>   LK-MODE 'N': the next library after LK-LIBRARY, in
      *>     catalog order, that LK-OPERATOR is granted - LK-LIBRARY
      *>     spaces starts from the top.
      *>   LK-OPERATOR spaces is an open shop (no user master yet):
      *>     every library is granted.
      *>   LK-RESULT comes back:
      *>     'Y'  library found and granted - name and paths filled
      *>     'N'  library found, operator not granted it ('G' only)
      *>     'U'  no such library ('G' only)
      *>     'E'  no more libraries ('N' only)
      *>     'M'  no catalog on file at all - the one library the
      *>          environment already names is the only one
      *>   A blank category or source master on the catalog comes
      *>   back blank - the caller keeps the suite's own.
      *>
      *> The catalog is loaded once per run unit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIBRARY-CATALOG-FILE
            ASSIGN TO WS-LIB-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-CATALOG-FILE.
       01  WS-LIB-RECORD        PIC X(900).

       WORKING-STORAGE SECTION.
       COPY MM-LIB-PATH.
       01 WS-LOADED             PIC X VALUE 'N'.
       01 WS-CATALOG-ON-FILE    PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-LIB-USED           PIC 9(2) COMP VALUE ZERO.
       01 WS-LIB-TABLE.
           05 WS-LIB-ENTRY OCCURS 50 TIMES.
               10 WS-LT-CODE         PIC X(8).
               10 WS-LT-NAME         PIC X(30).
               10 WS-LT-SDF          PIC X(200).
               10 WS-LT-CAT          PIC X(200).
               10 WS-LT-SRC          PIC X(200).
               10 WS-LT-OPERATORS    PIC X(200).
       01 WS-LIB-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-START-I            PIC 9(2) COMP VALUE ZERO.
       01 WS-GRANTED            PIC X VALUE 'N'.
       01 WS-GRANT-LIST         PIC X(202) VALUE SPACES.
       01 WS-GRANT-KEY          PIC X(12) VALUE SPACES.
       01 WS-GRANT-KEY-LEN      PIC 9(2) COMP VALUE ZERO.
       01 WS-GRANT-HITS         PIC 9(3) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-LIBRARY            PIC X(8).
       01 LK-OPERATOR           PIC X(10).
       01 LK-RESULT             PIC X.
       01 LK-LIB-NAME           PIC X(30).
       01 LK-SDF-PATH           PIC X(200).
       01 LK-CAT-PATH           PIC X(200).
       01 LK-SRC-PATH           PIC X(200).

        PROCEDURE DIVISION USING LK-MODE LK-LIBRARY LK-OPERATOR
                                 LK-RESULT LK-LIB-NAME LK-SDF-PATH
                                 LK-CAT-PATH LK-SRC-PATH.
        IF WS-LOADED NOT = 'Y'
            PERFORM 1000-LOAD-THE-CATALOG
        END-IF.
        IF WS-CATALOG-ON-FILE NOT = 'Y'
            MOVE 'M' TO LK-RESULT
            GOBACK
        END-IF.
        MOVE FUNCTION UPPER-CASE(LK-LIBRARY) TO LK-LIBRARY.

        IF LK-MODE = 'N'
            MOVE 1 TO WS-START-I
            IF LK-LIBRARY NOT = SPACES
                PERFORM VARYING WS-LIB-I FROM 1 BY 1
                    UNTIL WS-LIB-I > WS-LIB-USED
                    IF WS-LT-CODE (WS-LIB-I) = LK-LIBRARY
                        COMPUTE WS-START-I = WS-LIB-I + 1
                    END-IF
                END-PERFORM
            END-IF
            MOVE 'E' TO LK-RESULT
            PERFORM VARYING WS-LIB-I FROM WS-START-I BY 1
                UNTIL WS-LIB-I > WS-LIB-USED OR LK-RESULT = 'Y'
                PERFORM 2000-CHECK-GRANT
                IF WS-GRANTED = 'Y'
                    PERFORM 3000-RETURN-ENTRY
                END-IF
            END-PERFORM
            GOBACK
        END-IF.

        MOVE 'U' TO LK-RESULT.
        PERFORM VARYING WS-LIB-I FROM 1 BY 1
            UNTIL WS-LIB-I > WS-LIB-USED OR LK-RESULT NOT = 'U'
            IF WS-LT-CODE (WS-LIB-I) = LK-LIBRARY
                PERFORM 2000-CHECK-GRANT
                IF WS-GRANTED = 'Y'
                    PERFORM 3000-RETURN-ENTRY
                ELSE
                    MOVE WS-LT-NAME (WS-LIB-I) TO LK-LIB-NAME
                    MOVE 'N' TO LK-RESULT
                END-IF
            END-IF
        END-PERFORM.
        GOBACK.

       1000-LOAD-THE-CATALOG.
            MOVE 'Y' TO WS-LOADED.
            ACCEPT WS-LIB-PATH FROM ENVIRONMENT "MM_LIB_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE ZERO TO WS-LIB-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT LIBRARY-CATALOG-FILE.
            IF WS-LIB-STATUS NOT = '00'
                MOVE 'N' TO WS-CATALOG-ON-FILE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-CATALOG-ON-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ LIBRARY-CATALOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-LIBRARY
                END-READ
            END-PERFORM.
            CLOSE LIBRARY-CATALOG-FILE.

       1100-LOAD-ONE-LIBRARY.
            IF WS-LIB-RECORD = SPACES
                OR WS-LIB-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            IF WS-LIB-USED >= 50
                DISPLAY "Library catalog holds more than 50 "
                        "libraries - extra line ignored."
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LIB-USED.
            MOVE SPACES TO WS-LIB-ENTRY (WS-LIB-USED).
            UNSTRING WS-LIB-RECORD DELIMITED BY '|'
                INTO WS-LT-CODE (WS-LIB-USED)
                     WS-LT-NAME (WS-LIB-USED)
                     WS-LT-SDF (WS-LIB-USED)
                     WS-LT-CAT (WS-LIB-USED)
                     WS-LT-SRC (WS-LIB-USED)
                     WS-LT-OPERATORS (WS-LIB-USED)
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-LT-CODE (WS-LIB-USED))
                TO WS-LT-CODE (WS-LIB-USED).
            MOVE FUNCTION UPPER-CASE(WS-LT-OPERATORS (WS-LIB-USED))
                TO WS-LT-OPERATORS (WS-LIB-USED).
      *> A line naming no quote file is no library at all:
            IF WS-LT-CODE (WS-LIB-USED) = SPACES
                OR WS-LT-SDF (WS-LIB-USED) = SPACES
                DISPLAY "Library catalog line without a code or "
                        "quote file - ignored."
                SUBTRACT 1 FROM WS-LIB-USED
            END-IF.

      *> The grant list is matched as ",ID," inside ",list," so one
      *> ID can never match the front of a longer one:
       2000-CHECK-GRANT.
            MOVE 'N' TO WS-GRANTED.
            IF LK-OPERATOR = SPACES
                OR FUNCTION TRIM(WS-LT-OPERATORS (WS-LIB-I)) = '*'
                MOVE 'Y' TO WS-GRANTED
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-GRANT-LIST WS-GRANT-KEY.
            STRING ',' FUNCTION TRIM(WS-LT-OPERATORS (WS-LIB-I)) ','
                DELIMITED BY SIZE INTO WS-GRANT-LIST.
            INSPECT WS-GRANT-LIST REPLACING ALL ' ' BY ','.
            STRING ',' FUNCTION TRIM(FUNCTION UPPER-CASE(LK-OPERATOR))
                ',' DELIMITED BY SIZE INTO WS-GRANT-KEY.
            COMPUTE WS-GRANT-KEY-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(LK-OPERATOR)) + 2.
            MOVE ZERO TO WS-GRANT-HITS.
            INSPECT WS-GRANT-LIST TALLYING WS-GRANT-HITS
                FOR ALL WS-GRANT-KEY (1:WS-GRANT-KEY-LEN).
            IF WS-GRANT-HITS > ZERO
                MOVE 'Y' TO WS-GRANTED
            END-IF.

       3000-RETURN-ENTRY.
            MOVE WS-LT-CODE (WS-LIB-I) TO LK-LIBRARY.
            MOVE WS-LT-NAME (WS-LIB-I) TO LK-LIB-NAME.
            MOVE WS-LT-SDF (WS-LIB-I) TO LK-SDF-PATH.
            MOVE WS-LT-CAT (WS-LIB-I) TO LK-CAT-PATH.
            MOVE WS-LT-SRC (WS-LIB-I) TO LK-SRC-PATH.
            MOVE 'Y' TO LK-RESULT.
