       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_AUTHMNT.

      *> Author-master maintenance, the biographical cousin of
      *> Q_CATMNT: one record per canonical author with life dates,
      *> nationality, occupation and a two-line biography.  Names
      *> are keyed the way Q_ALIAS resolves them, so whatever
      *> spelling the librarian types lands on the canonical record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Location comes from WS-AUTH-PATH (MM-AUTH-PATH.cpy), which
       *> can be overridden with the MM_AUTH_PATH environment
       *> variable:
       SELECT AUTHOR-MASTER-FILE
            ASSIGN TO WS-AUTH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-NAME
            FILE STATUS IS WS-AUTH-STATUS.

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
       COPY MM-AUTH-RAW.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-AUTH-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-AUTH-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-TYPED-NAME         PIC X(50) VALUE SPACES.
       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-CANON-AUTHOR       PIC X(50) VALUE SPACES.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.

      *> Answers to the detail prompts - checked before anything is
      *> moved onto the record, so a bad year never reaches the
      *> file:
       01 WS-BORN-A             PIC X(4) VALUE SPACES.
       01 WS-DIED-A             PIC X(4) VALUE SPACES.
       01 WS-NATIONALITY-A      PIC X(20) VALUE SPACES.
       01 WS-OCCUPATION-A       PIC X(30) VALUE SPACES.
       01 WS-BIO-1-A            PIC X(70) VALUE SPACES.
       01 WS-BIO-2-A            PIC X(70) VALUE SPACES.
       01 WS-DETAILS-OK         PIC X VALUE 'N'.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUTH-PATH FROM ENVIRONMENT "MM_AUTH_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_AUTHMNT' TO WS-LAYCHK-PROGRAM.
        MOVE 'AUTH' TO WS-LAYCHK-CODE.
        MOVE WS-AUTH-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Author Master Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN I-O AUTHOR-MASTER-FILE.
        IF WS-AUTH-STATUS NOT = '00'
            DISPLAY "Creating the author master file ..."
            OPEN OUTPUT AUTHOR-MASTER-FILE
            CLOSE AUTHOR-MASTER-FILE
            OPEN I-O AUTHOR-MASTER-FILE
            IF WS-AUTH-STATUS NOT = '00'
                DISPLAY "Unable to open the author master, status "
                        WS-AUTH-STATUS
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF
            MOVE "created author master" TO WS-AUDIT-MESSAGE
            PERFORM WRITE-AUDIT-ENTRY
        END-IF.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List authors"
            DISPLAY "  [S] Show one author"
            DISPLAY "  [A] Add an author"
            DISPLAY "  [C] Change an author's details"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/S/A/C/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 1000-LIST-AUTHORS
                WHEN 'S'
                    PERFORM 1500-SHOW-AUTHOR
                WHEN 'A'
                    PERFORM 2000-ADD-AUTHOR
                WHEN 'C'
                    PERFORM 3000-CHANGE-AUTHOR
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        CLOSE AUTHOR-MASTER-FILE.

        MOVE "Q_AUTHMNT run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-LIST-AUTHORS.
            MOVE 'N' TO WS-EOF.
            MOVE ZERO TO WS-AUTH-COUNT.
            MOVE LOW-VALUES TO AU-NAME.
            START AUTHOR-MASTER-FILE KEY IS >= AU-NAME
                INVALID KEY
                    MOVE 'Y' TO WS-EOF
            END-START.
            DISPLAY "Author"
                    "                                             "
                    "Born Died Nationality".
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUTHOR-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-AUTH-COUNT
                        DISPLAY AU-NAME " " AU-BORN " " AU-DIED " "
                                AU-NATIONALITY
                END-READ
            END-PERFORM.
            IF WS-AUTH-COUNT = ZERO
                DISPLAY "No authors on file."
            END-IF.

       1500-SHOW-AUTHOR.
            PERFORM 5000-ASK-CANONICAL-NAME.
            MOVE WS-CANON-AUTHOR TO AU-NAME.
            READ AUTHOR-MASTER-FILE
                INVALID KEY
                    DISPLAY "No author on file under "
                            FUNCTION TRIM(WS-CANON-AUTHOR) "."
                NOT INVALID KEY
                    PERFORM 1600-DISPLAY-ONE-AUTHOR
            END-READ.

       1600-DISPLAY-ONE-AUTHOR.
            DISPLAY "Author:      " AU-NAME.
            DISPLAY "Born:        " AU-BORN.
            DISPLAY "Died:        " AU-DIED.
            DISPLAY "Nationality: " AU-NATIONALITY.
            DISPLAY "Occupation:  " AU-OCCUPATION.
            DISPLAY "Biography:   " AU-BIO-LINE-1.
            DISPLAY "             " AU-BIO-LINE-2.

       2000-ADD-AUTHOR.
            PERFORM 5000-ASK-CANONICAL-NAME.
            IF WS-CANON-AUTHOR = SPACES
                DISPLAY "An author name is required."
            ELSE
                MOVE WS-CANON-AUTHOR TO AU-NAME
                READ AUTHOR-MASTER-FILE
                    INVALID KEY
                        PERFORM 2100-ADD-NEW-AUTHOR
                    NOT INVALID KEY
                        DISPLAY "That author is already on file - "
                                "use [C] to change the details."
                END-READ
            END-IF.

       2100-ADD-NEW-AUTHOR.
            MOVE SPACES TO AU-DATA-RAW.
            MOVE WS-CANON-AUTHOR TO AU-NAME.
            PERFORM 4000-ASK-DETAILS.
            IF WS-DETAILS-OK NOT = 'Y'
                DISPLAY "Author NOT added."
            ELSE
                PERFORM 4500-MOVE-DETAILS
                WRITE AU-DATA-RAW
                    INVALID KEY
                        DISPLAY "That author is already on file."
                    NOT INVALID KEY
                        DISPLAY "Author " FUNCTION TRIM(AU-NAME)
                                " added."
                        MOVE SPACES TO WS-AUDIT-MESSAGE
                        STRING "added author "
                            FUNCTION TRIM(AU-NAME)
                            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                        MOVE 'AUTHADD' TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-ENTRY
                END-WRITE
            END-IF.

      *> Every detail prompt shows the value on file; a blank answer
      *> keeps it, so changing one date is one line of typing:
       3000-CHANGE-AUTHOR.
            PERFORM 5000-ASK-CANONICAL-NAME.
            MOVE WS-CANON-AUTHOR TO AU-NAME.
            READ AUTHOR-MASTER-FILE
                INVALID KEY
                    DISPLAY "No author on file under "
                            FUNCTION TRIM(WS-CANON-AUTHOR) "."
                NOT INVALID KEY
                    PERFORM 1600-DISPLAY-ONE-AUTHOR
                    DISPLAY "(blank answer keeps the value shown)"
                    PERFORM 4000-ASK-DETAILS
                    IF WS-DETAILS-OK NOT = 'Y'
                        DISPLAY "Nothing changed."
                    ELSE
                        PERFORM 4500-MOVE-DETAILS
                        REWRITE AU-DATA-RAW
                            INVALID KEY
                                DISPLAY "Unable to rewrite that "
                                        "author."
                            NOT INVALID KEY
                                DISPLAY "Author details updated."
                                MOVE SPACES TO WS-AUDIT-MESSAGE
                                STRING "changed author "
                                    FUNCTION TRIM(AU-NAME)
                                    DELIMITED BY SIZE
                                    INTO WS-AUDIT-MESSAGE
                                MOVE 'AUTHCHG' TO WS-AUDIT-ACTION
                                PERFORM WRITE-AUDIT-ENTRY
                        END-REWRITE
                    END-IF
            END-READ.

      *> Years are four digits or blank, and nobody dies before
      *> they are born:
       4000-ASK-DETAILS.
            MOVE 'Y' TO WS-DETAILS-OK.
            MOVE AU-BORN TO WS-BORN-A.
            MOVE AU-DIED TO WS-DIED-A.
            MOVE AU-NATIONALITY TO WS-NATIONALITY-A.
            MOVE AU-OCCUPATION TO WS-OCCUPATION-A.
            MOVE AU-BIO-LINE-1 TO WS-BIO-1-A.
            MOVE AU-BIO-LINE-2 TO WS-BIO-2-A.
            DISPLAY "Year born (YYYY):".
            PERFORM 4100-ACCEPT-KEEP-BORN.
            DISPLAY "Year died (YYYY, blank if living/unknown):".
            PERFORM 4200-ACCEPT-KEEP-DIED.
            DISPLAY "Nationality:".
            ACCEPT AU-NATIONALITY FROM CONSOLE.
            IF AU-NATIONALITY = SPACES
                MOVE WS-NATIONALITY-A TO AU-NATIONALITY
            END-IF.
            MOVE AU-NATIONALITY TO WS-NATIONALITY-A.
            DISPLAY "Occupation:".
            ACCEPT AU-OCCUPATION FROM CONSOLE.
            IF AU-OCCUPATION = SPACES
                MOVE WS-OCCUPATION-A TO AU-OCCUPATION
            END-IF.
            MOVE AU-OCCUPATION TO WS-OCCUPATION-A.
            DISPLAY "Biography, first line (70 characters):".
            ACCEPT AU-BIO-LINE-1 FROM CONSOLE.
            IF AU-BIO-LINE-1 = SPACES
                MOVE WS-BIO-1-A TO AU-BIO-LINE-1
            END-IF.
            MOVE AU-BIO-LINE-1 TO WS-BIO-1-A.
            DISPLAY "Biography, second line (70 characters):".
            ACCEPT AU-BIO-LINE-2 FROM CONSOLE.
            IF AU-BIO-LINE-2 = SPACES
                MOVE WS-BIO-2-A TO AU-BIO-LINE-2
            END-IF.
            MOVE AU-BIO-LINE-2 TO WS-BIO-2-A.
            IF WS-BORN-A NOT = SPACES AND WS-BORN-A NOT NUMERIC
                DISPLAY "Year born must be four digits."
                MOVE 'N' TO WS-DETAILS-OK
            END-IF.
            IF WS-DIED-A NOT = SPACES AND WS-DIED-A NOT NUMERIC
                DISPLAY "Year died must be four digits."
                MOVE 'N' TO WS-DETAILS-OK
            END-IF.
            IF WS-DETAILS-OK = 'Y'
                AND WS-BORN-A NOT = SPACES
                AND WS-DIED-A NOT = SPACES
                AND WS-DIED-A < WS-BORN-A
                DISPLAY "Year died is before year born."
                MOVE 'N' TO WS-DETAILS-OK
            END-IF.

       4100-ACCEPT-KEEP-BORN.
            MOVE SPACES TO AU-BORN.
            ACCEPT AU-BORN FROM CONSOLE.
            IF AU-BORN NOT = SPACES
                MOVE AU-BORN TO WS-BORN-A
            END-IF.

       4200-ACCEPT-KEEP-DIED.
            MOVE SPACES TO AU-DIED.
            ACCEPT AU-DIED FROM CONSOLE.
            IF AU-DIED NOT = SPACES
                MOVE AU-DIED TO WS-DIED-A
            END-IF.

       4500-MOVE-DETAILS.
            MOVE WS-BORN-A TO AU-BORN.
            MOVE WS-DIED-A TO AU-DIED.
            MOVE WS-NATIONALITY-A TO AU-NATIONALITY.
            MOVE WS-OCCUPATION-A TO AU-OCCUPATION.
            MOVE WS-BIO-1-A TO AU-BIO-LINE-1.
            MOVE WS-BIO-2-A TO AU-BIO-LINE-2.

      *> The typed name is resolved through the alias master so the
      *> record is always filed under the canonical spelling:
       5000-ASK-CANONICAL-NAME.
            DISPLAY "Author name (any spelling):".
            MOVE SPACES TO WS-TYPED-NAME.
            ACCEPT WS-TYPED-NAME FROM CONSOLE.
            MOVE 'C' TO WS-ALIAS-MODE.
            CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
                WS-TYPED-NAME WS-CANON-AUTHOR WS-ALIAS-FOUND
            END-CALL.
            IF WS-ALIAS-FOUND = 'Y'
                DISPLAY "Filed under the canonical name "
                        FUNCTION TRIM(WS-CANON-AUTHOR) "."
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
            MOVE 'Q_AUTHMNT' TO AUDIT-PROGRAM.
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

       COPY MM-LAYCHK-PROC.
