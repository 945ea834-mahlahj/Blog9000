       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_AUTHGET.

      *> Q_AUTHGET - the one place that answers "who was this
      *> author?".  CALLed by Q_READER, Q_PRINT and Q_NEWS for the
      *> "who said it" line under each quote, and by Q_SRCMNT for
      *> the death year behind its public-domain report, so the
      *> author master is read in exactly one place.
      *>
      *>   LK-AUTHOR-IN  any spelling of the author - resolved to
      *>                 the canonical name through Q_ALIAS before
      *>                 the master is read
      *>   LK-WHO-LINE   comes back "Mark Twain (1835-1910),
      *>                 American, writer" - ready to print
      *>   LK-BIO-LINE-1 / LK-BIO-LINE-2  the two biography lines
      *>   LK-DIED       the death year, spaces if living/unknown
      *>   LK-FOUND comes back:
      *>     'Y'  the author is on the master
      *>     'N'  not on the master - the other items are spaces
      *>     'M'  no author master on file at all
      *>
      *> Opened once per run unit, INPUT only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUTHOR-MASTER-FILE
            ASSIGN TO WS-AUTH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-NAME
            FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-AUTH-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-AUTH-PATH.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-AUTH-AVAILABLE     PIC X VALUE 'N'.
       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-CANON-AUTHOR       PIC X(50) VALUE SPACES.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.
       01 WS-DATES              PIC X(12) VALUE SPACES.
       01 WS-WHO-PTR            PIC 9(3) COMP VALUE 1.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-AUTHOR-IN          PIC X(50).
       01 LK-WHO-LINE           PIC X(80).
       01 LK-BIO-LINE-1         PIC X(70).
       01 LK-BIO-LINE-2         PIC X(70).
       01 LK-DIED               PIC X(4).
       01 LK-FOUND              PIC X.

        PROCEDURE DIVISION USING LK-AUTHOR-IN LK-WHO-LINE
                                 LK-BIO-LINE-1 LK-BIO-LINE-2
                                 LK-DIED LK-FOUND.
        IF WS-OPENED NOT = 'Y'
            PERFORM 1000-OPEN-AUTHOR-MASTER
            MOVE 'Y' TO WS-OPENED
        END-IF.

        MOVE SPACES TO LK-WHO-LINE.
        MOVE SPACES TO LK-BIO-LINE-1.
        MOVE SPACES TO LK-BIO-LINE-2.
        MOVE SPACES TO LK-DIED.

        IF WS-AUTH-AVAILABLE NOT = 'Y'
            MOVE 'M' TO LK-FOUND
            GOBACK
        END-IF.

        MOVE 'C' TO WS-ALIAS-MODE.
        CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
            LK-AUTHOR-IN WS-CANON-AUTHOR WS-ALIAS-FOUND
        END-CALL.
        MOVE WS-CANON-AUTHOR TO AU-NAME.
        READ AUTHOR-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO LK-FOUND
            NOT INVALID KEY
                MOVE 'Y' TO LK-FOUND
                PERFORM 2000-BUILD-WHO-LINE
        END-READ.

        GOBACK.

       1000-OPEN-AUTHOR-MASTER.
            ACCEPT WS-AUTH-PATH FROM ENVIRONMENT "MM_AUTH_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_AUTHGET' TO WS-LAYCHK-PROGRAM.
            MOVE 'AUTH' TO WS-LAYCHK-CODE.
            MOVE WS-AUTH-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT AUTHOR-MASTER-FILE.
            IF WS-AUTH-STATUS = '00'
                MOVE 'Y' TO WS-AUTH-AVAILABLE
            ELSE
                MOVE 'N' TO WS-AUTH-AVAILABLE
            END-IF.

      *> Name, then whichever of the dates are known, then the
      *> nationality and occupation - each piece only when it is
      *> on the record, so a sparse entry still reads cleanly:
       2000-BUILD-WHO-LINE.
            MOVE AU-DIED TO LK-DIED.
            MOVE AU-BIO-LINE-1 TO LK-BIO-LINE-1.
            MOVE AU-BIO-LINE-2 TO LK-BIO-LINE-2.
            MOVE SPACES TO WS-DATES.
            EVALUATE TRUE
                WHEN AU-BORN NOT = SPACES AND AU-DIED NOT = SPACES
                    STRING "(" AU-BORN "-" AU-DIED ")"
                        DELIMITED BY SIZE INTO WS-DATES
                WHEN AU-BORN NOT = SPACES
                    STRING "(born " AU-BORN ")"
                        DELIMITED BY SIZE INTO WS-DATES
                WHEN AU-DIED NOT = SPACES
                    STRING "(died " AU-DIED ")"
                        DELIMITED BY SIZE INTO WS-DATES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE 1 TO WS-WHO-PTR.
            STRING FUNCTION TRIM(AU-NAME) DELIMITED BY SIZE
                INTO LK-WHO-LINE WITH POINTER WS-WHO-PTR.
            IF WS-DATES NOT = SPACES
                STRING " " FUNCTION TRIM(WS-DATES) DELIMITED BY SIZE
                    INTO LK-WHO-LINE WITH POINTER WS-WHO-PTR
            END-IF.
            IF AU-NATIONALITY NOT = SPACES
                STRING ", " FUNCTION TRIM(AU-NATIONALITY)
                    DELIMITED BY SIZE
                    INTO LK-WHO-LINE WITH POINTER WS-WHO-PTR
            END-IF.
            IF AU-OCCUPATION NOT = SPACES
                STRING ", " FUNCTION TRIM(AU-OCCUPATION)
                    DELIMITED BY SIZE
                    INTO LK-WHO-LINE WITH POINTER WS-WHO-PTR
            END-IF.

       COPY MM-LAYCHK-PROC.
