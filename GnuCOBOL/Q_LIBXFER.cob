       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_LIBXFER.

      *> Library transfer: copies or moves one quote from one quote
      *> library to another (the library catalog, MM-LIB-PATH.cpy).
      *> The quote takes its overflow text, every translation (with
      *> its stamp) and its attribution record with it, and gets the
      *> next free Q-ID in the target library - IDs are per library,
      *> so the old one means nothing there.  Ratings, serve counts,
      *> keyword entries and links stay with the library that earned
      *> them.
      *>
      *>   Copy  the target journal gets an ADD for the new quote
      *>   Move  the same, then the quote and its side records come
      *>         off the source and the source journal gets a DELETE
      *>         - it is not archived there, since it lives on in the
      *>         target.  A move takes the D letter as well as A,
      *>         and a quote under legal hold is never moved.
      *> A category code the target's category master does not
      *> carry (or carries retired) is cleared, and said so, so the
      *> quote arrives unclassified rather than mis-classified.
      *> Both sides are audited: XFERIN under the new Q-ID and
      *> XFEROUT under the old one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Whichever library's quote file is being worked on -
       *> WS-SDF-PATH is pointed at the source, then the target:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            LOCK MODE IS AUTOMATIC
            SHARING WITH ALL OTHER
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       SELECT MM-COBOL-ID-FILE
            ASSIGN TO WS-ID-SEQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ID-SEQ-STATUS.

       SELECT MAXIM-OVERFLOW-FILE
            ASSIGN TO WS-OVF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OV-KEY
            FILE STATUS IS WS-OVF-STATUS.

       SELECT TRANSLATION-FILE
            ASSIGN TO WS-XLT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XLT-KEY
            FILE STATUS IS WS-XLT-STATUS.

       SELECT ATTRIBUTION-FILE
            ASSIGN TO WS-ATTR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AT-ID
            FILE STATUS IS WS-ATTR-STATUS.

       *> The target library's category master (or the suite's own,
       *> when the library shares it):
       SELECT CATEGORY-MASTER-FILE
            ASSIGN TO WS-CAT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-CODE
            FILE STATUS IS WS-CAT-STATUS.

       *> Append-only change journal of whichever library is being
       *> changed, named after its quote file:
       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

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
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-OVF-RAW.
       COPY MM-XLT-RAW.
       COPY MM-ATTR-RAW.
       COPY MM-CAT-RAW.
       COPY MM-JNL-RAW.

       FD  MM-COBOL-ID-FILE.
       01  WS-ID-SEQ-RECORD        PIC 9(9).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-CAT-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-XFER-MODE          PIC X VALUE SPACE.
       01 WS-XFER-VERB          PIC X(6) VALUE SPACES.
       01 WS-CHECK-FUNCTION     PIC X VALUE '*'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-OPEN-SHOP          PIC X VALUE 'N'.
       01 WS-ID-SEQ-PATH        PIC X(205) VALUE SPACES.
       01 WS-ID-SEQ-STATUS      PIC XX VALUE '00'.
       01 WS-OVF-PATH           PIC X(205) VALUE SPACES.
       01 WS-OVF-STATUS         PIC XX VALUE '00'.
       01 WS-XLT-PATH           PIC X(205) VALUE SPACES.
       01 WS-XLT-STATUS         PIC XX VALUE '00'.
       01 WS-ATTR-PATH          PIC X(205) VALUE SPACES.
       01 WS-ATTR-STATUS        PIC XX VALUE '00'.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-JNL-ACTION         PIC X(8) VALUE SPACES.
       01 WS-JNL-BEFORE         PIC X(400) VALUE SPACES.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.
       01 WS-SUITE-CAT-PATH     PIC X(200) VALUE SPACES.
       01 WS-NUM-ED             PIC Z(8)9.
       01 WS-NUM-ED2            PIC Z(8)9.

      *> The two libraries, through Q_LIBGET:
       01 WS-LIB-MODE           PIC X VALUE 'G'.
       01 WS-LIB-OPERATOR       PIC X(10) VALUE SPACES.
       01 WS-LIB-RESULT         PIC X VALUE SPACE.
       01 WS-FROM-LIB           PIC X(8) VALUE SPACES.
       01 WS-FROM-NAME          PIC X(30) VALUE SPACES.
       01 WS-FROM-SDF           PIC X(200) VALUE SPACES.
       01 WS-FROM-CAT           PIC X(200) VALUE SPACES.
       01 WS-FROM-SRC           PIC X(200) VALUE SPACES.
       01 WS-TO-LIB             PIC X(8) VALUE SPACES.
       01 WS-TO-NAME            PIC X(30) VALUE SPACES.
       01 WS-TO-SDF             PIC X(200) VALUE SPACES.
       01 WS-TO-CAT             PIC X(200) VALUE SPACES.
       01 WS-TO-SRC             PIC X(200) VALUE SPACES.
       01 WS-ASK-LIB            PIC X(8) VALUE SPACES.

      *> The quote in transit, and everything that goes with it:
       01 WS-OLD-ID             PIC 9(9) VALUE ZERO.
       01 WS-NEW-ID             PIC 9(9) VALUE ZERO.
       01 WS-NEXT-ID            PIC 9(9) COMP VALUE 1.
       01 WS-QUOTE-IMAGE        PIC X(392) VALUE SPACES.
       01 WS-QUOTE-FOUND        PIC X VALUE 'N'.
       01 WS-ID-FREE            PIC X VALUE 'N'.
       01 WS-WRITTEN            PIC X VALUE 'N'.
       01 WS-OVF-USED           PIC 9(2) COMP VALUE ZERO.
       01 WS-OVF-TABLE.
           05 WS-OVF-ENTRY OCCURS 20 TIMES.
               10 WS-OT-SEQ          PIC 9(2).
               10 WS-OT-TEXT         PIC X(255).
       01 WS-XLT-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-XLT-TABLE.
           05 WS-XLT-ENTRY OCCURS 400 TIMES.
               10 WS-XT-RECORD       PIC X(269).
       01 WS-ATTR-FOUND         PIC X VALUE 'N'.
       01 WS-ATTR-IMAGE         PIC X(108) VALUE SPACES.
       01 WS-TBL-I              PIC 9(3) COMP VALUE ZERO.

      *> Legal holds through Q_HOLDCHK - a held quote is never
      *> taken off its library:
       01 WS-HOLD-MODE          PIC X VALUE 'Q'.
       01 WS-HOLD-ID            PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-TEXT          PIC X(1000) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.

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
        ACCEPT WS-FROM-LIB FROM ENVIRONMENT "MM_LIBRARY"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE WS-CAT-PATH TO WS-SUITE-CAT-PATH.
        MOVE 'Q_LIBXFER' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Library Transfer"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM 0400-RESOLVE-OPERATOR.
        MOVE 'A' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to add quotes."
            MOVE "library transfer refused, not cleared"
                TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        IF WS-CHECK-RESULT = 'M'
            MOVE 'Y' TO WS-OPEN-SHOP
            MOVE SPACES TO WS-LIB-OPERATOR
        ELSE
            MOVE WS-AUDIT-OPERATOR TO WS-LIB-OPERATOR
        END-IF.

        PERFORM 0500-CHOOSE-LIBRARIES.

        DISPLAY "Q-ID in " FUNCTION TRIM(WS-FROM-LIB) ":".
        ACCEPT WS-OLD-ID FROM CONSOLE.
        PERFORM 1000-GATHER-THE-QUOTE.
        IF WS-QUOTE-FOUND NOT = 'Y'
            DISPLAY "No quote " WS-OLD-ID " in library "
                    FUNCTION TRIM(WS-FROM-LIB) "."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        MOVE WS-QUOTE-IMAGE TO Q-DATA-RAW.
        DISPLAY "  Author: " FUNCTION TRIM(Q-AUTHOR).
        DISPLAY "  Source: " FUNCTION TRIM(Q-SOURCE).
        DISPLAY "  Maxim:  " Q-MIGHTY-MAXIM (1:60).
        MOVE WS-OVF-USED TO WS-NUM-ED.
        MOVE WS-XLT-USED TO WS-NUM-ED2.
        DISPLAY "  " FUNCTION TRIM(WS-NUM-ED) " overflow segment(s), "
                FUNCTION TRIM(WS-NUM-ED2) " translation record(s), "
                "attribution record: " WS-ATTR-FOUND.

        DISPLAY "[C]opy or [M]ove to " FUNCTION TRIM(WS-TO-LIB) "?".
        ACCEPT WS-XFER-MODE FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-XFER-MODE) TO WS-XFER-MODE.
        IF WS-XFER-MODE = 'M'
            MOVE 'moved' TO WS-XFER-VERB
            PERFORM 0600-CHECK-MOVE-ALLOWED
        ELSE
            MOVE 'C' TO WS-XFER-MODE
            MOVE 'copied' TO WS-XFER-VERB
        END-IF.

        DISPLAY "Go ahead? [Y/N]".
        ACCEPT WS-CONFIRM FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
        IF WS-CONFIRM NOT = 'Y'
            DISPLAY "Transfer cancelled."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 2000-ADD-TO-TARGET.
        IF WS-WRITTEN NOT = 'Y'
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-XFER-MODE = 'M'
            PERFORM 3000-TAKE-OFF-SOURCE
        END-IF.

        MOVE WS-NEW-ID TO WS-NUM-ED.
        DISPLAY "Quote " FUNCTION TRIM(WS-XFER-VERB) " to "
                FUNCTION TRIM(WS-TO-LIB) " as Q-ID "
                FUNCTION TRIM(WS-NUM-ED) ".".
        MOVE WS-OLD-ID TO WS-NUM-ED2.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING FUNCTION TRIM(WS-XFER-VERB) " in from library "
            FUNCTION TRIM(WS-FROM-LIB) " Q-ID "
            FUNCTION TRIM(WS-NUM-ED2)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'XFERIN' TO WS-AUDIT-ACTION.
        MOVE WS-NEW-ID TO WS-AUDIT-QUOTE-ID.
        PERFORM WRITE-AUDIT-ENTRY.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING FUNCTION TRIM(WS-XFER-VERB) " out of library "
            FUNCTION TRIM(WS-FROM-LIB) " to library "
            FUNCTION TRIM(WS-TO-LIB) " Q-ID "
            FUNCTION TRIM(WS-NUM-ED)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'XFEROUT' TO WS-AUDIT-ACTION.
        MOVE WS-OLD-ID TO WS-AUDIT-QUOTE-ID.
        PERFORM WRITE-AUDIT-ENTRY.

        CLOSE AUDIT-LOG-FILE.
        STOP RUN.

      *> Under Q_MENU the sign-on already happened and MM_OPERATOR
      *> carries the ID; run standalone, the same sign-on happens
      *> here:
       0400-RESOLVE-OPERATOR.
            IF WS-AUDIT-OPERATOR = SPACES
                DISPLAY "Operator ID:"
                ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                    TO WS-AUDIT-OPERATOR
                MOVE '*' TO WS-CHECK-FUNCTION
                CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR
                    WS-CHECK-FUNCTION WS-CHECK-RESULT WS-USER-NAME
                END-CALL
                IF WS-CHECK-RESULT = 'U'
                    DISPLAY "Operator " WS-AUDIT-OPERATOR
                            " is not on the user master."
                    CLOSE AUDIT-LOG-FILE
                    STOP RUN
                END-IF
            END-IF.

      *> Both ends have to be libraries on the catalog that this
      *> operator is granted - the library Q_MENU put the session
      *> in is offered as the source:
       0500-CHOOSE-LIBRARIES.
            DISPLAY "From library: [" FUNCTION TRIM(WS-FROM-LIB) "]".
            ACCEPT WS-ASK-LIB FROM CONSOLE.
            IF WS-ASK-LIB NOT = SPACES
                MOVE WS-ASK-LIB TO WS-FROM-LIB
            END-IF.
            DISPLAY "To library:".
            ACCEPT WS-TO-LIB FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-FROM-LIB) TO WS-FROM-LIB.
            MOVE FUNCTION UPPER-CASE(WS-TO-LIB) TO WS-TO-LIB.

            MOVE 'G' TO WS-LIB-MODE.
            CALL "Q_LIBGET" USING WS-LIB-MODE WS-FROM-LIB
                WS-LIB-OPERATOR WS-LIB-RESULT WS-FROM-NAME
                WS-FROM-SDF WS-FROM-CAT WS-FROM-SRC
            END-CALL.
            PERFORM 0550-CHECK-LIB-RESULT.
            IF WS-LIB-RESULT NOT = 'Y'
                MOVE WS-FROM-LIB TO WS-ASK-LIB
                PERFORM 0560-REFUSE-LIBRARY
            END-IF.
            CALL "Q_LIBGET" USING WS-LIB-MODE WS-TO-LIB
                WS-LIB-OPERATOR WS-LIB-RESULT WS-TO-NAME
                WS-TO-SDF WS-TO-CAT WS-TO-SRC
            END-CALL.
            PERFORM 0550-CHECK-LIB-RESULT.
            IF WS-LIB-RESULT NOT = 'Y'
                MOVE WS-TO-LIB TO WS-ASK-LIB
                PERFORM 0560-REFUSE-LIBRARY
            END-IF.
            IF WS-FROM-SDF = WS-TO-SDF
                DISPLAY FUNCTION TRIM(WS-FROM-LIB) " and "
                        FUNCTION TRIM(WS-TO-LIB)
                        " share one quote file - nothing to transfer."
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF.

       0550-CHECK-LIB-RESULT.
            IF WS-LIB-RESULT = 'M'
                DISPLAY "No library catalog on file - there is only "
                        "the one library."
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF.

       0560-REFUSE-LIBRARY.
            IF WS-LIB-RESULT = 'N'
                DISPLAY "Operator " WS-AUDIT-OPERATOR " is not "
                        "granted library " FUNCTION TRIM(WS-ASK-LIB)
                        "."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "library transfer refused, library "
                    FUNCTION TRIM(WS-ASK-LIB) " not granted"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            ELSE
                DISPLAY "No library " FUNCTION TRIM(WS-ASK-LIB)
                        " on the library catalog."
            END-IF.
            CLOSE AUDIT-LOG-FILE.
            STOP RUN.

      *> A move takes the quote off its library, which is a delete
      *> there - the D letter, and no legal hold on it:
       0600-CHECK-MOVE-ALLOWED.
            MOVE 'D' TO WS-CHECK-FUNCTION.
            CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR
                WS-CHECK-FUNCTION WS-CHECK-RESULT WS-USER-NAME
            END-CALL.
            IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
                DISPLAY "Operator " WS-AUDIT-OPERATOR
                        " is not cleared to delete quotes - copy "
                        "it instead."
                MOVE "library move refused, not cleared to delete"
                    TO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                MOVE WS-OLD-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF.
      *> The hold register is matched against the source library's
      *> quote file:
            SET ENVIRONMENT "MM_SDF_PATH" TO WS-FROM-SDF.
            MOVE 'Q' TO WS-HOLD-MODE.
            MOVE WS-OLD-ID TO WS-HOLD-ID.
            MOVE Q-AUTHOR TO WS-HOLD-AUTHOR.
            MOVE Q-SOURCE TO WS-HOLD-SOURCE.
            CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-ID
                WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-HOLD-TEXT
                WS-HOLD-RESULT WS-HOLD-MATTER
            END-CALL.
            IF WS-HOLD-RESULT = 'Y'
                DISPLAY "Quote " WS-OLD-ID " is under legal hold, "
                        "matter " FUNCTION TRIM(WS-HOLD-MATTER)
                        " - it can be copied, not moved."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "library move refused, legal hold matter "
                    FUNCTION TRIM(WS-HOLD-MATTER)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                MOVE WS-OLD-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF.

      *> Every file named after a library's quote file:
       0700-SET-LIBRARY-PATHS.
            MOVE SPACES TO WS-ID-SEQ-PATH WS-OVF-PATH WS-XLT-PATH
                WS-ATTR-PATH WS-JOURNAL-PATH WS-INUSE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".SEQ"
                DELIMITED BY SIZE INTO WS-ID-SEQ-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".OVF"
                DELIMITED BY SIZE INTO WS-OVF-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".XLT"
                DELIMITED BY SIZE INTO WS-XLT-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
                DELIMITED BY SIZE INTO WS-ATTR-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
                DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
                DELIMITED BY SIZE INTO WS-INUSE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_LIBXFER' TO WS-LAYCHK-PROGRAM.
            MOVE 'OVF' TO WS-LAYCHK-CODE.
            MOVE WS-OVF-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'XLT' TO WS-LAYCHK-CODE.
            MOVE WS-XLT-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'ATTR' TO WS-LAYCHK-CODE.
            MOVE WS-ATTR-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'JNL' TO WS-LAYCHK-CODE.
            MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.

      *> Read everything that travels into working storage, so the
      *> source files are closed again before the target is opened:
       1000-GATHER-THE-QUOTE.
            MOVE WS-FROM-SDF TO WS-SDF-PATH.
            PERFORM 0700-SET-LIBRARY-PATHS.
            MOVE 'N' TO WS-QUOTE-FOUND.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                DISPLAY "Unable to open the " FUNCTION TRIM(WS-FROM-LIB)
                        " quote file, status " FILE-STATUS-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE WS-OLD-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-QUOTE-FOUND
                    MOVE Q-DATA-RAW TO WS-QUOTE-IMAGE
            END-READ.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            IF WS-QUOTE-FOUND NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.

            MOVE ZERO TO WS-OVF-USED.
            OPEN INPUT MAXIM-OVERFLOW-FILE.
            IF WS-OVF-STATUS = '00'
                MOVE WS-OLD-ID TO OV-ID
                MOVE ZERO TO OV-SEQ
                MOVE 'N' TO WS-EOF
                START MAXIM-OVERFLOW-FILE KEY IS NOT LESS THAN OV-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MAXIM-OVERFLOW-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF OV-ID NOT = WS-OLD-ID
                                OR WS-OVF-USED >= 20
                                MOVE 'Y' TO WS-EOF
                            ELSE
                                ADD 1 TO WS-OVF-USED
                                MOVE OV-SEQ TO WS-OT-SEQ (WS-OVF-USED)
                                MOVE OV-TEXT
                                    TO WS-OT-TEXT (WS-OVF-USED)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MAXIM-OVERFLOW-FILE
            END-IF.

            MOVE ZERO TO WS-XLT-USED.
            OPEN INPUT TRANSLATION-FILE.
            IF WS-XLT-STATUS = '00'
                MOVE WS-OLD-ID TO XLT-ID
                MOVE LOW-VALUES TO XLT-LANG
                MOVE ZERO TO XLT-SEQ
                MOVE 'N' TO WS-EOF
                START TRANSLATION-FILE KEY IS NOT LESS THAN XLT-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = 'Y'
                    READ TRANSLATION-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF XLT-ID NOT = WS-OLD-ID
                                OR WS-XLT-USED >= 400
                                MOVE 'Y' TO WS-EOF
                            ELSE
                                ADD 1 TO WS-XLT-USED
                                MOVE XLT-DATA-RAW
                                    TO WS-XT-RECORD (WS-XLT-USED)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANSLATION-FILE
            END-IF.

            MOVE 'N' TO WS-ATTR-FOUND.
            OPEN INPUT ATTRIBUTION-FILE.
            IF WS-ATTR-STATUS = '00'
                MOVE WS-OLD-ID TO AT-ID
                READ ATTRIBUTION-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ATTR-FOUND
                        MOVE AT-DATA-RAW TO WS-ATTR-IMAGE
                END-READ
                CLOSE ATTRIBUTION-FILE
            END-IF.

      *> Into the target under its next free Q-ID - the .SEQ is
      *> probed against the live file exactly as Q_WRITER does, so
      *> a sequence that fell behind never overwrites a quote:
       2000-ADD-TO-TARGET.
            MOVE 'N' TO WS-WRITTEN.
            MOVE WS-TO-SDF TO WS-SDF-PATH.
            PERFORM 0700-SET-LIBRARY-PATHS.
            MOVE WS-QUOTE-IMAGE TO Q-DATA-RAW.
            PERFORM 2100-CHECK-TARGET-CATEGORY.
            MOVE Q-DATA-RAW TO WS-QUOTE-IMAGE.

            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF FILE-NOT-FOUND
                OPEN OUTPUT MM-COBOL-SDF-FILE
                CLOSE MM-COBOL-SDF-FILE
                OPEN I-O MM-COBOL-SDF-FILE
            END-IF.
            IF NOT SUCCESS
                DISPLAY "Unable to open the " FUNCTION TRIM(WS-TO-LIB)
                        " quote file, status " FILE-STATUS-CODE
                        " - nothing transferred."
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.

            MOVE 1 TO WS-NEXT-ID.
            OPEN INPUT MM-COBOL-ID-FILE.
            IF WS-ID-SEQ-STATUS = '00'
                READ MM-COBOL-ID-FILE
                    AT END CONTINUE
                    NOT AT END MOVE WS-ID-SEQ-RECORD TO WS-NEXT-ID
                END-READ
                CLOSE MM-COBOL-ID-FILE
            END-IF.
            MOVE 'N' TO WS-ID-FREE.
            PERFORM UNTIL WS-ID-FREE = 'Y'
                MOVE WS-NEXT-ID TO Q-ID
                READ MM-COBOL-SDF-FILE
                IF SUCCESS OR SUCCESS-DUPLICATE
                    OR SUCCESS-LENGTH-MISMATCH OR SUCCESS-PADDED
                    ADD 1 TO WS-NEXT-ID
                ELSE
                    MOVE 'Y' TO WS-ID-FREE
                END-IF
            END-PERFORM.
            MOVE WS-QUOTE-IMAGE TO Q-DATA-RAW.
            MOVE WS-NEXT-ID TO Q-ID WS-NEW-ID.
            WRITE Q-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to write Q-ID " WS-NEW-ID
                            " in " FUNCTION TRIM(WS-TO-LIB)
                            ", status " FILE-STATUS-CODE
                            " - nothing transferred."
                NOT INVALID KEY
                    MOVE 'Y' TO WS-WRITTEN
            END-WRITE.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            IF WS-WRITTEN NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-NEXT-ID.
            MOVE WS-NEXT-ID TO WS-ID-SEQ-RECORD.
            OPEN OUTPUT MM-COBOL-ID-FILE.
            WRITE WS-ID-SEQ-RECORD.
            CLOSE MM-COBOL-ID-FILE.

            MOVE 'ADD' TO WS-JNL-ACTION.
            MOVE SPACES TO WS-JNL-BEFORE.
            MOVE Q-DATA-RAW TO WS-JNL-AFTER.
            PERFORM WRITE-JOURNAL-ENTRY.

            PERFORM 2200-ADD-SIDE-RECORDS.

      *> Categories are each library's own - a code the target does
      *> not carry, active, is cleared rather than carried across:
       2100-CHECK-TARGET-CATEGORY.
            IF Q-CATEGORY = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TO-CAT NOT = SPACES
                MOVE WS-TO-CAT TO WS-CAT-PATH
            ELSE
                MOVE WS-SUITE-CAT-PATH TO WS-CAT-PATH
            END-IF.
            MOVE 'CAT' TO WS-LAYCHK-CODE.
            MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT CATEGORY-MASTER-FILE.
            IF WS-CAT-STATUS = '00'
                MOVE Q-CATEGORY TO CAT-CODE
                READ CATEGORY-MASTER-FILE
                    INVALID KEY
                        MOVE 'R' TO CAT-STATUS
                END-READ
                CLOSE CATEGORY-MASTER-FILE
            ELSE
                MOVE 'R' TO CAT-STATUS
            END-IF.
            IF NOT CAT-ACTIVE
                DISPLAY "Category " FUNCTION TRIM(Q-CATEGORY)
                        " is not in use in " FUNCTION TRIM(WS-TO-LIB)
                        " - the quote arrives unclassified."
                MOVE SPACES TO Q-CATEGORY
            END-IF.

       2200-ADD-SIDE-RECORDS.
            IF WS-OVF-USED > ZERO
                OPEN I-O MAXIM-OVERFLOW-FILE
                IF WS-OVF-STATUS NOT = '00'
                    OPEN OUTPUT MAXIM-OVERFLOW-FILE
                    CLOSE MAXIM-OVERFLOW-FILE
                    OPEN I-O MAXIM-OVERFLOW-FILE
                END-IF
                PERFORM VARYING WS-TBL-I FROM 1 BY 1
                    UNTIL WS-TBL-I > WS-OVF-USED
                    MOVE WS-NEW-ID TO OV-ID
                    MOVE WS-OT-SEQ (WS-TBL-I) TO OV-SEQ
                    MOVE WS-OT-TEXT (WS-TBL-I) TO OV-TEXT
                    WRITE OV-DATA-RAW
                        INVALID KEY
                            REWRITE OV-DATA-RAW
                            END-REWRITE
                    END-WRITE
                END-PERFORM
                CLOSE MAXIM-OVERFLOW-FILE
            END-IF.
            IF WS-XLT-USED > ZERO
                OPEN I-O TRANSLATION-FILE
                IF WS-XLT-STATUS NOT = '00'
                    OPEN OUTPUT TRANSLATION-FILE
                    CLOSE TRANSLATION-FILE
                    OPEN I-O TRANSLATION-FILE
                END-IF
                PERFORM VARYING WS-TBL-I FROM 1 BY 1
                    UNTIL WS-TBL-I > WS-XLT-USED
                    MOVE WS-XT-RECORD (WS-TBL-I) TO XLT-DATA-RAW
                    MOVE WS-NEW-ID TO XLT-ID
                    WRITE XLT-DATA-RAW
                        INVALID KEY
                            REWRITE XLT-DATA-RAW
                            END-REWRITE
                    END-WRITE
                END-PERFORM
                CLOSE TRANSLATION-FILE
            END-IF.
            IF WS-ATTR-FOUND = 'Y'
                OPEN I-O ATTRIBUTION-FILE
                IF WS-ATTR-STATUS NOT = '00'
                    OPEN OUTPUT ATTRIBUTION-FILE
                    CLOSE ATTRIBUTION-FILE
                    OPEN I-O ATTRIBUTION-FILE
                END-IF
                MOVE WS-ATTR-IMAGE TO AT-DATA-RAW
                MOVE WS-NEW-ID TO AT-ID
                WRITE AT-DATA-RAW
                    INVALID KEY
                        REWRITE AT-DATA-RAW
                        END-REWRITE
                END-WRITE
                CLOSE ATTRIBUTION-FILE
            END-IF.

      *> Off the source: the quote with a DELETE on its journal, and
      *> every side record that travelled with it:
       3000-TAKE-OFF-SOURCE.
            MOVE WS-FROM-SDF TO WS-SDF-PATH.
            PERFORM 0700-SET-LIBRARY-PATHS.
            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                DISPLAY "Unable to open the "
                        FUNCTION TRIM(WS-FROM-LIB)
                        " quote file, status " FILE-STATUS-CODE
                        " - the quote was COPIED, not moved."
                MOVE 'copied' TO WS-XFER-VERB
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE WS-OLD-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    MOVE SPACES TO WS-JNL-BEFORE
                NOT INVALID KEY
                    MOVE Q-DATA-RAW TO WS-JNL-BEFORE
                    DELETE MM-COBOL-SDF-FILE
                        INVALID KEY
                            MOVE SPACES TO WS-JNL-BEFORE
                    END-DELETE
            END-READ.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            IF WS-JNL-BEFORE = SPACES
                DISPLAY "Unable to take Q-ID " WS-OLD-ID " off "
                        FUNCTION TRIM(WS-FROM-LIB)
                        " - the quote was COPIED, not moved."
                MOVE 'copied' TO WS-XFER-VERB
                EXIT PARAGRAPH
            END-IF.
            MOVE 'DELETE' TO WS-JNL-ACTION.
            MOVE SPACES TO WS-JNL-AFTER.
            PERFORM WRITE-JOURNAL-ENTRY.

            IF WS-OVF-USED > ZERO
                OPEN I-O MAXIM-OVERFLOW-FILE
                IF WS-OVF-STATUS = '00'
                    PERFORM VARYING WS-TBL-I FROM 1 BY 1
                        UNTIL WS-TBL-I > WS-OVF-USED
                        MOVE WS-OLD-ID TO OV-ID
                        MOVE WS-OT-SEQ (WS-TBL-I) TO OV-SEQ
                        DELETE MAXIM-OVERFLOW-FILE
                            INVALID KEY
                                CONTINUE
                        END-DELETE
                    END-PERFORM
                    CLOSE MAXIM-OVERFLOW-FILE
                END-IF
            END-IF.
            IF WS-XLT-USED > ZERO
                OPEN I-O TRANSLATION-FILE
                IF WS-XLT-STATUS = '00'
                    PERFORM VARYING WS-TBL-I FROM 1 BY 1
                        UNTIL WS-TBL-I > WS-XLT-USED
                        MOVE WS-XT-RECORD (WS-TBL-I) TO XLT-DATA-RAW
                        DELETE TRANSLATION-FILE
                            INVALID KEY
                                CONTINUE
                        END-DELETE
                    END-PERFORM
                    CLOSE TRANSLATION-FILE
                END-IF
            END-IF.
            IF WS-ATTR-FOUND = 'Y'
                OPEN I-O ATTRIBUTION-FILE
                IF WS-ATTR-STATUS = '00'
                    MOVE WS-OLD-ID TO AT-ID
                    DELETE ATTRIBUTION-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    CLOSE ATTRIBUTION-FILE
                END-IF
            END-IF.

      *> One journal line per change, opened EXTEND and closed per
      *> event so a crash mid-session loses at most the change in
      *> flight, never the journal:
       WRITE-JOURNAL-ENTRY.
            OPEN EXTEND UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                OPEN OUTPUT UPDATE-JOURNAL-FILE
            END-IF.
            IF WS-JOURNAL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to journal that change, "
                        "status " WS-JOURNAL-STATUS
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO JL-DATA-RAW
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO JL-TIMESTAMP
                MOVE WS-JNL-ACTION TO JL-ACTION
                MOVE WS-AUDIT-OPERATOR TO JL-OPERATOR
                MOVE WS-JNL-BEFORE TO JL-BEFORE-IMAGE
                MOVE WS-JNL-AFTER TO JL-AFTER-IMAGE
                MOVE 'N' TO JL-TEXT-CHANGED
                WRITE JL-DATA-RAW
                CLOSE UPDATE-JOURNAL-FILE
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
            MOVE 'Q_LIBXFER' TO AUDIT-PROGRAM.
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

       COPY MM-INUSE-PROC.
