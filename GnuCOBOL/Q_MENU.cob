       01  WS-ALERT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       01 WS-CHOICE             PIC X VALUE SPACE.
       01 WS-USER-ID            PIC X(10) VALUE SPACES.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-ALERT-SHOWN        PIC X VALUE 'N'.
       01 WS-RENAME-STATUS      PIC S9(9) BINARY VALUE ZERO.

      *> The quote library this session works in, chosen off the
      *> library catalog through Q_LIBGET and handed on to every
      *> program the menu calls through the path variables:
       01 WS-LIB-MODE           PIC X VALUE 'N'.
       01 WS-LIB-CODE           PIC X(8) VALUE SPACES.
       01 WS-LIB-OPERATOR       PIC X(10) VALUE SPACES.
       01 WS-LIB-RESULT         PIC X VALUE SPACE.
       01 WS-LIB-NAME           PIC X(30) VALUE SPACES.
       01 WS-LIB-SDF-PATH       PIC X(200) VALUE SPACES.
       01 WS-LIB-CAT-PATH       PIC X(200) VALUE SPACES.
       01 WS-LIB-SRC-PATH       PIC X(200) VALUE SPACES.
       01 WS-LIB-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-LIB-FIRST          PIC X(8) VALUE SPACES.
       01 WS-LIB-WANTED         PIC X(8) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.

        DISPLAY "Mighty Maxims - Operator Menu"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> Sign-on: every session starts with an operator ID so the
      *> audit trail and the records a person touches carry a name,
      *> FROM ENVIRONMENT "MM_OPERATOR" for their audit entries:
        SET ENVIRONMENT "MM_OPERATOR" TO WS-USER-ID.

        PERFORM 0900-CHOOSE-LIBRARY.
        PERFORM 0800-SHOW-PENDING-ALERTS.

        DISPLAY "  [1] Add a quote".
                END-CALL
            END-IF.

      *> Which library?  Only the ones the catalog grants this
      *> operator are offered; one granted library is simply used.
      *> The choice goes into MM_SDF_PATH (and the masters, where
      *> the library has its own) so every program called from here
      *> works in it without knowing libraries exist.  No catalog
      *> on file is the one library, exactly as before:
       0900-CHOOSE-LIBRARY.
            IF WS-OPEN-SHOP = 'Y'
                MOVE SPACES TO WS-LIB-OPERATOR
            ELSE
                MOVE WS-USER-ID TO WS-LIB-OPERATOR
            END-IF.
            MOVE ZERO TO WS-LIB-COUNT.
            MOVE SPACES TO WS-LIB-CODE WS-LIB-FIRST.
            MOVE 'N' TO WS-LIB-MODE.
            CALL "Q_LIBGET" USING WS-LIB-MODE WS-LIB-CODE
                WS-LIB-OPERATOR WS-LIB-RESULT WS-LIB-NAME
                WS-LIB-SDF-PATH WS-LIB-CAT-PATH WS-LIB-SRC-PATH
            END-CALL.
            IF WS-LIB-RESULT = 'M'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-LIB-RESULT NOT = 'Y'
                ADD 1 TO WS-LIB-COUNT
                IF WS-LIB-COUNT = 1
                    MOVE WS-LIB-CODE TO WS-LIB-FIRST
                    DISPLAY "Libraries:"
                END-IF
                DISPLAY "  " WS-LIB-CODE " " WS-LIB-NAME
                CALL "Q_LIBGET" USING WS-LIB-MODE WS-LIB-CODE
                    WS-LIB-OPERATOR WS-LIB-RESULT WS-LIB-NAME
                    WS-LIB-SDF-PATH WS-LIB-CAT-PATH WS-LIB-SRC-PATH
                END-CALL
            END-PERFORM.
            IF WS-LIB-COUNT = ZERO
                DISPLAY "Operator " WS-USER-ID " is not granted "
                        "any quote library."
                DISPLAY "See the librarian to be granted one."
                STOP RUN
            END-IF.

            MOVE WS-LIB-FIRST TO WS-LIB-WANTED.
            MOVE 'G' TO WS-LIB-MODE.
            MOVE SPACE TO WS-LIB-RESULT.
            PERFORM UNTIL WS-LIB-RESULT = 'Y'
                IF WS-LIB-COUNT > 1
                    DISPLAY "Library? [" FUNCTION TRIM(WS-LIB-FIRST)
                            "]"
                    ACCEPT WS-LIB-WANTED FROM CONSOLE
                    MOVE FUNCTION UPPER-CASE(WS-LIB-WANTED)
                        TO WS-LIB-WANTED
                    IF WS-LIB-WANTED = SPACES
                        MOVE WS-LIB-FIRST TO WS-LIB-WANTED
                    END-IF
                END-IF
                MOVE WS-LIB-WANTED TO WS-LIB-CODE
                CALL "Q_LIBGET" USING WS-LIB-MODE WS-LIB-CODE
                    WS-LIB-OPERATOR WS-LIB-RESULT WS-LIB-NAME
                    WS-LIB-SDF-PATH WS-LIB-CAT-PATH WS-LIB-SRC-PATH
                END-CALL
                IF WS-LIB-RESULT NOT = 'Y'
                    DISPLAY "No library " FUNCTION TRIM(WS-LIB-WANTED)
                            " granted to " WS-USER-ID "."
                END-IF
            END-PERFORM.

            SET ENVIRONMENT "MM_LIBRARY" TO WS-LIB-CODE.
            SET ENVIRONMENT "MM_SDF_PATH" TO WS-LIB-SDF-PATH.
            IF WS-LIB-CAT-PATH NOT = SPACES
                SET ENVIRONMENT "MM_CAT_PATH" TO WS-LIB-CAT-PATH
            END-IF.
            IF WS-LIB-SRC-PATH NOT = SPACES
                SET ENVIRONMENT "MM_SRC_PATH" TO WS-LIB-SRC-PATH
            END-IF.
            DISPLAY "Working in library " FUNCTION TRIM(WS-LIB-CODE)
                    " - " FUNCTION TRIM(WS-LIB-NAME) ".".

       1000-CHECK-ALLOWED-A.
            MOVE 'A' TO WS-CHECK-FUNCTION.
            CALL "Q_USERCHK" USING WS-USER-ID WS-CHECK-FUNCTION
