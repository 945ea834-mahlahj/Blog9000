      *> their sign-on PIN, suspend and reinstate them - every
      *> change audit-logged under whoever made it.  The file keeps
      *> the pipe format Q_USERCHK and Q_PINCHK read:
      *>   ID|Name|letters|PIN|status|left
      *> where left is the YYYYMMDD an operator left, set by the
      *> Q_OFFBRD handover (blank for everyone still here).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-USER-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
               10 WS-UT-FUNCS        PIC X(10).
               10 WS-UT-PIN          PIC X(8).
               10 WS-UT-STATUS       PIC X.
               10 WS-UT-LEFT         PIC X(8).
       01 WS-LEFT-SUFFIX        PIC X(9) VALUE SPACES.
       01 WS-USER-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-LOOKUP-ID          PIC X(10) VALUE SPACES.
       01 WS-NEW-FUNCS          PIC X(10) VALUE SPACES.
       01 WS-NEW-PIN            PIC X(8) VALUE SPACES.

      *> Segregation of duties through Q_SODCHK - a change to the
      *> signed-on operator's own entry is checked against the SELF
      *> rules before it is made:
       01 WS-SOD-MODE           PIC X VALUE 'C'.
       01 WS-SOD-RULE-NO        PIC 9(3) VALUE ZERO.
       01 WS-SOD-ACTION         PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-ACTION   PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-BY       PIC X(10) VALUE SPACES.
       01 WS-SOD-RESULT         PIC X VALUE 'Y'.
       01 WS-SOD-RULE-TEXT      PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-USER-PATH FROM ENVIRONMENT "MM_USER_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - User Master Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
                             WS-UT-FUNCS (WS-USER-USED)
                             WS-UT-PIN (WS-USER-USED)
                             WS-UT-STATUS (WS-USER-USED)
                             WS-UT-LEFT (WS-USER-USED)
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                        WS-UT-ID (WS-USER-USED))
            OPEN OUTPUT USER-MASTER-FILE.
            PERFORM VARYING WS-USER-I FROM 1 BY 1
                UNTIL WS-USER-I > WS-USER-USED
                MOVE SPACES TO WS-USER-RECORD WS-LEFT-SUFFIX
                IF WS-UT-LEFT (WS-USER-I) NOT = SPACES
                    STRING '|' WS-UT-LEFT (WS-USER-I)
                        DELIMITED BY SIZE INTO WS-LEFT-SUFFIX
                END-IF
                STRING FUNCTION TRIM(WS-UT-ID (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-NAME (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-FUNCS (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-PIN (WS-USER-I)) '|'
                    WS-UT-STATUS (WS-USER-I)
                    DELIMITED BY SIZE
                    WS-LEFT-SUFFIX DELIMITED BY SPACE
                    INTO WS-USER-RECORD
                WRITE WS-USER-RECORD
            END-PERFORM.
            CLOSE USER-MASTER-FILE.
            ELSE
                DISPLAY "ID         Name"
                        "                           Letters    "
                        "PIN Status Left"
                PERFORM VARYING WS-USER-I FROM 1 BY 1
                    UNTIL WS-USER-I > WS-USER-USED
                    IF WS-UT-PIN (WS-USER-I) = SPACES
                                WS-UT-NAME (WS-USER-I) " "
                                WS-UT-FUNCS (WS-USER-I)
                                " no  " WS-UT-STATUS (WS-USER-I)
                                "      " WS-UT-LEFT (WS-USER-I)
                    ELSE
                        DISPLAY WS-UT-ID (WS-USER-I) " "
                                WS-UT-NAME (WS-USER-I) " "
                                WS-UT-FUNCS (WS-USER-I)
                                " yes " WS-UT-STATUS (WS-USER-I)
                                "      " WS-UT-LEFT (WS-USER-I)
                    END-IF
                END-PERFORM
            END-IF.
                        MOVE WS-USER-I TO WS-FOUND-I
                    END-IF
                END-PERFORM
                MOVE 'Y' TO WS-SOD-RESULT
                IF WS-LOOKUP-ID NOT = SPACES AND WS-FOUND-I = ZERO
                    MOVE 'USRADD' TO WS-SOD-ACTION
                    PERFORM 7000-CHECK-SEGREGATION
                END-IF
                IF WS-LOOKUP-ID = SPACES
                    DISPLAY "An operator ID is required."
                ELSE
                IF WS-FOUND-I > ZERO
                    DISPLAY "That ID is already on the master."
                ELSE
                IF WS-SOD-RESULT = 'N'
                    CONTINUE
                ELSE
                    ADD 1 TO WS-USER-USED
                    MOVE SPACES TO WS-USER-ENTRY (WS-USER-USED)
                    MOVE WS-LOOKUP-ID TO WS-UT-ID (WS-USER-USED)
                    DISPLAY "Name:"
                    ACCEPT WS-UT-NAME (WS-USER-USED) FROM CONSOLE
                    DISPLAY "Function letters (A D B X M R T L):"
                    ACCEPT WS-NEW-FUNCS FROM CONSOLE
                    MOVE FUNCTION UPPER-CASE(WS-NEW-FUNCS)
                        TO WS-UT-FUNCS (WS-USER-USED)
                    PERFORM WRITE-AUDIT-ENTRY
                END-IF
                END-IF
                END-IF
            END-IF.

       4000-CHANGE-LETTERS.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-FOUND-I > ZERO
                MOVE 'USRFNC' TO WS-SOD-ACTION
                PERFORM 7000-CHECK-SEGREGATION
            END-IF.
            IF WS-FOUND-I > ZERO AND WS-SOD-RESULT NOT = 'N'
                DISPLAY "Current letters: "
                        WS-UT-FUNCS (WS-FOUND-I)
                DISPLAY "New function letters:"
       5000-SET-PIN.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-FOUND-I > ZERO
                MOVE 'USRPIN' TO WS-SOD-ACTION
                PERFORM 7000-CHECK-SEGREGATION
            END-IF.
            IF WS-FOUND-I > ZERO AND WS-SOD-RESULT NOT = 'N'
                DISPLAY "New PIN (blank = remove the PIN):"
                ACCEPT WS-NEW-PIN FROM CONSOLE
                MOVE WS-NEW-PIN TO WS-UT-PIN (WS-FOUND-I)
       6000-FLIP-SUSPENSION.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-FOUND-I > ZERO
                MOVE 'USRSUS' TO WS-SOD-ACTION
                PERFORM 7000-CHECK-SEGREGATION
            END-IF.
            IF WS-FOUND-I > ZERO AND WS-SOD-RESULT NOT = 'N'
                IF WS-UT-STATUS (WS-FOUND-I) = 'S'
                    MOVE 'A' TO WS-UT-STATUS (WS-FOUND-I)
                    MOVE SPACES TO WS-UT-LEFT (WS-FOUND-I)
                    DISPLAY "Operator reinstated."
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "operator "
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> The operator being changed is the "earlier step" of a SELF
      *> rule - refused when it is the signed-on operator:
       7000-CHECK-SEGREGATION.
            MOVE 'C' TO WS-SOD-MODE.
            MOVE 'SELF' TO WS-SOD-PRIOR-ACTION.
            MOVE WS-LOOKUP-ID TO WS-SOD-PRIOR-BY.
            CALL "Q_SODCHK" USING WS-SOD-MODE WS-SOD-RULE-NO
                WS-AUDIT-OPERATOR WS-SOD-ACTION WS-SOD-PRIOR-ACTION
                WS-SOD-PRIOR-BY WS-SOD-RESULT WS-SOD-RULE-TEXT
            END-CALL.
            IF WS-SOD-RESULT = 'N'
                DISPLAY "Refused - " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                        ".  Another administrator must make it."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "segregation: " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                    ", " FUNCTION TRIM(WS-SOD-ACTION) " on own entry "
                    FUNCTION TRIM(WS-LOOKUP-ID)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
