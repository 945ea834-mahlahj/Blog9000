      *> carries: REGISTER-SDF-OPEN right after its OPEN of
      *> MM-COBOL-SDF-FILE, REGISTER-SDF-CLOSE when it lets go.
      *> Registration failing never stops the program - the
      *> interlock protects the swap, not the reader.  The open is
      *> also where the quote file's layout stamp is checked
      *> (CHECK-FILE-LAYOUT, COPYed in below), so a quote file in a
      *> layout the program was not built for stops it here.
       REGISTER-SDF-OPEN.
            MOVE WS-INUSE-PROGRAM TO WS-LAYCHK-PROGRAM.
            MOVE 'SDF' TO WS-LAYCHK-CODE.
            MOVE WS-SDF-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE FUNCTION CURRENT-DATE (1:16) TO WS-INUSE-TOKEN.
            OPEN EXTEND SDF-INUSE-FILE.
            IF WS-INUSE-STATUS NOT = '00'
                WRITE WS-INUSE-RECORD
                CLOSE SDF-INUSE-FILE
            END-IF.

      *> CHECK-SDF-ROLE - PERFORMed right before every OPEN I-O or
      *> OPEN OUTPUT of MM-COBOL-SDF-FILE.  Only a primary copy (or
      *> one with no role file - a site that has never switched
      *> over) may be updated; a copy Q_SWITCH has quiesced or
      *> fenced as the standby stops the program here, before the
      *> file is touched.  Q_JAPPLY, the one writer a standby takes,
      *> reads the role itself instead.
       CHECK-SDF-ROLE.
            PERFORM READ-SDF-ROLE.
            IF WS-ROLE-NOW = SPACES OR WS-ROLE-NOW = 'PRIMARY'
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-ROLE-NOW
                WHEN 'QUIESCE'
                    DISPLAY FUNCTION TRIM(WS-INUSE-PROGRAM) ": "
                            FUNCTION TRIM(WS-SDF-PATH)
                            " is being handed over to the standby "
                            "- no updates until the switch is done."
                WHEN 'STANDBY'
                    DISPLAY FUNCTION TRIM(WS-INUSE-PROGRAM) ": "
                            FUNCTION TRIM(WS-SDF-PATH)
                            " is the fenced standby copy - updates "
                            "go to the primary."
                WHEN OTHER
                    DISPLAY FUNCTION TRIM(WS-INUSE-PROGRAM) ": "
                            "role file " FUNCTION TRIM(WS-ROLE-PATH)
                            " says " FUNCTION TRIM(WS-ROLE-NOW)
                            " - not updating an unknown role."
            END-EVALUATE.
            DISPLAY "  (role set " WS-ROLE-SINCE " by "
                    FUNCTION TRIM(WS-ROLE-SET-BY) ")".
            MOVE 1 TO RETURN-CODE.
            STOP RUN.

       COPY MM-ROLE-PROC.
       COPY MM-LAYCHK-PROC.
