      *> MM-ROLE-PROC.cpy
      *> READ-SDF-ROLE - the role of the quote file at WS-SDF-PATH,
      *> into the WS-ROLE- items (MM-ROLE-WS.cpy).  Q_JSHIP and
      *> Q_JAPPLY use it to decide whether this copy ships or
      *> applies, and which directory to use; CHECK-SDF-ROLE
      *> (MM-INUSE-PROC.cpy) uses it to fence the writers.
       READ-SDF-ROLE.
            MOVE SPACES TO WS-ROLE-NOW WS-ROLE-SINCE WS-ROLE-SET-BY
                           WS-ROLE-SHIP-DIR.
            MOVE SPACES TO WS-ROLE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ROLE"
                DELIMITED BY SIZE INTO WS-ROLE-PATH.
            OPEN INPUT SDF-ROLE-FILE.
            IF WS-ROLE-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            READ SDF-ROLE-FILE
                AT END CONTINUE
                NOT AT END
                    UNSTRING WS-ROLE-RECORD DELIMITED BY '|'
                        INTO WS-ROLE-NOW WS-ROLE-SINCE
                             WS-ROLE-SET-BY WS-ROLE-SHIP-DIR
                    END-UNSTRING
            END-READ.
            CLOSE SDF-ROLE-FILE.
