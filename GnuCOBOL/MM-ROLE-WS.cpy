      *> MM-ROLE-WS.cpy
      *> Working items for the role file; READ-SDF-ROLE fills them
      *> from <quote file>.ROLE (all blank when there is none).
       01 WS-ROLE-PATH          PIC X(205) VALUE SPACES.
       01 WS-ROLE-STATUS        PIC XX VALUE '00'.
       01 WS-ROLE-NOW           PIC X(8) VALUE SPACES.
       01 WS-ROLE-SINCE         PIC X(14) VALUE SPACES.
       01 WS-ROLE-SET-BY        PIC X(10) VALUE SPACES.
       01 WS-ROLE-SHIP-DIR      PIC X(180) VALUE SPACES.
