      *> MM-ROLE-SEL.cpy
      *> SELECT for the quote file's role file, <quote file>.ROLE -
      *> which half of the primary/standby pair this copy of the
      *> quote file is.  Q_SWITCH keeps it; MM-INUSE-SEL.cpy COPYs
      *> it in, so every quote-file program can check it before
      *> opening the file for update (MM-ROLE-PROC.cpy).
       SELECT SDF-ROLE-FILE
            ASSIGN TO WS-ROLE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROLE-STATUS.
