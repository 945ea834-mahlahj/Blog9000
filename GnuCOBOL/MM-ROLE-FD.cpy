      *> MM-ROLE-FD.cpy
      *> Record for the role file - one line,
      *> ROLE|since|set by|ship directory:
      *>   ROLE      PRIMARY  the copy the suite updates
      *>             QUIESCE  a primary being handed over - no new
      *>                      update opens, the final ship still runs
      *>             STANDBY  fenced - only Q_JAPPLY writes to it
      *>   since     yyyymmddhhmmss the role was set
      *>   set by    the program that set it
      *>   ship dir  where Q_JSHIP ships to from a primary, or where
      *>             Q_JAPPLY reads from on a standby
      *> No role file at all is a site that has never switched over:
      *> one machine, no fence.
       FD  SDF-ROLE-FILE.
       01  WS-ROLE-RECORD         PIC X(250).
