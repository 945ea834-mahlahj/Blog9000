      *> MM-RPTREG-WS.cpy
      *> Arguments for CALL "Q_RPTREG", made by every report program
      *> once its report file is closed.  Q_RPTREG enters the run in
      *> the report catalog, keeps a copy in the report repository
      *> (so the next run overwriting the file loses nothing) and
      *> sends the run down the report's distribution list:
      *>   WS-RPTREG-NAME     the report's catalog name
      *>   WS-RPTREG-PROGRAM  the program that produced it
      *>   WS-RPTREG-PATH     where the program wrote it
      *>   WS-RPTREG-RESULT   Y catalogued and kept, F catalogued
      *>                      but the repository copy failed, N no
      *>                      report file to register
       01  WS-RPTREG-NAME        PIC X(20) VALUE SPACES.
       01  WS-RPTREG-PROGRAM     PIC X(10) VALUE SPACES.
       01  WS-RPTREG-PATH        PIC X(220) VALUE SPACES.
       01  WS-RPTREG-RESULT      PIC X VALUE SPACE.
