      *> MM-REGION-WS.cpy
      *> Arguments for CALL "Q_REGION", made first thing by every
      *> program so its paths come from the active region's profile
      *> (MM-REGION-PATH.cpy) and its headings say which region it
      *> is running in:
      *>   WS-REGION-NAME  PROD, TEST, TRAIN ...
      *>   WS-REGION-TAG   "  [TEST]" - shown after every heading
       01  WS-REGION-NAME        PIC X(8) VALUE SPACES.
       01  WS-REGION-TAG         PIC X(12) VALUE SPACES.
