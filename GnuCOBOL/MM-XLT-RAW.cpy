      *  it translates, and carries no author or source of its own.
      *  Written and read only through the Q_XLATE subprogram so the
      *  segment split is computed exactly once in the suite.
      *  Segment 99 of a chain is not text but its stamp record,
      *  laid out by XLT-STAMP-RAW: when the translation was last
      *  entered, and whether the English has been changed since -
      *  XLT-STALE 'Y' from the moment an edit to Q-MIGHTY-MAXIM or
      *  its overflow text is noticed until the translation is
      *  entered again.  Chains stored before stamps existed have no
      *  segment 99 and are judged from the update journal alone.
      *****************************************************************
       FD  TRANSLATION-FILE
           RECORD CONTAINS 269 CHARACTERS.
              10 XLT-LANG        PIC X(3).
              10 XLT-SEQ         PIC 9(2).
           05 XLT-TEXT           PIC X(255).
       01  XLT-STAMP-RAW.
           05 FILLER             PIC X(14).
           05 XLT-ENTERED        PIC X(15).
           05 XLT-STALE          PIC X.
           05 XLT-STALE-SINCE    PIC X(15).
           05 FILLER             PIC X(224).
