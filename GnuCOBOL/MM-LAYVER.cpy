      *> MM-LAYVER.cpy
      *> The record-layout version of every suite file, as the
      *> MM-*-RAW.cpy copybooks this program was compiled with lay
      *> it out.  Each file carries a stamp saying which version it
      *> is actually in (<file>.LAYVER, MM-LAYVER-RAW.cpy), and
      *> CHECK-FILE-LAYOUT (MM-LAYCHK-PROC.cpy) refuses to run
      *> against a file stamped at any version but the one here -
      *> a mismatch is stopped in plain words at start-up instead
      *> of surfacing as a status 39 in the middle of the night.
      *>
      *> Whenever a layout copybook changes shape, raise its
      *> version here in the same change, and register the
      *> conversion from the old version to the new as a Q_MIGRATE
      *> step.  The quote file's version 1 is the 372-byte two-key
      *> layout from before Q-CATEGORY and Q-ENTERED-BY; every other
      *> file is still in its first layout.
      *>
      *> COPYed by MM-INUSE-WS.cpy, so a quote-file program already
      *> has it; any other program COPYs it into WORKING-STORAGE.
       01 WS-LAYVER-VALUES.
           05 FILLER             PIC X(8) VALUE 'SDF'.
           05 WS-LAYVER-SDF      PIC 9(3) VALUE 2.
           05 FILLER             PIC X(30)
               VALUE 'quote file'.
           05 FILLER             PIC X(8) VALUE 'ARC'.
           05 WS-LAYVER-ARC      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'deleted-quote archive'.
           05 FILLER             PIC X(8) VALUE 'ATTR'.
           05 WS-LAYVER-ATTR     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'attribution file'.
           05 FILLER             PIC X(8) VALUE 'AUTH'.
           05 WS-LAYVER-AUTH     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'author master'.
           05 FILLER             PIC X(8) VALUE 'CAT'.
           05 WS-LAYVER-CAT      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'category master'.
           05 FILLER             PIC X(8) VALUE 'COLL'.
           05 WS-LAYVER-COLL     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'collection master'.
           05 FILLER             PIC X(8) VALUE 'COLM'.
           05 WS-LAYVER-COLM     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'collection member file'.
           05 FILLER             PIC X(8) VALUE 'DICT'.
           05 WS-LAYVER-DICT     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'house dictionary'.
           05 FILLER             PIC X(8) VALUE 'FBH'.
           05 WS-LAYVER-FBH      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'feedback hold file'.
           05 FILLER             PIC X(8) VALUE 'FBK'.
           05 WS-LAYVER-FBK      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'reader feedback file'.
           05 FILLER             PIC X(8) VALUE 'JNL'.
           05 WS-LAYVER-JNL      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'update journal'.
           05 FILLER             PIC X(8) VALUE 'KWX'.
           05 WS-LAYVER-KWX      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'keyword index'.
           05 FILLER             PIC X(8) VALUE 'LIFE'.
           05 WS-LAYVER-LIFE     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'lifecycle file'.
           05 FILLER             PIC X(8) VALUE 'LINK'.
           05 WS-LAYVER-LINK     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'quote link file'.
           05 FILLER             PIC X(8) VALUE 'OVF'.
           05 WS-LAYVER-OVF      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'long-text overflow file'.
           05 FILLER             PIC X(8) VALUE 'PEND'.
           05 WS-LAYVER-PEND     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'pending queue'.
           05 FILLER             PIC X(8) VALUE 'PLAN'.
           05 WS-LAYVER-PLAN     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'daily plan'.
           05 FILLER             PIC X(8) VALUE 'PUB'.
           05 WS-LAYVER-PUB      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'publication ledger'.
           05 FILLER             PIC X(8) VALUE 'RATE'.
           05 WS-LAYVER-RATE     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'ratings file'.
           05 FILLER             PIC X(8) VALUE 'ROY'.
           05 WS-LAYVER-ROY      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'royalty rate file'.
           05 FILLER             PIC X(8) VALUE 'RPTCAT'.
           05 WS-LAYVER-RPTCAT   PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'report catalog'.
           05 FILLER             PIC X(8) VALUE 'RUNHIST'.
           05 WS-LAYVER-RUNHIST  PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'batch run history'.
           05 FILLER             PIC X(8) VALUE 'RVSH'.
           05 WS-LAYVER-RVSH     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'review sheet register'.
           05 FILLER             PIC X(8) VALUE 'SRC'.
           05 WS-LAYVER-SRC      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'source master'.
           05 FILLER             PIC X(8) VALUE 'SRCH'.
           05 WS-LAYVER-SRCH     PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'search log'.
           05 FILLER             PIC X(8) VALUE 'SVCLOG'.
           05 WS-LAYVER-SVCLOG   PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'service log'.
           05 FILLER             PIC X(8) VALUE 'USAGE'.
           05 WS-LAYVER-USAGE    PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'usage statistics file'.
           05 FILLER             PIC X(8) VALUE 'XLT'.
           05 WS-LAYVER-XLT      PIC 9(3) VALUE 1.
           05 FILLER             PIC X(30)
               VALUE 'translation file'.
       01 WS-LAYVER-TABLE REDEFINES WS-LAYVER-VALUES.
           05 WS-LAYVER-ENTRY    OCCURS 28 TIMES.
              10 WS-LAYVER-CODE      PIC X(8).
              10 WS-LAYVER-VERSION   PIC 9(3).
              10 WS-LAYVER-LABEL     PIC X(30).
       01 WS-LAYVER-COUNT       PIC 9(3) COMP VALUE 28.

      *> Work items for CHECK-FILE-LAYOUT.  The program names
      *> itself, the file's code and its path before each check:
       01 WS-LAYCHK-PROGRAM     PIC X(10) VALUE SPACES.
       01 WS-LAYCHK-CODE        PIC X(8) VALUE SPACES.
       01 WS-LAYCHK-PATH        PIC X(200) VALUE SPACES.
       01 WS-LAYCHK-MODE        PIC X VALUE 'C'.
       01 WS-LAYCHK-VERSION     PIC 9(3) VALUE ZERO.
       01 WS-LAYCHK-STAMPED     PIC 9(3) VALUE ZERO.
       01 WS-LAYCHK-RESULT      PIC X VALUE SPACE.
       01 WS-LAYCHK-LABEL       PIC X(30) VALUE SPACES.
       01 WS-LAYCHK-STATUS      PIC XX VALUE SPACES.
       01 WS-LAYCHK-DISPOSITION PIC X VALUE SPACE.
       01 WS-LAYCHK-I           PIC 9(3) COMP VALUE ZERO.
