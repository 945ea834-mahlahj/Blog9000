      *> MM-LAYVER-RAW.cpy
      *> Record layout for LAYOUT-STAMP-FILE, the layout stamp that
      *> rides beside every suite file as <file>.LAYVER.  One line:
      *> which record layout the file is in (the code from
      *> MM-LAYVER.cpy) and at what version, when it was stamped and
      *> by which program.  Only Q_LAYCHK reads and writes it -
      *> programs check through CHECK-FILE-LAYOUT (MM-LAYCHK-
      *> PROC.cpy), and Q_MIGRATE restamps a file as each conversion
      *> step is swapped in.
       FD  LAYOUT-STAMP-FILE.
       01  LV-DATA-RAW.
           05 LV-LAYOUT          PIC X(8).
           05 FILLER             PIC X.
           05 LV-VERSION         PIC 9(3).
           05 FILLER             PIC X.
           05 LV-STAMPED         PIC X(15).
           05 FILLER             PIC X.
           05 LV-PROGRAM         PIC X(10).
