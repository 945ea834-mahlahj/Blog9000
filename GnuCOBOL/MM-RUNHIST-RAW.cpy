      *> MM-RUNHIST-RAW.cpy
      *> Record layout for RUN-HISTORY-FILE, the batch run-time
      *> history (MM_RUNHIST_PATH, default MM-RUNHIST.DAT).  One
      *> line per thing that ran, appended as it finishes:
      *>   RH-KIND  S  a step Q_NIGHT ran itself
      *>            J  a job a threading worker-pool child ran
      *>               (including Q_NIGHT steps handed to the pool)
      *>            N  a whole Q_NIGHT run, named NIGHTLY RUN
      *> Start and end are YYYYMMDDHHMMSS and RH-ELAPSED the seconds
      *> between them, so Q_RUNTRND can average, rank and project
      *> without re-parsing clock times.  Q_RUNTRND also trims the
      *> file to its retention period.
       FD  RUN-HISTORY-FILE.
       01  RH-DATA-RAW.
           05 RH-KIND            PIC X.
           05 FILLER             PIC X.
           05 RH-NAME            PIC X(30).
           05 FILLER             PIC X.
           05 RH-START           PIC X(14).
           05 FILLER             PIC X.
           05 RH-END             PIC X(14).
           05 FILLER             PIC X.
           05 RH-ELAPSED         PIC 9(7).
           05 FILLER             PIC X.
           05 RH-OUTCOME         PIC X(8).
           05 FILLER             PIC X(21).
