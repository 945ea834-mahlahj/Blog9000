      *> MM-RPTCAT-RAW.cpy
      *> Record layout for REPORT-CATALOG-FILE, the report catalog
      *> (MM-RPTREPO-PATH.cpy).  Append-only, written by Q_RPTREG:
      *>   RC-KIND  R  a report run - RC-SOURCE where the producing
      *>               program wrote it, RC-COPY the copy kept in
      *>               the repository (blank if that copy failed)
      *>            D  the run copied to a subscribing department -
      *>               RC-SOURCE the copy it was taken from, RC-COPY
      *>               the department's copy
      *>            X  a department copy that failed
      *> RC-RUN is yyyymmdd-hhmmss, the same on a run's R line and
      *> its D and X lines.  RC-OPERATOR is the signed-on operator,
      *> or the program name again for a scheduled run.
       FD  REPORT-CATALOG-FILE.
       01  RC-DATA-RAW.
           05 RC-KIND            PIC X.
           05 FILLER             PIC X.
           05 RC-NAME            PIC X(20).
           05 FILLER             PIC X.
           05 RC-RUN             PIC X(15).
           05 FILLER             PIC X.
           05 RC-PROGRAM         PIC X(10).
           05 FILLER             PIC X.
           05 RC-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 RC-DEPT            PIC X(20).
           05 FILLER             PIC X.
           05 RC-SOURCE          PIC X(220).
           05 FILLER             PIC X.
           05 RC-COPY            PIC X(220).
