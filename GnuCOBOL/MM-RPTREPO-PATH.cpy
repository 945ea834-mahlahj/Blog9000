      *> MM-RPTREPO-PATH.cpy
      *> Default locations of the report repository, overridden at
      *> run time by environment variables (same convention as
      *> MM-SDF-PATH.cpy for the quote file):
      *>   MM_RPTCAT_PATH   the report catalog (MM-RPTCAT-RAW.cpy)
      *>   MM_RPTREPO_DIR   the directory every run is kept in, as
      *>                    <report name>.<yyyymmdd-hhmmss>
      *>   MM_RPTDIST_PATH  the distribution lists, one line per
      *>                    subscribing department -
      *>                      report name|department|directory
      *>                    *-comments and blank lines allowed
      *> Runs are registered through Q_RPTREG, read back with
      *> Q_RPTVIEW, and the lists kept with Q_DISTMNT.
       01  WS-RPTCAT-PATH        PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-RPTCAT.DAT'.
       01  WS-RPTCAT-STATUS      PIC XX VALUE '00'.
       01  WS-RPTREPO-DIR        PIC X(180) VALUE
               '/home/profnagy/Desktop/cobol/reports'.
       01  WS-RPTDIST-PATH       PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-RPTDIST.DAT'.
       01  WS-RPTDIST-STATUS     PIC XX VALUE '00'.
