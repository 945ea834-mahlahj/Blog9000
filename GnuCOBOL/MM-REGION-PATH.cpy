      *> MM-REGION-PATH.cpy
      *> Default location of the region profiles, overridden at run
      *> time by setting the MM_REGION_PATH environment variable
      *> (same convention as MM-SDF-PATH.cpy for the quote file).
      *> One line per setting:
      *>   region|variable|value
      *>   TEST|MM_SDF_PATH|/srv/mmtest/MM-COBOL.SDF
      *>   TEST|AUDIT_LOG_PATH|/srv/mmtest/audit.log
      *> MM_REGION names the region a run belongs to - PROD, TEST,
      *> TRAIN - and every line for it is set into the environment
      *> by Q_REGION before the program reads a single path, so one
      *> variable moves the whole file family at once.  PROD needs
      *> no lines (the copybook defaults are production); any other
      *> region must set MM_SDF_PATH at least, or nothing runs in
      *> it.  Q_CLONE fills a region's files from production.
       01  WS-REGION-PATH        PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-REGIONS.CTL'.
       01  WS-REGION-STATUS      PIC XX VALUE '00'.
