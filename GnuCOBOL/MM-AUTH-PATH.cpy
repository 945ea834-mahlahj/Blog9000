      *> MM-AUTH-PATH.cpy
      *> Default location of AUTHOR-MASTER-FILE, overridden at run
      *> time by setting the MM_AUTH_PATH environment variable (same
      *> convention as MM-SDF-PATH.cpy for the quote file).
       01  WS-AUTH-PATH          PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-AUTHORS.SDF'.
       01  WS-AUTH-STATUS        PIC XX VALUE '00'.
