      *> MM-LIB-PATH.cpy
      *> Default location of the library catalog, overridden at run
      *> time by setting the MM_LIB_PATH environment variable (same
      *> convention as MM-SDF-PATH.cpy for the quote file).  One
      *> line per quote library:
      *>   code|name|quote file|category master|source master|
      *>   operators
      *> (one line on file - wrapped here to fit)
      *>   code       up to 8 characters - MAIN, SALES, TRAINING
      *>   quote file the library's own MM-COBOL.SDF; its .SEQ,
      *>              .OVF, .JNL and every other side file are named
      *>              after it, so they move with it
      *>   masters    blank shares the suite's own category or
      *>              source master with the library
      *>   operators  IDs granted the library, comma separated -
      *>              * grants it to everyone on the user master
      *> Q_MENU asks which library to work in after sign-on; Q_LIBGET
      *> reads the catalog for it and for Q_LIBXFER.  A site with no
      *> catalog has the one library, exactly as before.
       01  WS-LIB-PATH           PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-LIBRARIES.CTL'.
       01  WS-LIB-STATUS         PIC XX VALUE '00'.
