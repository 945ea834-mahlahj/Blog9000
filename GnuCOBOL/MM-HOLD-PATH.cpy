      *> MM-HOLD-PATH.cpy
      *> Default location of the legal-hold register, overridden at
      *> run time by setting the MM_HOLD_PATH environment variable
      *> (same convention as MM-SDF-PATH.cpy for the quote file).
      *> One line per hold, placed and released with Q_HOLDMNT:
      *>   hold-no|kind|value|matter|placed-by|placed|state|
      *>   released-by|released
      *> (one line on file - wrapped here to fit)
      *>   kind      Q  a quote ID       (value = the Q-ID)
      *>             A  an author        (value = the author)
      *>             S  a source         (value = the source title)
      *>   matter    the legal matter reference the hold is for
      *>   placed    YYYYMMDD-HHMMSS, as is released
      *>   state     H  in force
      *>             R  released - kept on the register so the
      *>                history of every hold stays on file
      *> While a hold is in force nothing it covers is destroyed:
      *> Q_ARCHIVE's purge, Q_HOUSEKP's generation purges and
      *> Q_MAINT's backup pruning all ask the Q_HOLDCHK subprogram
      *> first and keep - and report - whatever it says is held.
      *> Releasing a hold takes the L letter on the user master.
       01  WS-HOLD-PATH          PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-HOLDS.DAT'.
       01  WS-HOLD-STATUS        PIC XX VALUE '00'.
