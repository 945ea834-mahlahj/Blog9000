      *> MM-DICT-PATH.cpy
      *> Default location of HOUSE-DICTIONARY-FILE, overridden at run
      *> time by setting the MM_DICT_PATH environment variable (same
      *> convention as MM-SDF-PATH.cpy for the quote file).
      *> Maintained with Q_DICTMNT; every intake path (Q_WRITER's
      *> form and bulk import, Q_REVIEW's release, Q_DROPBOX) and
      *> the Q_COPYED copy-edit run check spelling against it
      *> through the Q_SPELL subprogram.
       01  WS-DICT-PATH          PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-DICTIONARY.SDF'.
       01  WS-DICT-STATUS        PIC XX VALUE '00'.
