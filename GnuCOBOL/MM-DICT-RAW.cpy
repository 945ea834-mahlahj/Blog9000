      *****************************************************************
      *  MM-DICT-RAW.cpy
      *  Record layout for HOUSE-DICTIONARY-FILE, the house
      *  dictionary the spelling check runs against.  One record per
      *  word, keyed on the word in upper case, so a check is one
      *  keyed READ per word of text.  COPYed into Q_DICTMNT, which
      *  maintains it, and Q_SPELL, which reads it.
      *****************************************************************
      *> DW-KIND 'W' is a word the house accepts as spelled; 'T' is
      *> a known misspelling ("TEH") with the house spelling in
      *> DW-FIX, which Q_COPYED offers as a one-keystroke fix.
      *> DW-BY and DW-DATE record who added the entry, and when:
       FD  HOUSE-DICTIONARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DW-DATA-RAW.
           05 DW-WORD            PIC X(30).
           05 DW-KIND            PIC X.
              88 DW-GOOD-WORD            VALUE 'W'.
              88 DW-MISSPELLING          VALUE 'T'.
           05 DW-FIX             PIC X(30).
           05 DW-BY              PIC X(10).
           05 DW-DATE            PIC X(8).
           05 FILLER             PIC X.
