      *  said it, often years after it was loaded.  A quote with no
      *  record here is simply unverified.  Maintained by the
      *  Q_VERIFY research queue; read through Q_ATTRGET wherever
      *  an outward run wants verified quotes only.  A reader's
      *  attribution challenge (Q_FBTAKE) sets a quote back to
      *  unverified with the challenge as its citation.  Named
      *  after the quote file, .ATTR.
      *****************************************************************
       FD  ATTRIBUTION-FILE
           RECORD CONTAINS 108 CHARACTERS.
