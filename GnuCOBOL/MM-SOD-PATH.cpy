      *> MM-SOD-PATH.cpy
      *> Default location of the segregation-of-duties rules file,
      *> overridden at run time by setting the MM_SOD_PATH
      *> environment variable (same convention as MM-USER-PATH.cpy
      *> for the user master).  One rule per line:
      *>   first action|second action|description
      *> naming two audit-trail action codes one operator may not
      *> both perform on the same item, in either order - e.g.
      *>   QUEUE|APPROVE|submitter may not release their own quote
      *>   DELETE|PURGE|deleter may not purge the archived copy
      *>   SELF|USRFNC|no operator may change their own letters
      *> SELF as the first action means the item is the operator's
      *> own user-master entry.  Lines that are blank or start with
      *> '*' are comments.  With no rules file on site the three
      *> rules above apply.  Read through the Q_SODCHK subprogram.
       01  WS-SOD-PATH           PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-SOD.CTL'.
       01  WS-SOD-STATUS         PIC XX VALUE '00'.
