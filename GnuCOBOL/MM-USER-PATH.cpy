      *> run time by setting the MM_USER_PATH environment variable
      *> (same convention as MM-SDF-PATH.cpy for the quote file).
      *> One line per operator:
      *>   ID|Name|allowed function letters|PIN|status|left
      *> PIN, status and left are optional trailing fields kept by
      *> Q_USRMNT (edit the file with Q_USRMNT, not a text editor -
      *> one stray character locks an operator out).  A blank PIN
      *> means no PIN is asked at sign-on; status 'S' suspends the
      *> operator without losing their letters; left is the date
      *> Q_OFFBRD recorded the operator leaving.  Function letters -
      *>   A  add and edit quotes (Q_WRITER)
      *>   D  delete quotes (Q_WRITER delete mode)
      *>   B  browse and report
      *>   R  review and release pending quotes (Q_REVIEW)
      *>   T  trusted - new quotes go straight to the live file
      *>      instead of the pending queue
      *>   L  legal holds - place and release them (Q_HOLDMNT);
      *>      releasing a hold takes L and nothing else
      *> Looked up through the Q_USERCHK subprogram.
       01  WS-USER-PATH          PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-USERS.DAT'.
