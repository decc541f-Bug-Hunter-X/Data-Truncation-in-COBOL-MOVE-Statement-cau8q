      *  SN-GRANTED means the screen must not open.  Call once more
      *  at end of session with SN-MODE-SIGN-OFF set so the session
      *  log records the sign-off and is closed off cleanly.
      *
      *  SN-NEED-APPROVE is the checker's class: CTLAPPR asks for it
      *  before it will show anyone a pending control-file change.
      *****************************************************************
       01  SIGNON-LINKAGE.
           05  SN-REQUEST.
                   88  SN-NEED-MAINT              VALUE 'M'.
                   88  SN-NEED-REPAIR             VALUE 'R'.
                   88  SN-NEED-INQUIRE            VALUE 'I'.
                   88  SN-NEED-APPROVE            VALUE 'A'.
               10  SN-MODE                    PIC X(01).
                   88  SN-MODE-SIGN-OFF           VALUE 'X'.
           05  SN-RESULT.
