      *  (REJMAINT, ALRTACK), and inquiry over the exception files
      *  (VSAMINQ).  An inactive row denies sign-on without losing
      *  the id's history in the session log.
      *
      *  A fourth class, approval, lets the operator decide changes
      *  to FIELDCTL and RULECTL that someone else keyed (CTLAPPR).
      *  It sits at the end of the row, so a row keyed before the
      *  class existed reads blank -- no approval authority.
      *****************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OP-OPERATOR-ID                 PIC X(08).
           05  OP-ACTIVE-FLAG                 PIC X(01).
               88  OP-OPERATOR-ACTIVE             VALUE 'Y'.
               88  OP-OPERATOR-INACTIVE           VALUE 'N'.
           05  OP-APPROVE-AUTH                PIC X(01).
               88  OP-MAY-APPROVE                 VALUE 'Y'.
