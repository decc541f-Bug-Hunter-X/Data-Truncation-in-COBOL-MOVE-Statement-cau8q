      *  oversized records month after month.  On rejected rows the
      *  corrected value the REJMAINT operator keyed rides along, so
      *  upstream can fix their master file, not just resend.
      *  An abbreviate-to-fit row (reason ABBR) carries the value as
      *  we abbreviated it in the same place.  A value that fitted
      *  but was logged for invalid UTF-8 or a control character goes
      *  back as reason CHAR.  A record the downstream system
      *  refused to load (queued by LOADRECN) goes back as reason
      *  LOAD, with the field the load named, if any.
      *****************************************************************
       01  UPSTREAM-RETURN-RECORD.
           05  UR-RECORD-KEY                  PIC X(20).
           05  UR-REASON-CODE                 PIC X(04).
               88  UR-REASON-TRUNCATED            VALUE "TRNC".
               88  UR-REASON-SPILLED              VALUE "SPIL".
               88  UR-REASON-ABBREVIATED          VALUE "ABBR".
               88  UR-REASON-CHARSET              VALUE "CHAR".
               88  UR-REASON-REJECTED             VALUE "REJ".
               88  UR-REASON-LOAD-REJECTED        VALUE "LOAD".
           05  UR-REPAIRED-VALUE              PIC X(60).
