      *  from.  Before it, the log held the full value but no way
      *  back to the record, and answering a customer dispute meant
      *  reading the whole log by eye.
      *
      *  EL-FITTED-VALUE is what actually went into the receiving
      *  field, kept beside the value as it arrived so the two can
      *  be read side by side; EL-FIT-RESULT says whether an
      *  abbreviate-to-fit ('A') value fitted clean ('C') or had to
      *  be cut back to a word boundary ('W').
      *
      *  EL-FEED-ID names the feed the value came from.  EL-CHAR-
      *  LENGTH and EL-BYTE-LENGTH are the value's significant length
      *  in characters and in bytes, which differ for multi-byte
      *  UTF-8 data.  EL-CHARSET-FLAG marks a character-set exception
      *  -- an invalid byte sequence ('I') or a control character
      *  ('C') -- and is blank for a pure length exception.  A
      *  charset exception on a value that fits is logged with
      *  action 'L' (logged and passed) or 'R' (rejected).
      *****************************************************************
       01  EXCLOG-RECORD.
           05  EL-JOB-NAME                    PIC X(08).
           05  EL-RECEIVING-LENGTH            PIC 9(08).
           05  EL-ACTION-CODE                 PIC X(01).
           05  EL-TRUNCATED-VALUE             PIC X(4000).
           05  EL-FIT-RESULT                  PIC X(01).
               88  EL-FIT-CLEAN                   VALUE 'C'.
               88  EL-FIT-WORD-CUT                VALUE 'W'.
           05  EL-FITTED-VALUE                PIC X(100).
           05  EL-FEED-ID                     PIC X(08).
           05  EL-CHAR-LENGTH                 PIC 9(08).
           05  EL-BYTE-LENGTH                 PIC 9(08).
           05  EL-CHARSET-FLAG                PIC X(01).
               88  EL-CHARSET-INVALID             VALUE 'I'.
               88  EL-CHARSET-CONTROL             VALUE 'C'.
