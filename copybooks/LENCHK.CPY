      *  sending field into a shorter receiving field builds this
      *  record and CALLs LENCHK instead of hand-rolling its own
      *  "IF LENGTH OF ... > LENGTH OF ..." check.
      *
      *  LC-FIT-RESULT says how an abbreviate-to-fit value was made
      *  to fit: LC-FIT-CLEAN when every word survived (abbreviated
      *  from the ABBRCTL.DAT dictionary where needed), LC-FIT-WORD-
      *  CUT when it still had to be cut back to the last whole word.
      *  It is blank for every other action.
      *
      *  Every call also checks the sending value as UTF-8.  LC-FEED-
      *  ID names the feed the value came from (TRANS for the main
      *  transaction file, the record type for FEEDSCN feeds) so the
      *  exception can be counted by feed.  LC-CHAR-LENGTH and LC-
      *  BYTE-LENGTH give the value's significant length in
      *  characters and in bytes -- they differ whenever the value
      *  holds multi-byte characters.  LC-CHARSET-FLAG is LC-CHARSET-
      *  INVALID for a malformed byte sequence, LC-CHARSET-CONTROL
      *  for a tab, low-values, CR/LF or other control character,
      *  and blank when the value is clean.  A value that fits but
      *  fails the check comes back LC-CHARSET-EXCEPTION with LC-
      *  ACTION-LOG-ONLY -- or LC-REJECTED when the field's RULECTL
      *  row routes charset exceptions to reject.  A cut value is
      *  never left holding part of a multi-byte character.
      *****************************************************************
       01  LENCHK-LINKAGE.
           05  LC-REQUEST.
               10  LC-MODE                    PIC X(01).
                   88  LC-MODE-CLOSE-FILES        VALUE 'X'.
                   88  LC-MODE-SIMULATE           VALUE 'S'.
               10  LC-FEED-ID                 PIC X(08).
           05  LC-RESULT.
               10  LC-RECEIVING-FIELD         PIC X(4000).
               10  LC-ACTION-CODE             PIC X(01).
                   88  LC-ACTION-REJECT           VALUE 'R'.
                   88  LC-ACTION-TRUNC-LOG        VALUE 'T'.
                   88  LC-ACTION-TRUNC-SPILL      VALUE 'P'.
                   88  LC-ACTION-ABBREVIATE       VALUE 'A'.
                   88  LC-ACTION-LOG-ONLY         VALUE 'L'.
               10  LC-RETURN-CODE             PIC 9(02).
                   88  LC-OK                      VALUE 00.
                   88  LC-TRUNCATION-RISK         VALUE 04.
                   88  LC-REJECTED                VALUE 08.
                   88  LC-CONFIG-MISSING          VALUE 12.
                   88  LC-CHARSET-EXCEPTION       VALUE 16.
               10  LC-FIT-RESULT              PIC X(01).
                   88  LC-FIT-CLEAN               VALUE 'C'.
                   88  LC-FIT-WORD-CUT            VALUE 'W'.
               10  LC-CHAR-LENGTH             PIC 9(08) COMP.
               10  LC-BYTE-LENGTH             PIC 9(08) COMP.
               10  LC-CHARSET-FLAG            PIC X(01).
                   88  LC-CHARSET-CLEAN           VALUE SPACE.
                   88  LC-CHARSET-INVALID         VALUE 'I'.
                   88  LC-CHARSET-CONTROL         VALUE 'C'.
