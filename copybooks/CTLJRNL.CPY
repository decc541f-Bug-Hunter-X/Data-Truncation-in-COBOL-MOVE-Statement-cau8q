      *  screen's entries carry one clock.  Call once more at end of
      *  session with JL-MODE-CLOSE-FILES set so the journal file is
      *  closed off cleanly, the same convention LENCHK uses.
      *
      *  FIELDCTL and RULECTL changes are maker-checker: CTLAPPR
      *  journals the decision, with the maker in JL-CHANGED-BY, the
      *  checker in JL-CHECKED-BY, JL-DECISION APPR or REJD, and
      *  when the maker keyed the change in JL-KEYED-STAMP.  A
      *  screen that leaves JL-DECISION blank journals a plain
      *  change, as before.
      *****************************************************************
       01  CTLJRNL-LINKAGE.
           05  JL-REQUEST.
               10  JL-CHANGED-BY              PIC X(08).
               10  JL-BEFORE-VALUE            PIC X(60).
               10  JL-AFTER-VALUE             PIC X(60).
               10  JL-CHECKED-BY              PIC X(08).
               10  JL-DECISION                PIC X(04).
                   88  JL-DECISION-APPROVED       VALUE "APPR".
                   88  JL-DECISION-REJECTED       VALUE "REJD".
               10  JL-KEYED-STAMP.
                   15  JL-KEYED-DATE          PIC 9(08).
                   15  JL-KEYED-TIME          PIC 9(08).
               10  JL-MODE                    PIC X(01).
                   88  JL-MODE-CLOSE-FILES        VALUE 'X'.
           05  JL-RESULT.
