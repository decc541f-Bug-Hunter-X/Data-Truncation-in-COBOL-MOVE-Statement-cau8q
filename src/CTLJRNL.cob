      *  uses for its exception files.  A failed write comes back as
      *  JL-WRITE-FAILED so the screen can warn the operator that
      *  the change went in unjournaled.
      *
      *  A maker-checker decision from CTLAPPR also carries the
      *  checker, the decision and the maker's keyed stamp.  Those
      *  fields are only taken when JL-DECISION is APPR or REJD, so
      *  the screens that journal plain changes need not clear them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLJRNL.
               MOVE JL-CHANGED-BY TO JR-CHANGED-BY
               MOVE JL-BEFORE-VALUE TO JR-BEFORE-VALUE
               MOVE JL-AFTER-VALUE TO JR-AFTER-VALUE
               IF JL-DECISION-APPROVED OR JL-DECISION-REJECTED
                   MOVE JL-CHECKED-BY TO JR-CHECKED-BY
                   MOVE JL-DECISION TO JR-DECISION
                   MOVE JL-KEYED-DATE TO JR-KEYED-DATE
                   MOVE JL-KEYED-TIME TO JR-KEYED-TIME
               ELSE
                   MOVE SPACES TO JR-CHECKED-BY
                   MOVE SPACES TO JR-DECISION
                   MOVE ZERO TO JR-KEYED-DATE
                   MOVE ZERO TO JR-KEYED-TIME
               END-IF
               WRITE CONTROL-JOURNAL-RECORD
               SET JL-OK TO TRUE
           END-IF.
