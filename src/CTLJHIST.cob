      *
      *  "Who lowered CUSTOMER-EMAIL and when" is one run with
      *  FIELDCTL on line 1 and CUSTOMER-EMAIL on line 2.
      *
      *  A maker-checker decision prints one more line under the
      *  change: who keyed it and when, who decided it, and whether
      *  it was approved or rejected.  The heading stamp of such a
      *  row is the decision stamp.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLJHIST.
           MOVE SPACES TO REPORT-LINE
           STRING "  AFTER:  " JR-AFTER-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF JR-DECISION-APPROVED OR JR-DECISION-REJECTED
               PERFORM 2200-PRINT-DECISION
           END-IF.

       2200-PRINT-DECISION.
           MOVE SPACES TO REPORT-LINE
           IF JR-DECISION-APPROVED
               STRING "  KEYED " JR-KEYED-DATE " " JR-KEYED-TIME
                       " BY " JR-CHANGED-BY
                       "  APPROVED BY " JR-CHECKED-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  KEYED " JR-KEYED-DATE " " JR-KEYED-TIME
                       " BY " JR-CHANGED-BY
                       "  REJECTED BY " JR-CHECKED-BY
                       " -- CONTROL FILE NOT CHANGED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
