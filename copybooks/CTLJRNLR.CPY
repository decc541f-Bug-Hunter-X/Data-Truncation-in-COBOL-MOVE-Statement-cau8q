      *  RULECTL only ever kept the LAST change stamp; when an audit
      *  asks "who lowered CUSTOMER-EMAIL and when", this journal is
      *  the answer, and CTLJHIST prints it per field.
      *
      *  A FIELDCTL or RULECTL row is a maker-checker decision: the
      *  change stamp is when the checker decided, JR-CHANGED-BY the
      *  maker who keyed it (at JR-KEYED-STAMP), JR-CHECKED-BY the
      *  checker and JR-DECISION APPR or REJD -- a rejected change
      *  is journaled too, though the control file was not touched.
      *  Plain changes, and rows from before maker-checker, carry
      *  the decision fields blank.
      *****************************************************************
       01  CONTROL-JOURNAL-RECORD.
           05  JR-FILE-ID                     PIC X(08).
           05  JR-CHANGED-BY                  PIC X(08).
           05  JR-BEFORE-VALUE                PIC X(60).
           05  JR-AFTER-VALUE                 PIC X(60).
           05  JR-CHECKED-BY                  PIC X(08).
           05  JR-DECISION                    PIC X(04).
               88  JR-DECISION-APPROVED           VALUE "APPR".
               88  JR-DECISION-REJECTED           VALUE "REJD".
           05  JR-KEYED-STAMP.
               10  JR-KEYED-DATE              PIC 9(08).
               10  JR-KEYED-TIME              PIC 9(08).
