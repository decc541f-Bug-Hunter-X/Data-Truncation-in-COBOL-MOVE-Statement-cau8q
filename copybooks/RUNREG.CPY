      *  stream order -- the caller must hold, not run.  A step that
      *  ended in FAIL (or abended mid-run) may be started again;
      *  only DONE is final for a cycle.
      *
      *  RG-REQ-LOOKUP-RUN returns the business date and cycle
      *  number of the cycle whose run-id is passed in RG-RUN-ID --
      *  open or long since closed -- so a job rerunning an old
      *  night can work to that night's date rather than today's.
      *  RG-RUN-NOT-FOUND means no cycle with that run-id is on
      *  file.
      *
      *  RG-REQ-BACK-OUT marks the cycle named in RG-RUN-ID backed
      *  out (CYCBKOUT's request, once its rows are moved aside);
      *  RG-REQ-RETURN-SENT marks every cycle of RG-BUSINESS-DATE as
      *  having had its upstream return sent (UPSRTN's request).
      *  Lookup and inquire hand back the cycle row's status in
      *  RG-CYCLE-STATUS and its return mark in RG-RETURN-STATUS.
      *  A step cannot start or end against a backed-out cycle --
      *  RUNOPEN must open a new one first.
      *****************************************************************
       01  RUNREG-LINKAGE.
           05  RG-REQUEST.
                   88  RG-REQ-START-STEP          VALUE 'S'.
                   88  RG-REQ-END-STEP            VALUE 'E'.
                   88  RG-REQ-INQUIRE             VALUE 'Q'.
                   88  RG-REQ-LOOKUP-RUN          VALUE 'L'.
                   88  RG-REQ-BACK-OUT            VALUE 'B'.
                   88  RG-REQ-RETURN-SENT         VALUE 'R'.
               10  RG-BUSINESS-DATE           PIC 9(08).
               10  RG-STEP-NAME               PIC X(08).
               10  RG-OUTCOME                 PIC X(04).
                   88  RG-OK                      VALUE 00.
                   88  RG-STEP-REFUSED            VALUE 08.
                   88  RG-NO-OPEN-CYCLE           VALUE 12.
                   88  RG-RUN-NOT-FOUND           VALUE 16.
               10  RG-CYCLE-STATUS            PIC X(04).
                   88  RG-CYCLE-BACKED-OUT        VALUE "BKOT".
               10  RG-RETURN-STATUS           PIC X(04).
                   88  RG-RETURN-WAS-SENT         VALUE "SENT".
