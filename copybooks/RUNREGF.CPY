      *  each step's start, end and outcome here and refuses a step
      *  that already ran for the cycle or whose predecessors have
      *  not finished.
      *
      *  A cycle CYCBKOUT has backed out carries status BKOT on its
      *  *CYCLE row, with the backout stamped as the row's end -- its
      *  rows were moved to BACKOUT.DAT, and no further step may
      *  register against it.  The *CYCLE row's outcome reads SENT
      *  once UPSRTN has sent the business date's return file; from
      *  then on the cycle can no longer be backed out.
      *
      *  After the stream's rows come one *STEP row per active feed
      *  in FEEDCAT.DAT other than TRANREC, named for the feed's
      *  record type, with step sequence 00: FEEDSCN's scan of that
      *  feed, registered outside the stream's order.
      *****************************************************************
       01  RUN-REGISTRY-RECORD.
           05  RR-ROW-KIND                    PIC X(08).
               88  RR-STEP-RUNNING                VALUE "RUN".
               88  RR-STEP-DONE                   VALUE "DONE".
               88  RR-STEP-FAILED                 VALUE "FAIL".
               88  RR-CYCLE-BACKED-OUT            VALUE "BKOT".
           05  RR-START-STAMP.
               10  RR-START-DATE              PIC 9(08).
               10  RR-START-TIME              PIC 9(08).
               10  RR-END-DATE                PIC 9(08).
               10  RR-END-TIME                PIC 9(08).
           05  RR-OUTCOME                     PIC X(04).
               88  RR-CYCLE-RETURN-SENT           VALUE "SENT".
