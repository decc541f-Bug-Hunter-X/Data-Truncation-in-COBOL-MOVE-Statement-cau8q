      *  batch window, so an operator does not have to wait for a job
      *  to finish and its reports to be read before finding out a
      *  field is overflowing.
      *
      *  SLAWATCH writes to the same feed when a nightly stream step
      *  is running past its batch-window deadline or has not
      *  started when it should have, so the paging tool, ALRTMON
      *  and the acknowledgment screens cover a late batch too.
      *  Those rows carry job name SLAWATCH, action code 'S' and the
      *  late step in the receiving-name field; they are not
      *  truncation alerts and stay out of the EXCLOG / ALERT /
      *  VSAMEXC balance.
      *
      *  LOADRECN writes here too when the downstream system has not
      *  acknowledged a cycle's delivery by the cut-off: job name
      *  LOADRECN, action code 'D'.
      *
      *  FEEDWTCH writes here when a catalogued daily feed has not
      *  arrived by its expected time: job name FEEDWTCH, action
      *  code 'F', the feed's record type in the receiving-name
      *  field after the alert kind.  AL-OPERATIONS-ALERT covers
      *  every kind of row that is not a truncation alert.
      *****************************************************************
       01  ALERT-RECORD.
           05  AL-JOB-NAME                    PIC X(08).
               88  AL-BATCH-WINDOW-ALERT          VALUE "SLAWATCH".
               88  AL-LOAD-ACK-ALERT              VALUE "LOADRECN".
               88  AL-FEED-WATCH-ALERT            VALUE "FEEDWTCH".
               88  AL-OPERATIONS-ALERT            VALUE "SLAWATCH"
                                                        "LOADRECN"
                                                        "FEEDWTCH".
           05  AL-RUN-ID                      PIC X(08).
           05  AL-TIMESTAMP.
               10  AL-ALERT-DATE              PIC 9(08).
