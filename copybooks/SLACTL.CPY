      *****************************************************************
      *  SLACTL.CPY
      *
      *  Batch-window service-level row.  SLACTL.DAT holds one row
      *  per nightly stream step -- TRNVALID, REJRESUB, TRUNSCN,
      *  ALRTMON, RUNAUDIT -- giving the time the step must have
      *  ended by and how long it is expected to take, maintained on
      *  the SLAMAINT screen:
      *
      *    SL-LATEST-END-TIME   HHMM the step must have ended by;
      *    SL-END-DAY-OFFSET    0 when that time falls on the
      *                         business date itself, 1 when it falls
      *                         on the morning after (the usual case
      *                         for a stream that runs overnight);
      *    SL-EXPECTED-MINUTES  the step's normal elapsed time.
      *
      *  The latest a step can start and still end on time is its
      *  latest end less its expected minutes.  SLAWATCH measures
      *  the run registry against these rows, reports the batch
      *  window and raises overrun and not-started alerts into
      *  ALERT.DAT.  A step with no active row has no deadline.
      *
      *  One further row, step name LOADACK, is not a stream step:
      *  its latest end time and day offset are the cut-off by which
      *  the downstream system's load acknowledgment must be in.
      *  LOADRECN raises an alert for a cycle still unacknowledged
      *  after it; its expected minutes are not used.  SLAWATCH
      *  passes over the row.
      *****************************************************************
       01  SLA-CONTROL-RECORD.
           05  SL-STEP-NAME                   PIC X(08).
           05  SL-LATEST-END-TIME.
               10  SL-LATEST-END-HH           PIC 9(02).
               10  SL-LATEST-END-MM           PIC 9(02).
           05  SL-END-DAY-OFFSET              PIC 9(01).
           05  SL-EXPECTED-MINUTES            PIC 9(05).
           05  SL-ACTIVE-FLAG                 PIC X(01).
               88  SL-RULE-ACTIVE                 VALUE 'Y'.
               88  SL-RULE-INACTIVE               VALUE 'N'.
