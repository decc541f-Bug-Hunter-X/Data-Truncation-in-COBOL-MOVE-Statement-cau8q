      *****************************************************************
      *  FEEDCAT.CPY
      *
      *  Daily feed catalog row.  Operations keeps one row per
      *  daily input feed in FEEDCAT.DAT, the way it keeps the
      *  field rows in LAYOUTDC.DAT: the feed's record type (the
      *  LAYOUTDC.DAT record type its fields are described under),
      *  the file it arrives as and the control-total file that
      *  comes with it (TRANCTL.CPY layout), the delivery file built
      *  from it and that file's trailer, and the time the feed is
      *  expected by -- an HHMM plus a day offset from the business
      *  date, 0 for the business date itself, 1 for the morning
      *  after, as on SLACTL.DAT.
      *
      *  Every active feed other than TRANREC is taken through the
      *  nightly stream by FEEDSCN under its record type: RUNREG
      *  registers a scan step of that name with each cycle it
      *  opens, FEEDSCN balances the feed to its control total,
      *  scans it, writes the guarded delivery file with its trailer
      *  and queues its rejects.  The TRANREC row describes
      *  TRANS.DAT, which keeps its own TRNVALID / REJRESUB /
      *  TRUNSCN steps; it is catalogued so FEEDWTCH watches its
      *  arrival with the rest.
      *
      *  A feed has arrived for a cycle when its input file is
      *  present and its control file, if present, was cut on or
      *  after the business date -- a control file dated earlier is
      *  last night's feed left in place.  FEEDWTCH reports a feed
      *  not arrived by its expected time as missing.
      *
      *  A record type must not reuse a stream step name (TRNVALID,
      *  REJRESUB, TRUNSCN, ALRTMON, RUNAUDIT); RUNREG passes over
      *  such a row.
      *****************************************************************
       01  FEED-CATALOG-RECORD.
           05  FE-RECORD-TYPE                 PIC X(08).
               88  FE-TRANS-FEED                  VALUE "TRANREC".
           05  FE-FEED-NAME                   PIC X(30).
           05  FE-INPUT-FILE                  PIC X(30).
           05  FE-CONTROL-FILE                PIC X(30).
           05  FE-DELIVERY-FILE               PIC X(30).
           05  FE-DELIVERY-CTL-FILE           PIC X(30).
           05  FE-EXPECTED-TIME.
               10  FE-EXPECTED-HH             PIC 9(02).
               10  FE-EXPECTED-MM             PIC 9(02).
           05  FE-ARRIVAL-DAY-OFFSET          PIC 9(01).
           05  FE-ACTIVE-FLAG                 PIC X(01).
               88  FE-FEED-ACTIVE                 VALUE 'Y'.
               88  FE-FEED-INACTIVE               VALUE 'N'.
