      *  for the reject's date could ever be rerun.  REJMAINT only
      *  offers pending entries and REJRESUB only resubmits repaired
      *  ones, so a resubmitted entry is inert history.
      *
      *  An entry still pending or repaired when CUSTERAS carries out
      *  a customer erasure is closed as RJ-ERASED: its customer
      *  values are overwritten with the redaction marker
      *  (REDACT.CPY), so there is nothing left to repair or
      *  resubmit.  Neither screen nor REJRESUB offers it again.  A
      *  resubmitted entry keeps its status; only its values are
      *  redacted.
      *
      *  LOADRECN queues the records the downstream load refused,
      *  job name LOADRECN, with the load's reason code and text in
      *  RJ-REASON and the record as it was delivered in
      *  RJ-TRANSACTION.  RJ-FIELD-NAME is the field the load named,
      *  or WHOLE-RECORD when it refused the record as a whole;
      *  both lengths are the field's delivered length (zero for a
      *  whole record).  REJMAINT repairs them like any other entry
      *  and also lets the operator release one unchanged once the
      *  receiving side has fixed its end; REJRESUB resends them.
      *
      *  FEEDSCN queues the rejects of every other catalogued feed
      *  (FEEDCAT.CPY) here as well.  RJ-RECORD-TYPE names the feed
      *  -- TRANREC, or blank on entries queued before feeds were
      *  catalogued, for TRANS.DAT -- and a feed record is carried
      *  whole in RJ-FEED-RECORD with its position in the feed in
      *  RJ-FEED-RECORD-NO; RJ-TRANSACTION is blank on such an
      *  entry.  REJMAINT finds the field that fired through the
      *  feed's LAYOUTDC.DAT rows, and the feed's own FEEDSCN step,
      *  not REJRESUB, resubmits the repaired record.
      *****************************************************************
       01  REJECT-QUEUE-RECORD.
           05  RJ-JOB-NAME                    PIC X(08).
               88  RJ-DOWNSTREAM-LOAD-REJECT      VALUE "LOADRECN".
           05  RJ-RUN-ID                      PIC X(08).
           05  RJ-TIMESTAMP.
               10  RJ-REJECT-DATE             PIC 9(08).
               88  RJ-PENDING                     VALUE 'P'.
               88  RJ-REPAIRED                    VALUE 'R'.
               88  RJ-RESUBMITTED                 VALUE 'S'.
               88  RJ-ERASED                      VALUE 'E'.
           05  RJ-REPAIR-STAMP.
               10  RJ-REPAIR-DATE             PIC 9(08).
               10  RJ-REPAIR-TIME             PIC 9(08).
           05  RJ-REPAIRED-BY                 PIC X(08).
           05  RJ-TRANSACTION                 PIC X(188).
           05  RJ-RECORD-TYPE                 PIC X(08).
               88  RJ-TRANS-RECORD                VALUE SPACES
                                                        "TRANREC".
           05  RJ-FEED-RECORD-NO              PIC 9(08).
           05  RJ-FEED-RECORD                 PIC X(4000).
