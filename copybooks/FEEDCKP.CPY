      *  that field's running count in FK-COUNTER.  A restart only
      *  honors a checkpoint whose record type matches the feed
      *  being scanned.
      *
      *  FK-CHARSET-COUNTER carries a field row's running count of
      *  character-set exceptions (invalid UTF-8 or control
      *  characters) beside its truncation count.
      *
      *  The *CONTROL row also carries the records delivered and
      *  rejected so far, so a restarted scan's trailer and totals
      *  cover the whole feed.  FK-SCAN-IN-PROGRESS is set on every
      *  row from the moment the feed has balanced to its control
      *  total and its repaired rejects have been resubmitted: a
      *  restart picks up from such a checkpoint without balancing
      *  or resubmitting again, and a checkpoint without it -- a
      *  cleared one, or one from before the flag existed -- is not
      *  a restart point.
      *
      *  FK-RUN-ID is the cycle the checkpoint was written for.  Only
      *  a checkpoint of the current cycle is a restart point: when
      *  CYCBKOUT backs a cycle out, the rerun opens a new run-id,
      *  so a scan left in progress by the backed-out cycle is
      *  started over from the top -- balanced, resubmitted, and its
      *  delivery file cut afresh -- instead of resumed.  A row with
      *  no run-id, written before it was kept, restarts nothing.
      *****************************************************************
       01  FEED-CHECKPOINT-RECORD.
           05  FK-RECORD-TYPE                 PIC X(08).
           05  FK-CKPT-STAMP.
               10  FK-CKPT-DATE               PIC 9(08).
               10  FK-CKPT-TIME               PIC 9(08).
           05  FK-CHARSET-COUNTER             PIC 9(08).
           05  FK-DELIVERED-COUNT             PIC 9(08).
           05  FK-REJECTED-COUNT              PIC 9(08).
           05  FK-SCAN-STATE                  PIC X(01).
               88  FK-SCAN-IN-PROGRESS            VALUE 'Y'.
           05  FK-RUN-ID                      PIC X(08).
