      *****************************************************************
      *  REDACT.CPY
      *
      *  Redaction marker.  When a customer's data-protection
      *  erasure request is carried out, CUSTERAS overwrites every
      *  retained copy of the customer's values -- in EXCLOG,
      *  VSAMEXC, SPILL, REJECTQ and BACKOUT and in the .ARC
      *  archives -- with this fixed marker, left-justified in the
      *  value field.  The rest of the audit row (run-id, key,
      *  lengths, action, timestamps) is kept, so the row still
      *  counts wherever rows are counted.
      *
      *  A value beginning with the marker is redacted, not blank
      *  and not data: the inquiry and trace programs say so, and
      *  nothing may ship it, merge it or return it upstream as a
      *  customer value.
      *****************************************************************
       01  REDACTION-MARKER-AREA.
           05  RD-REDACTION-MARKER            PIC X(16)
                                      VALUE "****REDACTED****".
