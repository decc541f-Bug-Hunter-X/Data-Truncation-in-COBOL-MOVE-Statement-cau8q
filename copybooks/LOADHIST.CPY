      *****************************************************************
      *  LOADHIST.CPY
      *
      *  Downstream load reconciliation history.  LOADRECN appends
      *  one row to LOADHIST.DAT each time it reaches a verdict on a
      *  cycle's delivery:
      *
      *    LH-BALANCED         the acknowledgment balanced to the
      *                        TRANSOUT.CTL trailer and the cycle's
      *                        TRUNHIST.DAT totals;
      *    LH-OUT-OF-BALANCE   it arrived but a count did not agree,
      *                        or a reject named a record that was
      *                        never delivered;
      *    LH-NO-ACK           none had arrived by the cut-off.
      *
      *  A cycle reconciled again (the acknowledgment came in after
      *  the cut-off, or was resent) gets a further row; the latest
      *  row for a run-id is its standing verdict.  The file is
      *  permanent -- MONCLOSE reads it into the month's sign-off
      *  package.
      *
      *  LH-SCANNED-COUNT is what the cycle's TRUNHIST.DAT row says
      *  should have been delivered: records read less records
      *  rejected.  LH-QUEUED-COUNT is the cycle's load rejects
      *  standing in REJECTQ.DAT after that pass, whether queued on
      *  it or on an earlier one.
      *****************************************************************
       01  LOAD-RECON-HISTORY-RECORD.
           05  LH-RECON-STAMP.
               10  LH-RECON-DATE              PIC 9(08).
               10  LH-RECON-TIME              PIC 9(08).
           05  LH-RUN-ID                      PIC X(08).
           05  LH-BUSINESS-DATE               PIC 9(08).
           05  LH-VERDICT                     PIC X(04).
               88  LH-BALANCED                    VALUE "BAL".
               88  LH-OUT-OF-BALANCE              VALUE "MISM".
               88  LH-NO-ACK                      VALUE "NOAK".
           05  LH-DELIVERY-DATE               PIC 9(08).
           05  LH-DELIVERED-COUNT             PIC 9(08).
           05  LH-SCANNED-COUNT               PIC 9(08).
           05  LH-RECEIVED-COUNT              PIC 9(08).
           05  LH-LOADED-COUNT                PIC 9(08).
           05  LH-REJECTED-COUNT              PIC 9(08).
           05  LH-QUEUED-COUNT                PIC 9(08).
           05  LH-ACK-STAMP.
               10  LH-ACK-DATE                PIC 9(08).
               10  LH-ACK-TIME                PIC 9(08).
