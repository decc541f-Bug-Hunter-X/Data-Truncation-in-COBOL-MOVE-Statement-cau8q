      *****************************************************************
      *  CTLPEND.CPY
      *
      *  Pending control-file change row.  A length keyed on FLDMAINT
      *  or a rule keyed on TRNMAINT no longer goes straight into
      *  FIELDCTL.DAT or RULECTL.DAT, where the next scan would pick
      *  it up -- it is appended to CTLPEND.DAT as a PEND row carrying
      *  the maker's verified id, when it was keyed, and the values
      *  keyed.  On the CTLAPPR screen a second operator holding
      *  approval authority, never the maker, approves or rejects
      *  it.  Approval applies the change to the control file;
      *  either way the row keeps the checker, the decision and its
      *  stamp, and the decision is journaled in CTLJRNL.DAT.  LENCHK
      *  reads only the control files, so it only ever sees approved
      *  values.
      *
      *  Only the group for CP-FILE-ID is filled in: the FIELDCTL
      *  group for a length (CANCEL = Y dropping a future row), the
      *  RULECTL group for a rule.  CP-AFTER-VALUE holds the change
      *  in the journal's words for the screens and for RUNSTAT,
      *  which lists every change left pending at cycle open.
      *
      *  A length keyed to take effect now is held dated the
      *  business date it was keyed on, with CP-FC-KEYED-NOW set, so
      *  approval adds a row from that night on and leaves the
      *  lengths of earlier nights alone.  A row with no effective
      *  date, held before this flag existed, means the same thing
      *  dated the business date it is approved on.
      *****************************************************************
       01  CONTROL-PENDING-RECORD.
           05  CP-FILE-ID                     PIC X(08).
               88  CP-FOR-FIELDCTL                VALUE "FIELDCTL".
               88  CP-FOR-RULECTL                 VALUE "RULECTL".
           05  CP-KEY-VALUE                   PIC X(30).
           05  CP-KEYED-STAMP.
               10  CP-KEYED-DATE              PIC 9(08).
               10  CP-KEYED-TIME              PIC 9(08).
           05  CP-MAKER-ID                    PIC X(08).
           05  CP-STATUS                      PIC X(04).
               88  CP-PENDING                     VALUE "PEND".
               88  CP-APPROVED                    VALUE "APPR".
               88  CP-REJECTED                    VALUE "REJD".
           05  CP-DECISION-STAMP.
               10  CP-DECISION-DATE           PIC 9(08).
               10  CP-DECISION-TIME           PIC 9(08).
           05  CP-CHECKER-ID                  PIC X(08).
           05  CP-FIELDCTL-CHANGE.
               10  CP-FC-MAX-LENGTH           PIC 9(08).
               10  CP-FC-EFFECTIVE-DATE       PIC 9(08).
               10  CP-FC-CANCEL-FLAG          PIC X(01).
                   88  CP-FC-CANCEL-ROW           VALUE 'Y'.
           05  CP-RULECTL-CHANGE.
               10  CP-RC-ACTION-CODE          PIC X(01).
               10  CP-RC-ACTIVE-FLAG          PIC X(01).
               10  CP-RC-CHARSET-ACTION       PIC X(01).
           05  CP-AFTER-VALUE                 PIC X(60).
           05  CP-FC-KEYED-NOW-FLAG           PIC X(01).
               88  CP-FC-KEYED-NOW                VALUE 'Y'.
