      *****************************************************************
      *  LOADACK.CPY
      *
      *  Downstream load acknowledgment row.  The receiving system
      *  answers each TRANSOUT.DAT delivery with LOADACK.DAT: one
      *  header row saying which delivery it loaded and how it went,
      *  then one row per record its load refused.
      *
      *    AK-HEADER-ROW  AK-FILE-DATE and AK-CONTROL-COUNT echo the
      *                   TRANSOUT.CTL trailer the load was given;
      *                   AK-RECORDS-RECEIVED is the rows the load
      *                   read, AK-RECORDS-LOADED the rows it kept,
      *                   and AK-ACK-STAMP when the load finished.
      *    AK-REJECT-ROW  the refused record's TR-RECORD-NO, the
      *                   delivered field the load objected to
      *                   (blank when it refused the record as a
      *                   whole), the load's reason code and text.
      *
      *  LOADRECN balances the file against TRANSOUT.CTL and the
      *  cycle's TRUNHIST.DAT row and queues every reject row in
      *  REJECTQ.DAT.
      *****************************************************************
       01  LOAD-ACK-RECORD.
           05  AK-ROW-TYPE                    PIC X(01).
               88  AK-HEADER-ROW                  VALUE 'H'.
               88  AK-REJECT-ROW                  VALUE 'R'.
           05  AK-ROW-DATA                    PIC X(92).
           05  AK-HEADER-DATA REDEFINES AK-ROW-DATA.
               10  AK-FILE-DATE               PIC 9(08).
               10  AK-CONTROL-COUNT           PIC 9(08).
               10  AK-RECORDS-RECEIVED        PIC 9(08).
               10  AK-RECORDS-LOADED          PIC 9(08).
               10  AK-ACK-STAMP.
                   15  AK-ACK-DATE            PIC 9(08).
                   15  AK-ACK-TIME            PIC 9(08).
               10  FILLER                     PIC X(44).
           05  AK-REJECT-DATA REDEFINES AK-ROW-DATA.
               10  AK-REJECT-RECORD-NO        PIC 9(08).
               10  AK-REJECT-FIELD-NAME       PIC X(30).
               10  AK-REJECT-CODE             PIC X(04).
               10  AK-REJECT-TEXT             PIC X(50).
