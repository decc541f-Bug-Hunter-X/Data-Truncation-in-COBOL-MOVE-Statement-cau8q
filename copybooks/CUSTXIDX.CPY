      *****************************************************************
      *  CUSTXIDX.CPY
      *
      *  Cross-day customer exception index row.  TR-RECORD-NO
      *  restarts at 1 every day, so the record key LENCHK stamps on
      *  EXCLOG.DAT cannot tie tonight's exception to the same
      *  customer's exception last week.  CUSTXBLD keys each night's
      *  exceptions by the customer instead and appends them to
      *  CUSTXIDX.DAT, one row per customer, business date, field
      *  and kind of exception -- a field truncated three times in
      *  one night (a restarted scan, say) is still one night.
      *
      *  CX-CUSTOMER-KEY is the customer's name and email as the
      *  transaction carried them, normalized so the same customer
      *  keys the same way every night:
      *
      *    CX-NAME-KEY   folded to upper case; every run of spaces
      *                  and punctuation closed up to one space and
      *                  leading spaces dropped, so "Smith,  John."
      *                  keys as SMITH JOHN.  Letters and digits,
      *                  and the bytes of multi-byte UTF-8
      *                  characters, are kept as they are;
      *    CX-EMAIL-KEY  folded to upper case with all spaces
      *                  removed.
      *
      *  CX-CUSTOMER-NAME and CX-CUSTOMER-EMAIL keep the values as
      *  sent, for the master-data extract.  CX-EXCEPTION-KIND is
      *  'T' when the value was cut to fit -- truncated, spilled or
      *  abbreviated -- and 'R' when the record was rejected, by the
      *  length or charset guard or by the downstream load.  A
      *  charset exception logged and passed as sent is neither and
      *  is not indexed.
      *
      *  CX-JOB-NAME, CX-RUN-ID and CX-RECORD-KEY name the scan
      *  record the row came from, the same three LENCHK stamps, so
      *  TRNTRACE can be pointed at it and CUSTERAS can attribute
      *  the row to a customer the way it attributes EXCLOG rows.
      *  CUSTXRPT ranks the customers from this file each month.
      *****************************************************************
       01  CUSTOMER-EXCEPTION-INDEX-RECORD.
           05  CX-CUSTOMER-KEY.
               10  CX-NAME-KEY                PIC X(40).
               10  CX-EMAIL-KEY               PIC X(50).
           05  CX-BUSINESS-DATE               PIC 9(08).
           05  CX-FIELD-NAME                  PIC X(30).
           05  CX-EXCEPTION-KIND              PIC X(01).
               88  CX-TRUNCATED                   VALUE 'T'.
               88  CX-REJECTED                    VALUE 'R'.
           05  CX-JOB-NAME                    PIC X(08).
           05  CX-RUN-ID                      PIC X(08).
           05  CX-RECORD-KEY                  PIC X(20).
           05  CX-SOURCE-FILE                 PIC X(08).
           05  CX-CUSTOMER-NAME               PIC X(40).
           05  CX-CUSTOMER-EMAIL              PIC X(50).
           05  CX-INDEX-STAMP.
               10  CX-INDEX-DATE              PIC 9(08).
               10  CX-INDEX-TIME              PIC 9(08).
