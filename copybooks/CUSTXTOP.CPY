      *****************************************************************
      *  CUSTXTOP.CPY
      *
      *  Top-offender extract for the customer master-data team,
      *  written by CUSTXRPT to CUSTXTOP.DAT each month so the
      *  customers whose records are truncated or rejected night
      *  after night can be corrected at source.  Fixed layout, one
      *  row type byte then the row:
      *
      *    'H'  one header row: the date the extract was cut, the
      *         month it covers, and the selection -- customers with
      *         at least XH-MINIMUM-NIGHTS nights in the month, at
      *         most XH-MAXIMUM-ROWS of them, highest ranked first;
      *    'D'  one row per customer selected: rank, the name and
      *         email as the transaction last carried them, the
      *         normalized keys they were matched on (CUSTXIDX.CPY),
      *         nights in the month with an exception and of those
      *         the nights truncated and the nights rejected, first
      *         and last date the customer was ever indexed, and up
      *         to five fields with the nights each was truncated
      *         and rejected in the month, most nights first;
      *    'T'  one trailer row: the count of 'D' rows, so the
      *         loading side can tell a short file from a quiet
      *         month.
      *****************************************************************
       01  CUSTOMER-EXTRACT-RECORD.
           05  XT-ROW-TYPE                    PIC X(01).
               88  XT-HEADER-ROW                  VALUE 'H'.
               88  XT-DETAIL-ROW                  VALUE 'D'.
               88  XT-TRAILER-ROW                 VALUE 'T'.
           05  XT-ROW-DATA                    PIC X(380).
           05  XT-HEADER-DATA REDEFINES XT-ROW-DATA.
               10  XH-EXTRACT-DATE            PIC 9(08).
               10  XH-REPORT-MONTH            PIC 9(06).
               10  XH-MINIMUM-NIGHTS          PIC 9(02).
               10  XH-MAXIMUM-ROWS            PIC 9(04).
               10  FILLER                     PIC X(360).
           05  XT-DETAIL-DATA REDEFINES XT-ROW-DATA.
               10  XD-RANK                    PIC 9(04).
               10  XD-CUSTOMER-NAME           PIC X(40).
               10  XD-CUSTOMER-EMAIL          PIC X(50).
               10  XD-NAME-KEY                PIC X(40).
               10  XD-EMAIL-KEY               PIC X(50).
               10  XD-NIGHTS                  PIC 9(02).
               10  XD-TRUNCATED-NIGHTS        PIC 9(02).
               10  XD-REJECTED-NIGHTS         PIC 9(02).
               10  XD-FIRST-SEEN-DATE         PIC 9(08).
               10  XD-LAST-SEEN-DATE          PIC 9(08).
               10  XD-FIELD-COUNT             PIC 9(02).
               10  XD-FIELD-ENTRY OCCURS 5 TIMES.
                   15  XD-FIELD-NAME          PIC X(30).
                   15  XD-FIELD-TRUNC-NIGHTS  PIC 9(02).
                   15  XD-FIELD-REJECT-NIGHTS PIC 9(02).
               10  FILLER                     PIC X(02).
           05  XT-TRAILER-DATA REDEFINES XT-ROW-DATA.
               10  XR-DETAIL-COUNT            PIC 9(08).
               10  FILLER                     PIC X(372).
