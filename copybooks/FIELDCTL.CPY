      *  looks a field up here when a caller does not pass an explicit
      *  LC-RECEIVING-LENGTH, so nobody has to recompile a program
      *  just because a receiving field got longer or shorter.
      *
      *  A field may carry more than one row: the length in force
      *  now plus any lengths scheduled to take over later, each
      *  with the business date it takes effect in FC-EFFECTIVE-
      *  DATE.  The length for a given business date is the row
      *  with the latest effective date on or before it.  A row
      *  with no effective date (zeros, or blank on rows keyed
      *  before dating existed) has been in force all along.  So a
      *  downstream widening is keyed ahead of go-live on FLDMAINT
      *  and simply starts applying with the first cycle dated on or
      *  after it -- and a rerun of an older night still gets that
      *  night's length.
      *****************************************************************
       01  FIELDCTL-RECORD.
           05  FC-FIELD-NAME                  PIC X(30).
           05  FC-MAX-LENGTH                  PIC 9(08).
           05  FC-EFFECTIVE-DATE              PIC 9(08).
