      *  it to show truncation rates per field over time, which is
      *  the evidence needed to argue a downstream field genuinely
      *  needs widening.
      *
      *  TH-ABBREV-CLEAN-COUNT is how many of the run's truncations
      *  the abbreviate-to-fit action turned into clean abbreviations
      *  (every word kept), TH-ABBREV-CUT-COUNT how many still had
      *  to be cut back to a word boundary, so month-end can show
      *  what the dictionary is saving.
      *
      *  TH-RECON-CHARSET-COUNT is records whose only exception was
      *  a logged character-set exception (invalid UTF-8 or control
      *  characters); TH-CHARSET-COUNT is fields that raised one,
      *  whatever else happened to the record.
      *****************************************************************
       01  TRUNCATION-HISTORY-RECORD.
           05  TH-RUN-STAMP.
           05  TH-CNT-ADDRESS                 PIC 9(08).
           05  TH-CNT-CITY                    PIC 9(08).
           05  TH-CNT-EMAIL                   PIC 9(08).
           05  TH-ABBREV-CLEAN-COUNT          PIC 9(08).
           05  TH-ABBREV-CUT-COUNT            PIC 9(08).
           05  TH-RECON-CHARSET-COUNT         PIC 9(08).
           05  TH-CHARSET-COUNT               PIC 9(08).
