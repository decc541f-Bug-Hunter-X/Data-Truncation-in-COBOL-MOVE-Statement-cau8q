      *  flag to USED, so the next day's file has to be validated
      *  afresh before it can be scanned.  A restart after an abend
      *  still finds PASS and may resume.
      *
      *  CYCBKOUT stamps the flag BKOT when it backs out the cycle
      *  that validated the file, so the rerun cannot scan on the
      *  failed night's verdict -- TRNVALID must pass the file again.
      *****************************************************************
       01  VALIDATION-FLAG-RECORD.
           05  VF-RESULT                      PIC X(04).
               88  VF-FILE-VALIDATED              VALUE "PASS".
               88  VF-FILE-FAILED                 VALUE "FAIL".
               88  VF-FILE-CONSUMED               VALUE "USED".
               88  VF-FILE-BACKED-OUT             VALUE "BKOT".
           05  VF-VALID-DATE                  PIC 9(08).
           05  VF-VALID-TIME                  PIC 9(08).
           05  VF-RECORD-COUNT                PIC 9(08).
