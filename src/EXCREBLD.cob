      *
      *  Rerunning the job for a date is safe: once the rebuilt rows
      *  exist they match, and nothing new is synthesized.
      *
      *  A rebuilt row carries the fitted value and abbreviate-to-
      *  fit outcome from the audit log as well as the original.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREBLD.
           MOVE EL-ACTION-CODE TO VE-ACTION-CODE
           SET VE-SOURCE-RECONSTRUCTED TO TRUE
           MOVE EL-TRUNCATED-VALUE TO VE-ORIGINAL-VALUE
           MOVE EL-FIT-RESULT TO VE-FIT-RESULT
           MOVE EL-FITTED-VALUE TO VE-FITTED-VALUE
           WRITE VSAM-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "EXCREBLD: REBUILD WRITE FAILED, KEY="
