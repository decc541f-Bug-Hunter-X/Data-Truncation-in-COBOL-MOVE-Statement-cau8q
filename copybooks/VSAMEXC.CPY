      *  the matching EXCLOG.DAT record after a failed VSAM write
      *  ('R'), so the audit trail shows what was original and what
      *  was repaired.
      *
      *  VE-FIT-RESULT and VE-FITTED-VALUE carry the same fitted
      *  value and abbreviate-to-fit outcome as the EXCLOG.DAT row,
      *  so VSAMINQ shows the original and the abbreviated value
      *  side by side.
      *****************************************************************
       01  VSAM-EXCEPTION-RECORD.
           05  VE-KEY.
               88  VE-SOURCE-ORIGINAL             VALUE 'O'.
               88  VE-SOURCE-RECONSTRUCTED        VALUE 'R'.
           05  VE-ORIGINAL-VALUE              PIC X(4000).
           05  VE-FIT-RESULT                  PIC X(01).
               88  VE-FIT-CLEAN                   VALUE 'C'.
               88  VE-FIT-WORD-CUT                VALUE 'W'.
           05  VE-FITTED-VALUE                PIC X(100).
