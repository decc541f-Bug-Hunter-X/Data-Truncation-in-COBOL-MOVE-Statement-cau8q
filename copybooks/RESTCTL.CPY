      *  already written to the TRANSOUT.DAT delivery file as of the
      *  checkpoint, so the control trailer a restarted scan cuts
      *  still balances to the whole file.
      *
      *  RS-ABBREV-CLEAN-COUNT and RS-ABBREV-CUT-COUNT carry the
      *  abbreviate-to-fit outcomes -- fields abbreviated with no
      *  word lost, and fields still cut back to a word boundary --
      *  across a restart the same way.
      *
      *  RS-RECON-CHARSET-COUNT is records whose only exception was
      *  a character-set exception that was logged and passed, and
      *  RS-CHARSET-COUNT the number of fields that raised one.
      *****************************************************************
       01  RESTART-CONTROL-RECORD.
           05  RS-JOB-NAME                    PIC X(08).
               10  RS-CNT-EMAIL               PIC 9(08).
               10  RS-RECON-CONFIG-COUNT      PIC 9(08).
               10  RS-DELIVERED-COUNT         PIC 9(08).
               10  RS-ABBREV-CLEAN-COUNT      PIC 9(08).
               10  RS-ABBREV-CUT-COUNT        PIC 9(08).
               10  RS-RECON-CHARSET-COUNT     PIC 9(08).
               10  RS-CHARSET-COUNT           PIC 9(08).
