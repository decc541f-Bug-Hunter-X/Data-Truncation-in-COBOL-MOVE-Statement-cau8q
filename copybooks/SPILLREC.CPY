      *  not simply lost -- they are written here, keyed back to the
      *  record they came from, so the overflow can be recovered or
      *  reconciled later instead of being a silent "safe move".
      *
      *  SP-RECEIVING-LENGTH is the number of bytes actually kept in
      *  the receiving field.  It is the receiving length except when
      *  the cut had to step back to keep a multi-byte UTF-8
      *  character whole, so kept length plus SP-OVERFLOW-LENGTH is
      *  always the full value.
      *****************************************************************
       01  SPILLOVER-RECORD.
           05  SP-JOB-NAME                    PIC X(08).
