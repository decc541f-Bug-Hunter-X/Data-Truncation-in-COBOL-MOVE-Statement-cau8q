      *  Per-field truncation handling rule, maintained on-line by
      *  the TRNMAINT operator screen and consulted by LENCHK when a
      *  truncation risk is detected (req. 005).
      *
      *  RC-ACT-ABBREVIATE shortens an oversized value word by word
      *  from the ABBRCTL.DAT dictionary and, if it still does not
      *  fit, cuts it at the last whole word instead of mid-word.
      *
      *  RC-CHARSET-ACTION routes a value that is not clean UTF-8 or
      *  carries control characters: RC-CHARSET-REJECT rejects the
      *  record, RC-CHARSET-LOG (or blank, on rows written before
      *  the field existed) logs the exception and passes the value.
      *****************************************************************
       01  RULECTL-RECORD.
           05  RC-FIELD-NAME                  PIC X(30).
               88  RC-ACT-REJECT                  VALUE 'R'.
               88  RC-ACT-TRUNC-LOG               VALUE 'T'.
               88  RC-ACT-TRUNC-SPILL             VALUE 'P'.
               88  RC-ACT-ABBREVIATE              VALUE 'A'.
           05  RC-ACTIVE-FLAG                 PIC X(01).
               88  RC-RULE-ACTIVE                 VALUE 'Y'.
               88  RC-RULE-INACTIVE               VALUE 'N'.
               10  RC-CHG-DATE                PIC 9(08).
               10  RC-CHG-TIME                PIC 9(08).
           05  RC-CHANGED-BY                  PIC X(08).
           05  RC-CHARSET-ACTION              PIC X(01).
               88  RC-CHARSET-REJECT              VALUE 'R'.
               88  RC-CHARSET-LOG                 VALUE 'L' SPACE.
