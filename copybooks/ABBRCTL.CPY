      *****************************************************************
      *  ABBRCTL.CPY
      *
      *  Standard abbreviation dictionary row, maintained on-line by
      *  the ABRMAINT operator screen.  When a field's RULECTL action
      *  is abbreviate-to-fit (RC-ACT-ABBREVIATE), LENCHK replaces
      *  each whole word of an oversized value that has an active
      *  row here -- PARKWAY by PKWY, SUITE by STE, NORTHWEST by NW,
      *  APARTMENT by APT -- before it resorts to cutting the value,
      *  and then only at a word boundary.
      *****************************************************************
       01  ABBRCTL-RECORD.
           05  AB-FULL-WORD                   PIC X(30).
           05  AB-ABBREVIATION                PIC X(10).
           05  AB-ACTIVE-FLAG                 PIC X(01).
               88  AB-ENTRY-ACTIVE                VALUE 'Y'.
               88  AB-ENTRY-INACTIVE              VALUE 'N'.
           05  AB-LAST-CHANGED.
               10  AB-CHG-DATE                PIC 9(08).
               10  AB-CHG-TIME                PIC 9(08).
           05  AB-CHANGED-BY                  PIC X(08).
