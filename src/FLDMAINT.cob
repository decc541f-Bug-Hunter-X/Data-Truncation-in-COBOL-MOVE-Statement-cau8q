      *  authority.  The verified id -- no longer free-keyed text --
      *  is what lands in the change journal, and the session is
      *  recorded in SESSLOG.DAT.
      *
      *  Effective-dated lengths: a change no longer has to be keyed
      *  between cycles on go-live night.  Left blank, the
      *  effective date means "now": the new length takes effect
      *  from the current business date, as a row dated that day, so
      *  a rerun of an earlier night still gets that night's length
      *  (a row already dated that day is changed).  A date after
      *  the business date schedules a future row instead -- the
      *  current length keeps applying until that date's cycle --
      *  and keying the same field and date again with CANCEL = Y
      *  drops a future row that is no longer wanted.  A row already
      *  in force cannot be cancelled; it is changed.  The business
      *  date is the run registry's current cycle (the system date
      *  only when no cycle is open) and is shown on the screen.
      *  Scheduled and cancelled rows are journaled like any other
      *  change, with the effective date beside the length.
      *
      *  Maker-checker: nothing keyed here goes into FIELDCTL.DAT
      *  any more.  Each change is validated as before and then held
      *  as a PEND row in CTLPEND.DAT under the operator's id; it
      *  reaches the file -- and LENCHK -- only when a second
      *  operator with approval authority approves it on CTLAPPR,
      *  which also journals it with maker, checker and decision.
      *  The table loaded here is only read, to check a cancel and
      *  the 500-row limit against the approved file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLDMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELDCTL-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIELDCTL-FILE.
       COPY FIELDCTL.

       FD  PENDING-FILE.
       COPY CTLPEND.

       WORKING-STORAGE SECTION.
       01  WS-FIELDCTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PENDING-OPEN-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PENDING-OPEN                   VALUE 'Y'.
       01  WS-CHANGES-QUEUED                 PIC 9(04) VALUE ZERO.
       01  WS-DISP-CNT                       PIC ZZZ9.

       01  WS-FIELDCTL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-FIELDCTL-TABLE.
           05  WS-FIELDCTL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FIELDCTL-COUNT
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-NAME               PIC X(30).
               10  WS-FC-LENGTH             PIC 9(08).
               10  WS-FC-EFFECTIVE          PIC 9(08).

       01  WS-FOUND-INDEX                   PIC 9(04) VALUE ZERO.
       01  WS-MORE-UPDATES                  PIC X(01) VALUE 'Y'.
           88  WS-MORE-UPDATES-YES              VALUE 'Y'.
       01  WS-NEW-LENGTH                    PIC 9(08).
       01  WS-NEW-EFFECTIVE                 PIC 9(08).
       01  WS-NEW-EFFECTIVE-PARTS REDEFINES WS-NEW-EFFECTIVE.
           05  FILLER                       PIC 9(04).
           05  WS-NEW-EFF-MONTH             PIC 9(02).
           05  WS-NEW-EFF-DAY               PIC 9(02).
       01  WS-DATE-VALID-FLAG               PIC X(01).
           88  WS-DATE-VALID                    VALUE 'Y'.
       01  WS-KEYED-NOW-FLAG                PIC X(01) VALUE 'N'.
           88  WS-KEYED-NOW                     VALUE 'Y'.

       01  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  SC-FIELD-NAME                    PIC X(30).
       01  SC-MAX-LENGTH                    PIC X(08).
       01  SC-EFFECTIVE-DATE                PIC X(08).
       01  SC-CANCEL-FLAG                   PIC X(01).
       01  SC-CHANGED-BY                    PIC X(08).
       01  SC-BUSINESS-DATE                 PIC X(08).
       01  SC-MORE-FLAG                     PIC X(01).

       COPY RUNREG.

       COPY SIGNON.

           05  LINE 3 COLUMN 24 PIC X(30) USING SC-FIELD-NAME.
           05  LINE 4 COLUMN 1  VALUE "MAX LENGTH ..........: ".
           05  LINE 4 COLUMN 24 PIC X(08) USING SC-MAX-LENGTH.
           05  LINE 5 COLUMN 1  VALUE "EFFECTIVE DATE ......: ".
           05  LINE 5 COLUMN 24 PIC X(08) USING SC-EFFECTIVE-DATE.
           05  LINE 6 COLUMN 1  VALUE "CANCEL ROW (Y/N) ....: ".
           05  LINE 6 COLUMN 24 PIC X(01) USING SC-CANCEL-FLAG.
           05  LINE 7 COLUMN 1  VALUE "CHANGED BY ..........: ".
           05  LINE 7 COLUMN 24 PIC X(08) FROM SC-CHANGED-BY.
           05  LINE 8 COLUMN 1  VALUE "BUSINESS DATE .......: ".
           05  LINE 8 COLUMN 24 PIC X(08) FROM SC-BUSINESS-DATE.
           05  LINE 10 COLUMN 1
               VALUE "LENGTH MUST BE NUMERIC AND GREATER THAN ZERO".
           05  LINE 11 COLUMN 1
               VALUE "EFFECTIVE DATE YYYYMMDD: BLANK = CHANGE NOW".
           05  LINE 12 COLUMN 1
               VALUE "A LATER DATE SCHEDULES A FUTURE LENGTH".
           05  LINE 13 COLUMN 1
               VALUE "CANCEL = Y DROPS THE FUTURE ROW FOR THAT DATE".
           05  LINE 14 COLUMN 1
               VALUE "CHANGES HELD PENDING UNTIL APPROVED ON CTLAPPR".

       01  WS-MORE-SCREEN.
           05  LINE 16 COLUMN 1
               VALUE "ADD ANOTHER / CHANGE ANOTHER FIELD (Y/N): ".
           05  LINE 16 COLUMN 44 PIC X(01) USING SC-MORE-FLAG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           PERFORM 0200-RESOLVE-BUSINESS-DATE
           PERFORM 0300-OPEN-PENDING-FILE
           PERFORM 1000-LOAD-FIELDCTL-TABLE
           PERFORM 2000-MAINTAIN-FIELDS UNTIL NOT WS-MORE-UPDATES-YES
           IF WS-PENDING-OPEN
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-CHANGES-QUEUED TO WS-DISP-CNT
           DISPLAY "FLDMAINT: " WS-DISP-CNT " CHANGE(S) HELD FOR "
               "APPROVAL ON CTLAPPR"
           PERFORM 9100-SIGN-OFF
           STOP RUN.

               STOP RUN
           END-IF.

       0200-RESOLVE-BUSINESS-DATE.
           SET RG-REQ-INQUIRE TO TRUE
           MOVE SPACES TO RG-STEP-NAME
           MOVE SPACES TO RG-OUTCOME
           MOVE ZERO TO RG-BUSINESS-DATE
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF RG-OK
               MOVE RG-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.

      *****************************************************************
      *  Changes are appended to the pending file for the session.
      *  If it cannot be opened the screen still runs, but every
      *  change is refused rather than lost.
      *****************************************************************
       0300-OPEN-PENDING-FILE.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS = "00"
               MOVE 'Y' TO WS-PENDING-OPEN-FLAG
           ELSE
               DISPLAY "FLDMAINT: CANNOT OPEN CTLPEND.DAT, STATUS="
                   WS-PENDING-STATUS " -- NO CHANGE CAN BE SAVED"
           END-IF.

       9100-SIGN-OFF.
           SET SN-MODE-SIGN-OFF TO TRUE
           CALL "SIGNON" USING SIGNON-LINKAGE.
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-FIELDCTL-COUNT < 500
                               ADD 1 TO WS-FIELDCTL-COUNT
                               MOVE FC-FIELD-NAME
                                   TO WS-FC-NAME (WS-FIELDCTL-COUNT)
                               MOVE FC-MAX-LENGTH
                                   TO WS-FC-LENGTH (WS-FIELDCTL-COUNT)
                               IF FC-EFFECTIVE-DATE IS NUMERIC
                                   MOVE FC-EFFECTIVE-DATE TO
                                       WS-FC-EFFECTIVE
                                           (WS-FIELDCTL-COUNT)
                               ELSE
                                   MOVE ZERO TO WS-FC-EFFECTIVE
                                       (WS-FIELDCTL-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "FLDMAINT: FIELDCTL.DAT HAS "
                                   "MORE THAN 500 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
       2000-MAINTAIN-FIELDS.
           MOVE SPACES TO SC-FIELD-NAME
           MOVE SPACES TO SC-MAX-LENGTH
           MOVE SPACES TO SC-EFFECTIVE-DATE
           MOVE SPACES TO SC-CANCEL-FLAG
           MOVE SN-OPERATOR-ID TO SC-CHANGED-BY
           DISPLAY FLDMAINT-SCREEN
           ACCEPT FLDMAINT-SCREEN

           IF SC-CANCEL-FLAG = SPACE
               MOVE "N" TO SC-CANCEL-FLAG
           END-IF
           PERFORM 2100-CHECK-EFFECTIVE-DATE

           EVALUATE TRUE
               WHEN SC-FIELD-NAME = SPACES
                   DISPLAY "FLDMAINT: NO FIELD NAME ENTERED -- NO "
                       "CHANGE MADE"
               WHEN NOT WS-DATE-VALID
                   DISPLAY "FLDMAINT: EFFECTIVE DATE MUST BE BLANK OR "
                       "A DATE AFTER " WS-BUSINESS-DATE
                       " -- CHANGE NOT SAVED"
               WHEN SC-CANCEL-FLAG NOT = "Y" AND SC-CANCEL-FLAG
                       NOT = "N"
                   DISPLAY "FLDMAINT: CANCEL MUST BE Y/N -- CHANGE "
                       "NOT SAVED"
               WHEN SC-CANCEL-FLAG = "Y"
                   IF WS-NEW-EFFECTIVE = ZERO
                       DISPLAY "FLDMAINT: ONLY A FUTURE-DATED ROW CAN "
                           "BE CANCELLED -- KEY ITS EFFECTIVE DATE"
                   ELSE
                       PERFORM 3500-QUEUE-CANCEL
                   END-IF
               WHEN SC-MAX-LENGTH IS NOT NUMERIC
                       OR SC-MAX-LENGTH = "00000000"
                   DISPLAY "FLDMAINT: MAX LENGTH MUST BE NUMERIC AND "
                       "GREATER THAN ZERO -- CHANGE NOT SAVED"
               WHEN WS-NEW-EFFECTIVE = ZERO
                   PERFORM 3000-QUEUE-UPDATE
               WHEN OTHER
                   PERFORM 3200-QUEUE-FUTURE-ROW
           END-EVALUATE

           MOVE 'Y' TO SC-MORE-FLAG
           DISPLAY WS-MORE-SCREEN
           ACCEPT WS-MORE-SCREEN
           MOVE SC-MORE-FLAG TO WS-MORE-UPDATES.

      *****************************************************************
      *  Blank means "now" (WS-NEW-EFFECTIVE zero).  Otherwise the
      *  date must be a plausible YYYYMMDD later than the business
      *  date -- a date already reached is the length in force, and
      *  that is changed by leaving the date blank.
      *****************************************************************
       2100-CHECK-EFFECTIVE-DATE.
           MOVE 'Y' TO WS-DATE-VALID-FLAG
           MOVE ZERO TO WS-NEW-EFFECTIVE
           IF SC-EFFECTIVE-DATE NOT = SPACES
               IF SC-EFFECTIVE-DATE IS NUMERIC
                   MOVE SC-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
                   IF WS-NEW-EFFECTIVE NOT > WS-BUSINESS-DATE
                           OR WS-NEW-EFF-MONTH < 1
                           OR WS-NEW-EFF-MONTH > 12
                           OR WS-NEW-EFF-DAY < 1
                           OR WS-NEW-EFF-DAY > 31
                       MOVE 'N' TO WS-DATE-VALID-FLAG
                   END-IF
               ELSE
                   MOVE 'N' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

      *****************************************************************
      *  An immediate change is held dated the business date.  Once
      *  approved it takes effect from that night on; the rows in
      *  force on earlier nights, undated ones included, are left as
      *  they are.  Only a row already dated the business date is
      *  replaced -- otherwise a new row needs a free slot.
      *****************************************************************
       3000-QUEUE-UPDATE.
           MOVE SC-MAX-LENGTH TO WS-NEW-LENGTH
           MOVE WS-BUSINESS-DATE TO WS-NEW-EFFECTIVE
           MOVE 'Y' TO WS-KEYED-NOW-FLAG
           PERFORM 3300-FIND-DATED-ROW
           PERFORM 3100-QUEUE-ROW.

       3100-QUEUE-ROW.
           IF WS-FOUND-INDEX = ZERO AND WS-FIELDCTL-COUNT >= 500
               DISPLAY "FLDMAINT: FIELD TABLE IS FULL (500 MAX) -- "
                   "CANNOT ADD A NEW ROW, CHANGE NOT SAVED"
           ELSE
               MOVE WS-NEW-LENGTH TO CP-FC-MAX-LENGTH
               MOVE WS-NEW-EFFECTIVE TO CP-FC-EFFECTIVE-DATE
               MOVE 'N' TO CP-FC-CANCEL-FLAG
               MOVE WS-KEYED-NOW-FLAG TO CP-FC-KEYED-NOW-FLAG
               MOVE SPACES TO CP-AFTER-VALUE
               IF WS-KEYED-NOW
                   STRING "MAX-LENGTH=" WS-NEW-LENGTH
                           " IN FORCE NOW FROM " WS-NEW-EFFECTIVE
                       DELIMITED BY SIZE INTO CP-AFTER-VALUE
               ELSE
                   STRING "MAX-LENGTH=" WS-NEW-LENGTH
                           " EFFECTIVE=" WS-NEW-EFFECTIVE
                       DELIMITED BY SIZE INTO CP-AFTER-VALUE
               END-IF
               PERFORM 4000-QUEUE-CHANGE
           END-IF.

      *****************************************************************
      *  A future row for the same field and date will be replaced,
      *  not duplicated, when the change is approved.
      *****************************************************************
       3200-QUEUE-FUTURE-ROW.
           MOVE SC-MAX-LENGTH TO WS-NEW-LENGTH
           MOVE 'N' TO WS-KEYED-NOW-FLAG
           PERFORM 3300-FIND-DATED-ROW
           PERFORM 3100-QUEUE-ROW.

       3300-FIND-DATED-ROW.
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
               IF WS-FC-NAME (WS-FC-IDX) = SC-FIELD-NAME
                       AND WS-FC-EFFECTIVE (WS-FC-IDX)
                           = WS-NEW-EFFECTIVE
                   MOVE WS-FC-IDX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Only a future row already approved into FIELDCTL.DAT can be
      *  cancelled; a scheduled change still pending is simply
      *  rejected on CTLAPPR instead.
      *****************************************************************
       3500-QUEUE-CANCEL.
           PERFORM 3300-FIND-DATED-ROW
           IF WS-FOUND-INDEX = ZERO
               DISPLAY "FLDMAINT: NO ROW FOR " SC-FIELD-NAME
                   " EFFECTIVE " WS-NEW-EFFECTIVE
                   " -- NOTHING CANCELLED"
           ELSE
               MOVE WS-FC-LENGTH (WS-FOUND-INDEX) TO CP-FC-MAX-LENGTH
               MOVE WS-NEW-EFFECTIVE TO CP-FC-EFFECTIVE-DATE
               MOVE 'Y' TO CP-FC-CANCEL-FLAG
               MOVE 'N' TO CP-FC-KEYED-NOW-FLAG
               MOVE SPACES TO CP-AFTER-VALUE
               STRING "(CANCELLED) EFFECTIVE=" WS-NEW-EFFECTIVE
                   DELIMITED BY SIZE INTO CP-AFTER-VALUE
               PERFORM 4000-QUEUE-CHANGE
           END-IF.

       4000-QUEUE-CHANGE.
           IF NOT WS-PENDING-OPEN
               DISPLAY "FLDMAINT: CTLPEND.DAT NOT AVAILABLE -- "
                   "CHANGE NOT SAVED"
           ELSE
               MOVE "FIELDCTL" TO CP-FILE-ID
               MOVE SC-FIELD-NAME TO CP-KEY-VALUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO CP-KEYED-DATE
               MOVE WS-CURRENT-TIME TO CP-KEYED-TIME
               MOVE SC-CHANGED-BY TO CP-MAKER-ID
               SET CP-PENDING TO TRUE
               MOVE ZERO TO CP-DECISION-DATE
               MOVE ZERO TO CP-DECISION-TIME
               MOVE SPACES TO CP-CHECKER-ID
               MOVE SPACES TO CP-RULECTL-CHANGE
               WRITE CONTROL-PENDING-RECORD
               ADD 1 TO WS-CHANGES-QUEUED
               DISPLAY "FLDMAINT: CHANGE HELD PENDING -- NOT IN "
                   "FORCE UNTIL APPROVED ON CTLAPPR"
           END-IF.
