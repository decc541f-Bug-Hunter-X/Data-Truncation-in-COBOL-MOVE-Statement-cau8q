      *  authority.  The verified id -- no longer free-keyed text --
      *  is what lands in RC-CHANGED-BY and the change journal, and
      *  the session is recorded in SESSLOG.DAT.
      *
      *  A fourth action, A=abbreviate-to-fit, has LENCHK shorten an
      *  oversized value from the ABBRCTL.DAT dictionary (kept on the
      *  ABRMAINT screen) and cut it only at a word boundary.
      *
      *  Each rule also carries a charset action: R rejects a record
      *  whose value for the field is not clean UTF-8 or holds a
      *  control character, L (the default) logs the exception and
      *  passes the value.
      *
      *  Maker-checker: a rule keyed here no longer goes into
      *  RULECTL.DAT.  It is validated as before and held as a PEND
      *  row in CTLPEND.DAT under the operator's id; only when a
      *  second operator with approval authority approves it on
      *  CTLAPPR does it reach the file -- and LENCHK -- and get
      *  journaled with maker, checker and decision.  RC-CHANGED-BY
      *  on an approved rule is the maker.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULECTL-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULECTL-FILE.
       COPY RULECTL.

       FD  PENDING-FILE.
       COPY CTLPEND.

       WORKING-STORAGE SECTION.
       01  WS-RULECTL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PENDING-OPEN-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PENDING-OPEN                   VALUE 'Y'.
       01  WS-CHANGES-QUEUED                 PIC 9(04) VALUE ZERO.
       01  WS-DISP-CNT                       PIC ZZZ9.

       01  WS-RULECTL-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-RULECTL-TABLE.
               10  WS-RC-NAME               PIC X(30).
               10  WS-RC-ACTION             PIC X(01).
               10  WS-RC-ACTIVE             PIC X(01).
               10  WS-RC-CHARSET            PIC X(01).
               10  WS-RC-CHG-DATE           PIC 9(08).
               10  WS-RC-CHG-TIME           PIC 9(08).
               10  WS-RC-CHG-BY             PIC X(08).
       01  SC-FIELD-NAME                    PIC X(30).
       01  SC-ACTION-CODE                   PIC X(01).
       01  SC-ACTIVE-FLAG                   PIC X(01).
       01  SC-CHARSET-ACTION                PIC X(01).
       01  SC-CHANGED-BY                    PIC X(08).
       01  SC-MORE-FLAG                     PIC X(01).

       COPY SIGNON.

       SCREEN SECTION.
           05  LINE 3 COLUMN 1  VALUE "FIELD NAME ..........: ".
           05  LINE 3 COLUMN 24 PIC X(30) USING SC-FIELD-NAME.
           05  LINE 4 COLUMN 1
               VALUE "ACTION (R/T/P/A) ....: ".
           05  LINE 4 COLUMN 24 PIC X(01) USING SC-ACTION-CODE.
           05  LINE 5 COLUMN 1  VALUE "ACTIVE (Y/N) ........: ".
           05  LINE 5 COLUMN 24 PIC X(01) USING SC-ACTIVE-FLAG.
           05  LINE 6 COLUMN 1  VALUE "CHARSET ACTION (R/L).: ".
           05  LINE 6 COLUMN 24 PIC X(01) USING SC-CHARSET-ACTION.
           05  LINE 7 COLUMN 1  VALUE "CHANGED BY ..........: ".
           05  LINE 7 COLUMN 24 PIC X(08) FROM SC-CHANGED-BY.
           05  LINE 9 COLUMN 1
               VALUE "R=Reject  T=Truncate-and-log  ".
           05  LINE 10 COLUMN 1
               VALUE "P=Truncate-and-pad-with-spillover".
           05  LINE 11 COLUMN 1
               VALUE "A=Abbreviate-to-fit, cut at a word boundary".
           05  LINE 12 COLUMN 1
               VALUE "CHARSET: R=Reject  L=Log and pass (default)".
           05  LINE 13 COLUMN 1
               VALUE "CHANGES HELD PENDING UNTIL APPROVED ON CTLAPPR".

       01  WS-MORE-SCREEN.
           05  LINE 15 COLUMN 1
               VALUE "ADD ANOTHER / CHANGE ANOTHER RULE (Y/N): ".
           05  LINE 15 COLUMN 43 PIC X(01) USING SC-MORE-FLAG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           PERFORM 0300-OPEN-PENDING-FILE
           PERFORM 1000-LOAD-RULECTL-TABLE
           PERFORM 2000-MAINTAIN-RULES UNTIL NOT WS-MORE-UPDATES-YES
           IF WS-PENDING-OPEN
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-CHANGES-QUEUED TO WS-DISP-CNT
           DISPLAY "TRNMAINT: " WS-DISP-CNT " CHANGE(S) HELD FOR "
               "APPROVAL ON CTLAPPR"
           PERFORM 9100-SIGN-OFF
           STOP RUN.

               STOP RUN
           END-IF.

      *****************************************************************
      *  Rules are appended to the pending file for the session.  If
      *  it cannot be opened the screen still runs, but every change
      *  is refused rather than lost.
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
               DISPLAY "TRNMAINT: CANNOT OPEN CTLPEND.DAT, STATUS="
                   WS-PENDING-STATUS " -- NO CHANGE CAN BE SAVED"
           END-IF.

       9100-SIGN-OFF.
           SET SN-MODE-SIGN-OFF TO TRUE
           CALL "SIGNON" USING SIGNON-LINKAGE.
                                   TO WS-RC-ACTION (WS-RULECTL-COUNT)
                               MOVE RC-ACTIVE-FLAG
                                   TO WS-RC-ACTIVE (WS-RULECTL-COUNT)
                               MOVE RC-CHARSET-ACTION
                                   TO WS-RC-CHARSET (WS-RULECTL-COUNT)
                               MOVE RC-CHG-DATE
                                   TO WS-RC-CHG-DATE (WS-RULECTL-COUNT)
                               MOVE RC-CHG-TIME
           MOVE SPACES TO SC-FIELD-NAME
           MOVE SPACES TO SC-ACTION-CODE
           MOVE SPACES TO SC-ACTIVE-FLAG
           MOVE SPACES TO SC-CHARSET-ACTION
           MOVE SN-OPERATOR-ID TO SC-CHANGED-BY
           DISPLAY TRNMAINT-SCREEN
           ACCEPT TRNMAINT-SCREEN
               DISPLAY "TRNMAINT: NO FIELD NAME ENTERED -- NO CHANGE "
                   "MADE"
           ELSE
               IF SC-CHARSET-ACTION = SPACE
                   MOVE "L" TO SC-CHARSET-ACTION
               END-IF
               IF (SC-ACTION-CODE = "R" OR "T" OR "P" OR "A")
                       AND (SC-ACTIVE-FLAG = "Y" OR "N")
                       AND (SC-CHARSET-ACTION = "R" OR "L")
                   PERFORM 3000-QUEUE-UPDATE
               ELSE
                   DISPLAY "TRNMAINT: ACTION MUST BE R/T/P/A, ACTIVE "
                       "Y/N, CHARSET R/L -- CHANGE NOT SAVED"
               END-IF
           END-IF

           ACCEPT WS-MORE-SCREEN
           MOVE SC-MORE-FLAG TO WS-MORE-UPDATES.

      *****************************************************************
      *  A rule for a field not yet in RULECTL.DAT will need a free
      *  slot when it is approved, so a full table refuses it here.
      *****************************************************************
       3000-QUEUE-UPDATE.
           MOVE ZERO TO WS-FOUND-INDEX
           SET WS-RC-IDX TO 1
           SEARCH WS-RULECTL-ENTRY
               DISPLAY "TRNMAINT: RULE TABLE IS FULL (200 MAX) -- "
                   "CANNOT ADD A NEW FIELD RULE, CHANGE NOT SAVED"
           ELSE
               PERFORM 4000-QUEUE-CHANGE
           END-IF.

       4000-QUEUE-CHANGE.
           IF NOT WS-PENDING-OPEN
               DISPLAY "TRNMAINT: CTLPEND.DAT NOT AVAILABLE -- "
                   "CHANGE NOT SAVED"
           ELSE
               MOVE "RULECTL" TO CP-FILE-ID
               MOVE SC-FIELD-NAME TO CP-KEY-VALUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO CP-KEYED-DATE
               MOVE WS-CURRENT-TIME TO CP-KEYED-TIME
               MOVE SC-CHANGED-BY TO CP-MAKER-ID
               SET CP-PENDING TO TRUE
               MOVE ZERO TO CP-DECISION-DATE
               MOVE ZERO TO CP-DECISION-TIME
               MOVE SPACES TO CP-CHECKER-ID
               MOVE ZERO TO CP-FC-MAX-LENGTH
               MOVE ZERO TO CP-FC-EFFECTIVE-DATE
               MOVE SPACE TO CP-FC-CANCEL-FLAG
               MOVE SPACE TO CP-FC-KEYED-NOW-FLAG
               MOVE SC-ACTION-CODE TO CP-RC-ACTION-CODE
               MOVE SC-ACTIVE-FLAG TO CP-RC-ACTIVE-FLAG
               MOVE SC-CHARSET-ACTION TO CP-RC-CHARSET-ACTION
               MOVE SPACES TO CP-AFTER-VALUE
               STRING "ACTION=" SC-ACTION-CODE
                       " ACTIVE=" SC-ACTIVE-FLAG
                       " CHARSET=" SC-CHARSET-ACTION
                   DELIMITED BY SIZE INTO CP-AFTER-VALUE
               WRITE CONTROL-PENDING-RECORD
               ADD 1 TO WS-CHANGES-QUEUED
               DISPLAY "TRNMAINT: CHANGE HELD PENDING -- NOT IN "
                   "FORCE UNTIL APPROVED ON CTLAPPR"
           END-IF.
