      *****************************************************************
      *  PROGRAM-ID. CTLAPPR
      *
      *  Checker screen for changes to the two control files that
      *  decide what gets cut -- FIELDCTL.DAT (receiving lengths) and
      *  RULECTL.DAT (truncation rules).  FLDMAINT and TRNMAINT no
      *  longer write those files: what an operator keys there is
      *  held as a PEND row in CTLPEND.DAT (copybook CTLPEND.CPY).
      *  This screen walks the pending rows one at a time, showing
      *  the row as it stands in the control file now beside the
      *  change keyed, and the checker approves it, rejects it, or
      *  leaves it pending for a later session.
      *
      *  The checker must hold approval authority (OP-APPROVE-AUTH,
      *  checked by SIGNON) and is never shown a change they keyed
      *  themselves -- those stay pending for another approver.
      *
      *  An approved change is applied exactly as the maintenance
      *  screen used to apply it: a FIELDCTL length keyed to take
      *  effect now adds a row dated the business date (or replaces
      *  the row already dated that day), leaving the rows earlier
      *  nights were run under alone; a dated one adds or replaces
      *  the future row for that date, a cancel drops the future
      *  row; a RULECTL rule replaces or adds the field's rule.  A
      *  "now" change still pending when the business date moves on,
      *  a dated change whose date has been reached while it waited,
      *  a cancel whose row has gone, or a new row that no longer
      *  fits the table is not applied: the checker rejects it and
      *  the maker keys it again.
      *
      *  Every decision, approve or reject, is stamped on the
      *  pending row (checker, decision, date and time) and
      *  journaled in CTLJRNL.DAT with the maker, the checker, the
      *  decision, its stamp and when the change was keyed.  The
      *  pending file is rewritten through CTLPEND.TMP at end of
      *  session, decided rows kept, so RUNSTAT can still tell what
      *  was left pending at cycle open.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-TMP-FILE
               ASSIGN TO "CTLPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-TMP-STATUS.

           SELECT FIELDCTL-FILE
               ASSIGN TO "FIELDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELDCTL-STATUS.

           SELECT RULECTL-FILE
               ASSIGN TO "RULECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY CTLPEND.

       FD  PENDING-TMP-FILE.
       01  PENDING-TMP-RECORD                PIC X(171).

       FD  FIELDCTL-FILE.
       COPY FIELDCTL.

       FD  RULECTL-FILE.
       COPY RULECTL.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PENDING-TMP-STATUS             PIC X(02) VALUE SPACES.
       01  WS-FIELDCTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RULECTL-STATUS                 PIC X(02) VALUE SPACES.

       01  WS-FIELDCTL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-FIELDCTL-TABLE.
           05  WS-FIELDCTL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FIELDCTL-COUNT
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-NAME               PIC X(30).
               10  WS-FC-LENGTH             PIC 9(08).
               10  WS-FC-EFFECTIVE          PIC 9(08).
               10  WS-FC-CANCELLED-FLAG     PIC X(01).
                   88  WS-FC-CANCELLED          VALUE 'Y'.

       01  WS-RULECTL-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-RULECTL-TABLE.
           05  WS-RULECTL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RULECTL-COUNT
                   INDEXED BY WS-RC-IDX.
               10  WS-RC-NAME               PIC X(30).
               10  WS-RC-ACTION             PIC X(01).
               10  WS-RC-ACTIVE             PIC X(01).
               10  WS-RC-CHARSET            PIC X(01).
               10  WS-RC-CHG-DATE           PIC 9(08).
               10  WS-RC-CHG-TIME           PIC 9(08).
               10  WS-RC-CHG-BY             PIC X(08).

       01  WS-FIELDCTL-CHANGED-FLAG          PIC X(01) VALUE 'N'.
           88  WS-FIELDCTL-CHANGED               VALUE 'Y'.
       01  WS-RULECTL-CHANGED-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RULECTL-CHANGED                VALUE 'Y'.
       01  WS-MORE-UPDATES                   PIC X(01) VALUE 'Y'.
           88  WS-MORE-UPDATES-YES               VALUE 'Y'.
       01  WS-APPLY-OK-FLAG                  PIC X(01).
           88  WS-APPLY-OK                       VALUE 'Y'.
       01  WS-REFUSE-REASON                  PIC X(60).

       01  WS-FOUND-INDEX                    PIC 9(04) VALUE ZERO.
       01  WS-CHANGE-EFFECTIVE               PIC 9(08) VALUE ZERO.
       01  WS-CHANGE-NOW-FLAG                PIC X(01) VALUE 'N'.
           88  WS-CHANGE-NOW                     VALUE 'Y'.
       01  WS-BUSINESS-DATE                  PIC 9(08) VALUE ZERO.

       01  WS-APPROVED-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LEFT-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-OWN-COUNT                      PIC 9(04) VALUE ZERO.
       01  WS-DISP-CNT                       PIC ZZZ9.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  SC-FILE-ID                       PIC X(08).
       01  SC-FIELD-NAME                    PIC X(30).
       01  SC-MAKER-ID                      PIC X(08).
       01  SC-KEYED-AT                      PIC X(17).
       01  SC-CURRENT-VALUE                 PIC X(60).
       01  SC-NEW-VALUE                     PIC X(60).
       01  SC-DECISION                      PIC X(01).
       01  SC-CHECKED-BY                    PIC X(08).
       01  SC-BUSINESS-DATE                 PIC X(08).
       01  SC-MORE-FLAG                     PIC X(01).

       COPY CTLJRNL.

       COPY RUNREG.

       COPY SIGNON.

       SCREEN SECTION.
       01  CTLAPPR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CTLAPPR - CONTROL-FILE CHANGE APPROVAL".
           05  LINE 3 COLUMN 1  VALUE "CONTROL FILE ........: ".
           05  LINE 3 COLUMN 24 PIC X(08) FROM SC-FILE-ID.
           05  LINE 4 COLUMN 1  VALUE "FIELD NAME ..........: ".
           05  LINE 4 COLUMN 24 PIC X(30) FROM SC-FIELD-NAME.
           05  LINE 5 COLUMN 1  VALUE "KEYED BY ............: ".
           05  LINE 5 COLUMN 24 PIC X(08) FROM SC-MAKER-ID.
           05  LINE 6 COLUMN 1  VALUE "KEYED AT ............: ".
           05  LINE 6 COLUMN 24 PIC X(17) FROM SC-KEYED-AT.
           05  LINE 7 COLUMN 1  VALUE "ROW ON FILE NOW .....: ".
           05  LINE 7 COLUMN 24 PIC X(60) FROM SC-CURRENT-VALUE.
           05  LINE 8 COLUMN 1  VALUE "CHANGE KEYED ........: ".
           05  LINE 8 COLUMN 24 PIC X(60) FROM SC-NEW-VALUE.
           05  LINE 10 COLUMN 1 VALUE "DECISION (A/R) ......: ".
           05  LINE 10 COLUMN 24 PIC X(01) USING SC-DECISION.
           05  LINE 11 COLUMN 1 VALUE "CHECKED BY ..........: ".
           05  LINE 11 COLUMN 24 PIC X(08) FROM SC-CHECKED-BY.
           05  LINE 12 COLUMN 1 VALUE "BUSINESS DATE .......: ".
           05  LINE 12 COLUMN 24 PIC X(08) FROM SC-BUSINESS-DATE.
           05  LINE 14 COLUMN 1
               VALUE "A=Approve and apply  R=Reject  blank=Leave it".

       01  WS-MORE-SCREEN.
           05  LINE 16 COLUMN 1
               VALUE "REVIEW NEXT PENDING CHANGE (Y/N): ".
           05  LINE 16 COLUMN 36 PIC X(01) USING SC-MORE-FLAG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           PERFORM 0200-RESOLVE-BUSINESS-DATE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "CTLAPPR: CTLPEND.DAT NOT PRESENT -- NO CHANGE "
                   "IS AWAITING APPROVAL"
               PERFORM 9100-SIGN-OFF
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-TMP-FILE
           IF WS-PENDING-TMP-STATUS NOT = "00"
               DISPLAY "CTLAPPR: CANNOT OPEN CTLPEND.TMP, STATUS="
                   WS-PENDING-TMP-STATUS " -- SESSION NOT STARTED"
               CLOSE PENDING-FILE
               PERFORM 9100-SIGN-OFF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-FIELDCTL-TABLE
           PERFORM 1100-LOAD-RULECTL-TABLE
           PERFORM 2000-REVIEW-PENDING-CHANGES
           CLOSE PENDING-FILE
           CLOSE PENDING-TMP-FILE

           IF WS-FIELDCTL-CHANGED
               PERFORM 8000-SAVE-FIELDCTL-TABLE
           END-IF
           IF WS-RULECTL-CHANGED
               PERFORM 8100-SAVE-RULECTL-TABLE
           END-IF
           IF WS-APPROVED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               PERFORM 8500-COPY-BACK-PENDING
           END-IF
           SET JL-MODE-CLOSE-FILES TO TRUE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE

           MOVE WS-APPROVED-COUNT TO WS-DISP-CNT
           DISPLAY "CTLAPPR: " WS-DISP-CNT " CHANGE(S) APPROVED"
           MOVE WS-REJECTED-COUNT TO WS-DISP-CNT
           DISPLAY "CTLAPPR: " WS-DISP-CNT " CHANGE(S) REJECTED"
           MOVE WS-LEFT-COUNT TO WS-DISP-CNT
           DISPLAY "CTLAPPR: " WS-DISP-CNT " CHANGE(S) LEFT PENDING"
           IF WS-OWN-COUNT > ZERO
               MOVE WS-OWN-COUNT TO WS-DISP-CNT
               DISPLAY "CTLAPPR: " WS-DISP-CNT " OF THEM KEYED BY "
                   SN-OPERATOR-ID " -- ANOTHER APPROVER MUST DECIDE "
                   "THEM"
           END-IF
           PERFORM 9100-SIGN-OFF
           STOP RUN.

      *****************************************************************
      *  The screen opens only for a verified operator holding
      *  approval authority.
      *****************************************************************
       0100-SIGN-ON.
           MOVE "CTLAPPR" TO SN-PROGRAM-NAME
           SET SN-NEED-APPROVE TO TRUE
           MOVE SPACE TO SN-MODE
           CALL "SIGNON" USING SIGNON-LINKAGE
           IF NOT SN-GRANTED
               DISPLAY "CTLAPPR: SIGN-ON DENIED -- SESSION NOT "
                   "STARTED"
               MOVE 8 TO RETURN-CODE
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

       9100-SIGN-OFF.
           SET SN-MODE-SIGN-OFF TO TRUE
           CALL "SIGNON" USING SIGNON-LINKAGE.

       1000-LOAD-FIELDCTL-TABLE.
           MOVE ZERO TO WS-FIELDCTL-COUNT
           OPEN INPUT FIELDCTL-FILE
           IF WS-FIELDCTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FIELDCTL-FILE
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
                               MOVE 'N' TO WS-FC-CANCELLED-FLAG
                                   (WS-FIELDCTL-COUNT)
                           ELSE
                               DISPLAY "CTLAPPR: FIELDCTL.DAT HAS "
                                   "MORE THAN 500 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIELDCTL-FILE
           END-IF.

       1100-LOAD-RULECTL-TABLE.
           MOVE ZERO TO WS-RULECTL-COUNT
           OPEN INPUT RULECTL-FILE
           IF WS-RULECTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ RULECTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-RULECTL-COUNT < 200
                               ADD 1 TO WS-RULECTL-COUNT
                               MOVE RC-FIELD-NAME
                                   TO WS-RC-NAME (WS-RULECTL-COUNT)
                               MOVE RC-ACTION-CODE
                                   TO WS-RC-ACTION (WS-RULECTL-COUNT)
                               MOVE RC-ACTIVE-FLAG
                                   TO WS-RC-ACTIVE (WS-RULECTL-COUNT)
                               MOVE RC-CHARSET-ACTION
                                   TO WS-RC-CHARSET (WS-RULECTL-COUNT)
                               MOVE RC-CHG-DATE
                                   TO WS-RC-CHG-DATE (WS-RULECTL-COUNT)
                               MOVE RC-CHG-TIME
                                   TO WS-RC-CHG-TIME (WS-RULECTL-COUNT)
                               MOVE RC-CHANGED-BY
                                   TO WS-RC-CHG-BY (WS-RULECTL-COUNT)
                           ELSE
                               DISPLAY "CTLAPPR: RULECTL.DAT HAS MORE "
                                   "THAN 200 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULECTL-FILE
           END-IF.

      *****************************************************************
      *  Every pending row is copied to CTLPEND.TMP, decided or not.
      *  Once the checker answers N to MORE, or for a change the
      *  checker keyed, the row is copied through untouched and
      *  stays pending.
      *****************************************************************
       2000-REVIEW-PENDING-CHANGES.
           PERFORM UNTIL 1 = 2
               READ PENDING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CP-PENDING
                           EVALUATE TRUE
                               WHEN NOT WS-MORE-UPDATES-YES
                                   ADD 1 TO WS-LEFT-COUNT
                               WHEN CP-MAKER-ID = SN-OPERATOR-ID
                                   ADD 1 TO WS-LEFT-COUNT
                                   ADD 1 TO WS-OWN-COUNT
                               WHEN OTHER
                                   PERFORM 2200-SHOW-AND-DECIDE
                           END-EVALUATE
                       END-IF
                       MOVE CONTROL-PENDING-RECORD
                           TO PENDING-TMP-RECORD
                       WRITE PENDING-TMP-RECORD
               END-READ
           END-PERFORM.

       2200-SHOW-AND-DECIDE.
           MOVE CP-FILE-ID TO SC-FILE-ID
           MOVE CP-KEY-VALUE TO SC-FIELD-NAME
           MOVE CP-MAKER-ID TO SC-MAKER-ID
           MOVE SPACES TO SC-KEYED-AT
           STRING CP-KEYED-DATE " " CP-KEYED-TIME
               DELIMITED BY SIZE INTO SC-KEYED-AT
           PERFORM 3000-DESCRIBE-CURRENT-ROW
           MOVE CP-AFTER-VALUE TO SC-NEW-VALUE
           MOVE SPACE TO SC-DECISION
           MOVE SN-OPERATOR-ID TO SC-CHECKED-BY
           DISPLAY CTLAPPR-SCREEN
           ACCEPT CTLAPPR-SCREEN

           EVALUATE SC-DECISION
               WHEN "A"
                   PERFORM 4000-APPROVE-CHANGE
               WHEN "R"
                   PERFORM 5000-REJECT-CHANGE
               WHEN SPACE
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   DISPLAY "CTLAPPR: DECISION MUST BE A, R OR BLANK "
                       "-- CHANGE LEFT PENDING"
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE

           MOVE 'Y' TO SC-MORE-FLAG
           DISPLAY WS-MORE-SCREEN
           ACCEPT WS-MORE-SCREEN
           MOVE SC-MORE-FLAG TO WS-MORE-UPDATES.

      *****************************************************************
      *  Find the control-file row the change would alter and show
      *  it the way the journal words it.  For FIELDCTL that is the
      *  field's row for the change's effective date -- for a change
      *  held with no date at all, from before "now" changes were
      *  dated, the business date; for RULECTL it is the field's
      *  rule.  WS-FOUND-INDEX is left pointing at it, or zero for a
      *  row the change would add.
      *****************************************************************
       3000-DESCRIBE-CURRENT-ROW.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE "(NEW ROW)" TO SC-CURRENT-VALUE
           IF CP-FOR-FIELDCTL
               IF CP-FC-EFFECTIVE-DATE = ZERO
                   MOVE WS-BUSINESS-DATE TO WS-CHANGE-EFFECTIVE
                   MOVE 'Y' TO WS-CHANGE-NOW-FLAG
               ELSE
                   MOVE CP-FC-EFFECTIVE-DATE TO WS-CHANGE-EFFECTIVE
                   MOVE 'N' TO WS-CHANGE-NOW-FLAG
                   IF CP-FC-KEYED-NOW
                       MOVE 'Y' TO WS-CHANGE-NOW-FLAG
                   END-IF
               END-IF
               PERFORM 3200-FIND-DATED-ROW
               IF WS-FOUND-INDEX > ZERO
                   MOVE SPACES TO SC-CURRENT-VALUE
                   STRING "MAX-LENGTH=" WS-FC-LENGTH (WS-FOUND-INDEX)
                           " EFFECTIVE="
                           WS-FC-EFFECTIVE (WS-FOUND-INDEX)
                       DELIMITED BY SIZE INTO SC-CURRENT-VALUE
               END-IF
           ELSE
               SET WS-RC-IDX TO 1
               SEARCH WS-RULECTL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RC-NAME (WS-RC-IDX) = CP-KEY-VALUE
                       MOVE WS-RC-IDX TO WS-FOUND-INDEX
               END-SEARCH
               IF WS-FOUND-INDEX > ZERO
                   MOVE SPACES TO SC-CURRENT-VALUE
                   STRING "ACTION=" WS-RC-ACTION (WS-FOUND-INDEX)
                           " ACTIVE=" WS-RC-ACTIVE (WS-FOUND-INDEX)
                           " CHARSET=" WS-RC-CHARSET (WS-FOUND-INDEX)
                       DELIMITED BY SIZE INTO SC-CURRENT-VALUE
               END-IF
           END-IF.

       3200-FIND-DATED-ROW.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
               IF WS-FC-NAME (WS-FC-IDX) = CP-KEY-VALUE
                       AND NOT WS-FC-CANCELLED (WS-FC-IDX)
                       AND WS-FC-EFFECTIVE (WS-FC-IDX)
                           = WS-CHANGE-EFFECTIVE
                   MOVE WS-FC-IDX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       4000-APPROVE-CHANGE.
           PERFORM 4100-CHECK-STILL-APPLIES
           IF NOT WS-APPLY-OK
               DISPLAY "CTLAPPR: " WS-REFUSE-REASON
               DISPLAY "CTLAPPR: CHANGE NOT APPLIED -- REJECT IT AND "
                   "HAVE IT KEYED AGAIN"
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               IF CP-FOR-FIELDCTL
                   PERFORM 4200-APPLY-FIELDCTL-CHANGE
               ELSE
                   PERFORM 4300-APPLY-RULECTL-CHANGE
               END-IF
               SET CP-APPROVED TO TRUE
               PERFORM 6000-STAMP-DECISION
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.

      *****************************************************************
      *  A change can sit pending across cycles.  A future date that
      *  has since been reached would land as a back-dated row and
      *  change a rerun of a night already processed; so would a
      *  "now" change approved after the business date has moved
      *  past the night it was keyed for.  A "now" change dated the
      *  business date is the one date-reached row allowed.  A
      *  cancelled row may already be gone; the table may have
      *  filled up.
      *****************************************************************
       4100-CHECK-STILL-APPLIES.
           MOVE 'Y' TO WS-APPLY-OK-FLAG
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN CP-FOR-FIELDCTL
                       AND WS-CHANGE-NOW
                       AND WS-CHANGE-EFFECTIVE NOT = WS-BUSINESS-DATE
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   MOVE "BUSINESS DATE HAS MOVED ON WHILE PENDING"
                       TO WS-REFUSE-REASON
               WHEN CP-FOR-FIELDCTL
                       AND NOT WS-CHANGE-NOW
                       AND WS-CHANGE-EFFECTIVE
                           NOT > WS-BUSINESS-DATE
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   MOVE "EFFECTIVE DATE HAS BEEN REACHED WHILE PENDING"
                       TO WS-REFUSE-REASON
               WHEN CP-FOR-FIELDCTL
                       AND CP-FC-CANCEL-ROW
                       AND WS-FOUND-INDEX = ZERO
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   MOVE "ROW TO CANCEL IS NO LONGER ON FIELDCTL.DAT"
                       TO WS-REFUSE-REASON
               WHEN CP-FOR-FIELDCTL
                       AND WS-FOUND-INDEX = ZERO
                       AND WS-FIELDCTL-COUNT >= 500
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   MOVE "FIELD TABLE IS FULL (500 MAX)"
                       TO WS-REFUSE-REASON
               WHEN CP-FOR-RULECTL
                       AND WS-FOUND-INDEX = ZERO
                       AND WS-RULECTL-COUNT >= 200
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   MOVE "RULE TABLE IS FULL (200 MAX)"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

       4200-APPLY-FIELDCTL-CHANGE.
           MOVE SPACES TO JL-AFTER-VALUE
           IF CP-FC-CANCEL-ROW
               MOVE 'Y' TO WS-FC-CANCELLED-FLAG (WS-FOUND-INDEX)
               STRING "(CANCELLED) EFFECTIVE="
                       WS-FC-EFFECTIVE (WS-FOUND-INDEX)
                   DELIMITED BY SIZE INTO JL-AFTER-VALUE
           ELSE
               IF WS-FOUND-INDEX = ZERO
                   ADD 1 TO WS-FIELDCTL-COUNT
                   MOVE WS-FIELDCTL-COUNT TO WS-FOUND-INDEX
                   MOVE WS-CHANGE-EFFECTIVE
                       TO WS-FC-EFFECTIVE (WS-FOUND-INDEX)
                   MOVE 'N' TO WS-FC-CANCELLED-FLAG (WS-FOUND-INDEX)
               END-IF
               MOVE CP-KEY-VALUE TO WS-FC-NAME (WS-FOUND-INDEX)
               MOVE CP-FC-MAX-LENGTH TO WS-FC-LENGTH (WS-FOUND-INDEX)
               STRING "MAX-LENGTH=" WS-FC-LENGTH (WS-FOUND-INDEX)
                       " EFFECTIVE=" WS-FC-EFFECTIVE (WS-FOUND-INDEX)
                   DELIMITED BY SIZE INTO JL-AFTER-VALUE
           END-IF
           MOVE 'Y' TO WS-FIELDCTL-CHANGED-FLAG.

      *****************************************************************
      *  The rule row's last-change stamp is when it went live; the
      *  changed-by is the maker, the checker is in the journal.
      *****************************************************************
       4300-APPLY-RULECTL-CHANGE.
           IF WS-FOUND-INDEX = ZERO
               ADD 1 TO WS-RULECTL-COUNT
               MOVE WS-RULECTL-COUNT TO WS-FOUND-INDEX
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE CP-KEY-VALUE TO WS-RC-NAME (WS-FOUND-INDEX)
           MOVE CP-RC-ACTION-CODE TO WS-RC-ACTION (WS-FOUND-INDEX)
           MOVE CP-RC-ACTIVE-FLAG TO WS-RC-ACTIVE (WS-FOUND-INDEX)
           MOVE CP-RC-CHARSET-ACTION TO WS-RC-CHARSET (WS-FOUND-INDEX)
           MOVE WS-CURRENT-DATE TO WS-RC-CHG-DATE (WS-FOUND-INDEX)
           MOVE WS-CURRENT-TIME TO WS-RC-CHG-TIME (WS-FOUND-INDEX)
           MOVE CP-MAKER-ID TO WS-RC-CHG-BY (WS-FOUND-INDEX)
           MOVE SPACES TO JL-AFTER-VALUE
           STRING "ACTION=" WS-RC-ACTION (WS-FOUND-INDEX)
                   " ACTIVE=" WS-RC-ACTIVE (WS-FOUND-INDEX)
                   " CHARSET=" WS-RC-CHARSET (WS-FOUND-INDEX)
               DELIMITED BY SIZE INTO JL-AFTER-VALUE
           MOVE 'Y' TO WS-RULECTL-CHANGED-FLAG.

      *****************************************************************
      *  A rejected change never touches the control file, but the
      *  decision is journaled all the same, with the change as it
      *  was keyed as the after-value.
      *****************************************************************
       5000-REJECT-CHANGE.
           MOVE CP-AFTER-VALUE TO JL-AFTER-VALUE
           SET CP-REJECTED TO TRUE
           PERFORM 6000-STAMP-DECISION
           ADD 1 TO WS-REJECTED-COUNT.

       6000-STAMP-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO CP-DECISION-DATE
           MOVE WS-CURRENT-TIME TO CP-DECISION-TIME
           MOVE SN-OPERATOR-ID TO CP-CHECKER-ID
           MOVE CP-FILE-ID TO JL-FILE-ID
           MOVE CP-KEY-VALUE TO JL-KEY-VALUE
           MOVE CP-MAKER-ID TO JL-CHANGED-BY
           MOVE SC-CURRENT-VALUE TO JL-BEFORE-VALUE
           MOVE CP-CHECKER-ID TO JL-CHECKED-BY
           MOVE CP-STATUS TO JL-DECISION
           MOVE CP-KEYED-DATE TO JL-KEYED-DATE
           MOVE CP-KEYED-TIME TO JL-KEYED-TIME
           MOVE SPACE TO JL-MODE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE
           IF JL-WRITE-FAILED
               DISPLAY "CTLAPPR: DECISION RECORDED BUT NOT JOURNALED"
           END-IF.

       8000-SAVE-FIELDCTL-TABLE.
           OPEN OUTPUT FIELDCTL-FILE
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
               IF NOT WS-FC-CANCELLED (WS-FC-IDX)
                   MOVE WS-FC-NAME (WS-FC-IDX) TO FC-FIELD-NAME
                   MOVE WS-FC-LENGTH (WS-FC-IDX) TO FC-MAX-LENGTH
                   MOVE WS-FC-EFFECTIVE (WS-FC-IDX)
                       TO FC-EFFECTIVE-DATE
                   WRITE FIELDCTL-RECORD
               END-IF
           END-PERFORM
           CLOSE FIELDCTL-FILE.

       8100-SAVE-RULECTL-TABLE.
           OPEN OUTPUT RULECTL-FILE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RULECTL-COUNT
               MOVE WS-RC-NAME (WS-RC-IDX) TO RC-FIELD-NAME
               MOVE WS-RC-ACTION (WS-RC-IDX) TO RC-ACTION-CODE
               MOVE WS-RC-ACTIVE (WS-RC-IDX) TO RC-ACTIVE-FLAG
               MOVE WS-RC-CHARSET (WS-RC-IDX) TO RC-CHARSET-ACTION
               MOVE WS-RC-CHG-DATE (WS-RC-IDX) TO RC-CHG-DATE
               MOVE WS-RC-CHG-TIME (WS-RC-IDX) TO RC-CHG-TIME
               MOVE WS-RC-CHG-BY (WS-RC-IDX) TO RC-CHANGED-BY
               WRITE RULECTL-RECORD
           END-PERFORM
           CLOSE RULECTL-FILE.

      *****************************************************************
      *  The decided rows go back in place of the original file.
      *****************************************************************
       8500-COPY-BACK-PENDING.
           OPEN INPUT PENDING-TMP-FILE
           OPEN OUTPUT PENDING-FILE
           PERFORM UNTIL 1 = 2
               READ PENDING-TMP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE PENDING-TMP-RECORD
                           TO CONTROL-PENDING-RECORD
                       WRITE CONTROL-PENDING-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-TMP-FILE
           CLOSE PENDING-FILE.
