      *****************************************************************
      *  PROGRAM-ID. SLAMAINT
      *
      *  Operator maintenance screen for the batch-window service
      *  levels in SLACTL.DAT (copybook SLACTL.CPY): per nightly
      *  stream step, the time it must have ended by, whether that
      *  time falls on the business date or the morning after, and
      *  its expected elapsed minutes.  SLAWATCH measures the run
      *  registry against these rows.
      *
      *  In the ALRMAINT style: the screen opens only for a verified
      *  operator holding maintenance authority, validates what is
      *  keyed (the step one of the five stream steps, the time a
      *  real HHMM, day offset 0 or 1, expected minutes numeric and
      *  greater than zero, active flag Y or N) and records every
      *  applied change in the shared CTLJRNL.DAT change journal
      *  with before-value, after-value, who, and when.
      *
      *  The LOADACK row is kept here too: its end time and day
      *  offset are the cut-off by which the downstream load
      *  acknowledgment must be in for LOADRECN.  It is not a stream
      *  step, so its expected minutes may be left at zero.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-CTL-FILE
               ASSIGN TO "SLACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-CTL-FILE.
       COPY SLACTL.

       WORKING-STORAGE SECTION.
       01  WS-SLA-CTL-STATUS                 PIC X(02) VALUE SPACES.

       01  WS-SLA-CTL-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-SLA-CTL-TABLE.
           05  WS-SLA-CTL-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-SLA-CTL-COUNT
                   INDEXED BY WS-SL-IDX.
               10  WS-SL-STEP               PIC X(08).
               10  WS-SL-END-TIME           PIC 9(04).
               10  WS-SL-DAY-OFFSET         PIC 9(01).
               10  WS-SL-EXPECTED           PIC 9(05).
               10  WS-SL-ACTIVE             PIC X(01).

       01  WS-FOUND-INDEX                   PIC 9(04) VALUE ZERO.
       01  WS-MORE-UPDATES                  PIC X(01) VALUE 'Y'.
           88  WS-MORE-UPDATES-YES              VALUE 'Y'.

       01  SC-STEP-NAME                     PIC X(08).
           88  SC-STREAM-STEP                   VALUE "TRNVALID"
                                                      "REJRESUB"
                                                      "TRUNSCN"
                                                      "ALRTMON"
                                                      "RUNAUDIT".
           88  SC-LOAD-ACK-STEP                 VALUE "LOADACK".
       01  SC-LATEST-END-TIME.
           05  SC-LATEST-END-HH             PIC X(02).
           05  SC-LATEST-END-MM             PIC X(02).
       01  SC-END-DAY-OFFSET                PIC X(01).
       01  SC-EXPECTED-MINUTES              PIC X(05).
       01  SC-ACTIVE-FLAG                   PIC X(01).
       01  SC-CHANGED-BY                    PIC X(08).
       01  SC-MORE-FLAG                     PIC X(01).

       COPY CTLJRNL.

       COPY SIGNON.

       SCREEN SECTION.
       01  SLAMAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "SLAMAINT - BATCH WINDOW SERVICE LEVELS".
           05  LINE 3 COLUMN 1  VALUE "STREAM STEP .........: ".
           05  LINE 3 COLUMN 24 PIC X(08) USING SC-STEP-NAME.
           05  LINE 4 COLUMN 1  VALUE "LATEST END (HHMM) ...: ".
           05  LINE 4 COLUMN 24 PIC X(04) USING SC-LATEST-END-TIME.
           05  LINE 5 COLUMN 1  VALUE "END DAY (0/1) .......: ".
           05  LINE 5 COLUMN 24 PIC X(01) USING SC-END-DAY-OFFSET.
           05  LINE 6 COLUMN 1  VALUE "EXPECTED MINUTES ....: ".
           05  LINE 6 COLUMN 24 PIC X(05) USING SC-EXPECTED-MINUTES.
           05  LINE 7 COLUMN 1  VALUE "ACTIVE (Y/N) ........: ".
           05  LINE 7 COLUMN 24 PIC X(01) USING SC-ACTIVE-FLAG.
           05  LINE 8 COLUMN 1  VALUE "CHANGED BY ..........: ".
           05  LINE 8 COLUMN 24 PIC X(08) FROM SC-CHANGED-BY.
           05  LINE 10 COLUMN 1
               VALUE "END DAY 0 = ON THE BUSINESS DATE, 1 = THE MORNIN
      -    "G AFTER".

       01  WS-MORE-SCREEN.
           05  LINE 12 COLUMN 1
               VALUE "ADD ANOTHER / CHANGE ANOTHER ROW (Y/N): ".
           05  LINE 12 COLUMN 42 PIC X(01) USING SC-MORE-FLAG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           PERFORM 1000-LOAD-SLA-CTL-TABLE
           PERFORM 2000-MAINTAIN-ROWS UNTIL NOT WS-MORE-UPDATES-YES
           PERFORM 8000-SAVE-SLA-CTL-TABLE
           SET JL-MODE-CLOSE-FILES TO TRUE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE
           PERFORM 9100-SIGN-OFF
           STOP RUN.

      *****************************************************************
      *  The screen opens only for a verified operator holding
      *  maintenance authority.
      *****************************************************************
       0100-SIGN-ON.
           MOVE "SLAMAINT" TO SN-PROGRAM-NAME
           SET SN-NEED-MAINT TO TRUE
           MOVE SPACE TO SN-MODE
           CALL "SIGNON" USING SIGNON-LINKAGE
           IF NOT SN-GRANTED
               DISPLAY "SLAMAINT: SIGN-ON DENIED -- SESSION NOT "
                   "STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-SIGN-OFF.
           SET SN-MODE-SIGN-OFF TO TRUE
           CALL "SIGNON" USING SIGNON-LINKAGE.

       1000-LOAD-SLA-CTL-TABLE.
           MOVE ZERO TO WS-SLA-CTL-COUNT
           OPEN INPUT SLA-CTL-FILE
           IF WS-SLA-CTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ SLA-CTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-SLA-CTL-COUNT < 20
                               ADD 1 TO WS-SLA-CTL-COUNT
                               MOVE SL-STEP-NAME TO
                                   WS-SL-STEP (WS-SLA-CTL-COUNT)
                               MOVE SL-LATEST-END-TIME TO
                                   WS-SL-END-TIME (WS-SLA-CTL-COUNT)
                               MOVE SL-END-DAY-OFFSET TO
                                   WS-SL-DAY-OFFSET (WS-SLA-CTL-COUNT)
                               MOVE SL-EXPECTED-MINUTES TO
                                   WS-SL-EXPECTED (WS-SLA-CTL-COUNT)
                               MOVE SL-ACTIVE-FLAG TO
                                   WS-SL-ACTIVE (WS-SLA-CTL-COUNT)
                           ELSE
                               DISPLAY "SLAMAINT: SLACTL.DAT HAS "
                                   "MORE THAN 20 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-CTL-FILE
           END-IF.

       2000-MAINTAIN-ROWS.
           MOVE SPACES TO SC-STEP-NAME
           MOVE SPACES TO SC-LATEST-END-TIME
           MOVE SPACES TO SC-END-DAY-OFFSET
           MOVE SPACES TO SC-EXPECTED-MINUTES
           MOVE SPACES TO SC-ACTIVE-FLAG
           MOVE SN-OPERATOR-ID TO SC-CHANGED-BY
           DISPLAY SLAMAINT-SCREEN
           ACCEPT SLAMAINT-SCREEN

           IF NOT SC-STREAM-STEP AND NOT SC-LOAD-ACK-STEP
               DISPLAY "SLAMAINT: STEP MUST BE TRNVALID, REJRESUB, "
                   "TRUNSCN, ALRTMON, RUNAUDIT OR LOADACK -- NO "
                   "CHANGE MADE"
           ELSE
               IF SC-LATEST-END-HH IS NUMERIC
                       AND SC-LATEST-END-HH < "24"
                       AND SC-LATEST-END-MM IS NUMERIC
                       AND SC-LATEST-END-MM < "60"
                       AND (SC-END-DAY-OFFSET = "0" OR "1")
                       AND SC-EXPECTED-MINUTES IS NUMERIC
                       AND (SC-EXPECTED-MINUTES NOT = "00000"
                           OR SC-LOAD-ACK-STEP)
                       AND (SC-ACTIVE-FLAG = "Y" OR "N")
                   PERFORM 3000-APPLY-UPDATE
               ELSE
                   DISPLAY "SLAMAINT: END TIME MUST BE HHMM, END DAY "
                       "0 OR 1, MINUTES NUMERIC AND NONZERO, ACTIVE "
                       "Y/N -- CHANGE NOT SAVED"
               END-IF
           END-IF

           MOVE 'Y' TO SC-MORE-FLAG
           DISPLAY WS-MORE-SCREEN
           ACCEPT WS-MORE-SCREEN
           MOVE SC-MORE-FLAG TO WS-MORE-UPDATES.

       3000-APPLY-UPDATE.
           MOVE ZERO TO WS-FOUND-INDEX
           SET WS-SL-IDX TO 1
           SEARCH WS-SLA-CTL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SL-STEP (WS-SL-IDX) = SC-STEP-NAME
                   MOVE WS-SL-IDX TO WS-FOUND-INDEX
           END-SEARCH

           IF WS-FOUND-INDEX = ZERO AND WS-SLA-CTL-COUNT >= 20
               DISPLAY "SLAMAINT: SERVICE-LEVEL TABLE IS FULL (20 MAX)"
                   " -- CANNOT ADD A NEW ROW, CHANGE NOT SAVED"
           ELSE
               MOVE SPACES TO JL-BEFORE-VALUE
               IF WS-FOUND-INDEX = ZERO
                   ADD 1 TO WS-SLA-CTL-COUNT
                   MOVE WS-SLA-CTL-COUNT TO WS-FOUND-INDEX
                   MOVE "(NEW ROW)" TO JL-BEFORE-VALUE
               ELSE
                   STRING "END=" WS-SL-END-TIME (WS-FOUND-INDEX)
                           " DAY=" WS-SL-DAY-OFFSET (WS-FOUND-INDEX)
                           " MINUTES=" WS-SL-EXPECTED (WS-FOUND-INDEX)
                           " ACTIVE=" WS-SL-ACTIVE (WS-FOUND-INDEX)
                       DELIMITED BY SIZE INTO JL-BEFORE-VALUE
               END-IF
               MOVE SC-STEP-NAME TO WS-SL-STEP (WS-FOUND-INDEX)
               MOVE SC-LATEST-END-TIME
                   TO WS-SL-END-TIME (WS-FOUND-INDEX)
               MOVE SC-END-DAY-OFFSET
                   TO WS-SL-DAY-OFFSET (WS-FOUND-INDEX)
               MOVE SC-EXPECTED-MINUTES
                   TO WS-SL-EXPECTED (WS-FOUND-INDEX)
               MOVE SC-ACTIVE-FLAG TO WS-SL-ACTIVE (WS-FOUND-INDEX)
               PERFORM 4000-JOURNAL-CHANGE
           END-IF.

       4000-JOURNAL-CHANGE.
           MOVE "SLACTL" TO JL-FILE-ID
           MOVE SC-STEP-NAME TO JL-KEY-VALUE
           MOVE SC-CHANGED-BY TO JL-CHANGED-BY
           MOVE SPACES TO JL-AFTER-VALUE
           STRING "END=" WS-SL-END-TIME (WS-FOUND-INDEX)
                   " DAY=" WS-SL-DAY-OFFSET (WS-FOUND-INDEX)
                   " MINUTES=" WS-SL-EXPECTED (WS-FOUND-INDEX)
                   " ACTIVE=" WS-SL-ACTIVE (WS-FOUND-INDEX)
               DELIMITED BY SIZE INTO JL-AFTER-VALUE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE
           IF JL-WRITE-FAILED
               DISPLAY "SLAMAINT: CHANGE APPLIED BUT NOT JOURNALED"
           END-IF.

       8000-SAVE-SLA-CTL-TABLE.
           OPEN OUTPUT SLA-CTL-FILE
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SLA-CTL-COUNT
               MOVE WS-SL-STEP (WS-SL-IDX) TO SL-STEP-NAME
               MOVE WS-SL-END-TIME (WS-SL-IDX) TO SL-LATEST-END-TIME
               MOVE WS-SL-DAY-OFFSET (WS-SL-IDX) TO SL-END-DAY-OFFSET
               MOVE WS-SL-EXPECTED (WS-SL-IDX)
                   TO SL-EXPECTED-MINUTES
               MOVE WS-SL-ACTIVE (WS-SL-IDX) TO SL-ACTIVE-FLAG
               WRITE SLA-CONTROL-RECORD
           END-PERFORM
           CLOSE SLA-CTL-FILE.
