      *  close naturally runs in the first days of the month after
      *  the one being closed, and defaulting to the running month
      *  would itemize every day not yet reached as a missing scan.
      *
      *  The trend totals also show how many of the month's
      *  truncations the abbreviate-to-fit action turned into clean
      *  abbreviations and how many it still had to cut at a word
      *  boundary.  History rows written before TRUNHIST.DAT carried
      *  those counts are simply not added in.
      *
      *  A cycle CYCBKOUT backed out has no rows left in the live
      *  files by design.  The run registry (RUNREG.DAT) says which
      *  cycles were backed out, so a business day whose only scan
      *  was backed out is itemized as backed out with no rerun on
      *  file -- not as a scan that never ran -- and a day that was
      *  backed out and rerun carries a note saying so.
      *
      *  A customer erasure (CUSTERAS) overwrites the customer values
      *  in exception rows with the redaction marker but keeps the
      *  rows, so they balance in the day checks like any other row;
      *  the trend totals say how many of the month's rows carry the
      *  marker.  A reject-queue entry the erasure closed is no
      *  longer pending and is not carried forward as open.
      *
      *  Batch-window alerts SLAWATCH writes to ALERT.DAT are not
      *  truncation alerts and are left out of the day balance, as
      *  are LOADRECN's missing-acknowledgment alerts and FEEDWTCH's
      *  missing-feed alerts.
      *
      *  The downstream load reconciliation is part of the package.
      *  Each business day whose scan ran must have a balanced
      *  LOADRECN verdict in LOADHIST.DAT (the latest verdict for
      *  the day's cycles stands): a delivery out of balance, not
      *  acknowledged by the cut-off, or never reconciled at all is
      *  a day exception.  Only days on or after the first business
      *  date in LOADHIST.DAT are held to this: days before LOADRECN
      *  was first run, and every day when there is no LOADHIST.DAT
      *  at all, show " -" in the LOAD column and are judged without
      *  it, so closing or rerunning a month from before the
      *  reconciliation began does not make every day an exception.
      *  Every reconciliation recorded for the month is listed after
      *  the trend totals, and a downstream load reject still
      *  pending past the repair window is carried forward like any
      *  other reject.
      *
      *  Rejects from the other catalogued feeds are carried forward
      *  too, shown by their position in the feed and the feed's
      *  record type.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONCLOSE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT LOAD-HIST-FILE
               ASSIGN TO "LOADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-HIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "MONCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CALENDAR-FILE.
       COPY BUSCAL.

       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  LOAD-HIST-FILE.
       COPY LOADHIST.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RETENTION-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CALENDAR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LOAD-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

               10  WS-DY-VSAM                PIC 9(08).
               10  WS-DY-SPILL               PIC 9(08).
               10  WS-DY-LATE-REJECTS        PIC 9(04).
               10  WS-DY-BACKED-OUT          PIC 9(02).
               10  WS-DY-LOAD                PIC X(04).

      * repair window: RETNCTL row with file id REJECTQ, default 5
       01  WS-REPAIR-WINDOW-DAYS             PIC 9(05) VALUE 5.
       01  WS-TOT-ADDRESS                    PIC 9(08) VALUE ZERO.
       01  WS-TOT-CITY                      PIC 9(08) VALUE ZERO.
       01  WS-TOT-EMAIL                      PIC 9(08) VALUE ZERO.
       01  WS-TOT-ABBREV-CLEAN               PIC 9(08) VALUE ZERO.
       01  WS-TOT-ABBREV-CUT                 PIC 9(08) VALUE ZERO.
       01  WS-TOT-REDACTED                   PIC 9(08) VALUE ZERO.

       01  WS-EXCEPTION-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-OPEN-REJECTS-LISTED            PIC 9(04) VALUE ZERO.
       01  WS-DAY-OK-FLAG                    PIC X(01).
       01  WS-AUDIT-OK-FLAG                  PIC X(01).
       01  WS-LOAD-OK-FLAG                   PIC X(01).
       01  WS-LOAD-FIRST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-LOAD-TEXT                      PIC X(04).
       01  WS-REJECTS-TEXT                   PIC X(04).
       01  WS-LOAD-ROWS-LISTED               PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
       01  WS-DISP-B                         PIC ZZZZZZZ9.
       01  WS-DISP-C                         PIC ZZZZZZZ9.
       01  WS-DISP-D                         PIC ZZZZZZZ9.
       01  WS-DISP-E                         PIC ZZZZZZZ9.
       01  WS-DISP-F                         PIC ZZZZZZZ9.

       COPY TRANREC.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-BUILD-DAY-TABLE
           PERFORM 1800-RESOLVE-REPAIR-WINDOW
           PERFORM 2000-SCAN-HISTORY
           PERFORM 2500-SCAN-REGISTRY
           PERFORM 2700-SCAN-LOAD-HISTORY
           PERFORM 3000-COUNT-EXCLOG
           PERFORM 3100-COUNT-ALERT
           PERFORM 3200-COUNT-SPILL
           PERFORM 4000-CHECK-REJECT-QUEUE
           PERFORM 5000-WRITE-DAY-VERDICTS
           PERFORM 6000-WRITE-TREND-TOTALS
           PERFORM 6500-LIST-LOAD-RECONCILIATIONS
           PERFORM 7000-LIST-OPEN-REJECTS
           PERFORM 8000-WRITE-CLOSE-VERDICT
           CLOSE REPORT-FILE
               MOVE ZERO TO WS-DY-VSAM (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-SPILL (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-LATE-REJECTS (WS-DAY-SUB)
               MOVE ZERO TO WS-DY-BACKED-OUT (WS-DAY-SUB)
               MOVE SPACES TO WS-DY-LOAD (WS-DAY-SUB)
           END-PERFORM
           PERFORM 1600-APPLY-CALENDAR-FILE.

                               ADD TH-CNT-ADDRESS TO WS-TOT-ADDRESS
                               ADD TH-CNT-CITY TO WS-TOT-CITY
                               ADD TH-CNT-EMAIL TO WS-TOT-EMAIL
                               IF TH-ABBREV-CLEAN-COUNT IS NUMERIC
                                   ADD TH-ABBREV-CLEAN-COUNT
                                       TO WS-TOT-ABBREV-CLEAN
                               END-IF
                               IF TH-ABBREV-CUT-COUNT IS NUMERIC
                                   ADD TH-ABBREV-CUT-COUNT
                                       TO WS-TOT-ABBREV-CUT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  Count the backed-out cycles of each day of the month.  The
      *  *CYCLE row carries the business date itself, so no run-id
      *  attribution is needed here.
      *****************************************************************
       2500-SCAN-REGISTRY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RR-CYCLE-ROW AND RR-CYCLE-BACKED-OUT
                               MOVE RR-BUSINESS-DATE TO WS-WORK-DATE
                               PERFORM 1900-LOCATE-DAY-SLOT
                               IF WS-DAY-SUB > ZERO
                                   ADD 1 TO WS-DY-BACKED-OUT
                                       (WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      *****************************************************************
      *  Each day takes the verdict of the latest LOADRECN pass over
      *  its cycles -- the file is in pass order, so a later row
      *  simply overwrites an earlier one.  The earliest business
      *  date on file, of any month, is when reconciliation began.
      *****************************************************************
       2700-SCAN-LOAD-HISTORY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOAD-HIST-FILE
           IF WS-LOAD-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ LOAD-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-LOAD-FIRST-DATE = ZERO
                                   OR LH-BUSINESS-DATE
                                       < WS-LOAD-FIRST-DATE
                               MOVE LH-BUSINESS-DATE
                                   TO WS-LOAD-FIRST-DATE
                           END-IF
                           MOVE LH-BUSINESS-DATE TO WS-WORK-DATE
                           MOVE LH-RUN-ID TO WS-ROW-RUN-ID
                           PERFORM 1950-LOCATE-SLOT-BY-RUN-ID
                           IF WS-DAY-SUB > ZERO
                               MOVE LH-VERDICT
                                   TO WS-DY-LOAD (WS-DAY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-HIST-FILE
           END-IF.

       3000-COUNT-EXCLOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-FILE
                                   ADD 1 TO WS-DY-EXCLOG-P
                                       (WS-DAY-SUB)
                               END-IF
                               IF EL-TRUNCATED-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-TOT-REDACTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE AL-RUN-ID TO WS-ROW-RUN-ID
                           PERFORM 1950-LOCATE-SLOT-BY-RUN-ID
                           IF WS-DAY-SUB > ZERO
                                   AND NOT AL-OPERATIONS-ALERT
                               ADD 1 TO WS-DY-ALERT (WS-DAY-SUB)
                           END-IF
                   END-READ
                           PERFORM 1950-LOCATE-SLOT-BY-RUN-ID
                           IF WS-DAY-SUB > ZERO
                               ADD 1 TO WS-DY-SPILL (WS-DAY-SUB)
                               IF SP-OVERFLOW-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-TOT-REDACTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           PERFORM 1950-LOCATE-SLOT-BY-RUN-ID
                           IF WS-DAY-SUB > ZERO
                               ADD 1 TO WS-DY-VSAM (WS-DAY-SUB)
                               IF VE-ORIGINAL-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-TOT-REDACTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE "PER-DAY VERDICTS (BUSINESS DAYS)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATE      SCAN  AUDIT  LOAD  REJECTS  VERDICT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       NOT = WS-DY-EXCLOG-P (WS-DAY-SUB)
               MOVE 'N' TO WS-AUDIT-OK-FLAG
           END-IF
           MOVE 'Y' TO WS-LOAD-OK-FLAG
           IF WS-DY-HIST (WS-DAY-SUB) = 'Y'
                   AND WS-LOAD-FIRST-DATE > ZERO
                   AND WS-DY-DATE (WS-DAY-SUB) >= WS-LOAD-FIRST-DATE
               MOVE WS-DY-LOAD (WS-DAY-SUB) TO WS-LOAD-TEXT
               IF WS-DY-LOAD (WS-DAY-SUB) NOT = "BAL"
                   MOVE 'N' TO WS-LOAD-OK-FLAG
                   IF WS-DY-LOAD (WS-DAY-SUB) = SPACES
                       MOVE "NONE" TO WS-LOAD-TEXT
                   END-IF
               END-IF
           ELSE
               MOVE " -" TO WS-LOAD-TEXT
           END-IF
           IF WS-DY-LATE-REJECTS (WS-DAY-SUB) > ZERO
               MOVE "LATE" TO WS-REJECTS-TEXT
           ELSE
               MOVE "OK" TO WS-REJECTS-TEXT
           END-IF
           MOVE 'Y' TO WS-DAY-OK-FLAG
           IF WS-DY-HIST (WS-DAY-SUB) = 'N'
                   OR WS-AUDIT-OK-FLAG = 'N'
                   OR WS-LOAD-OK-FLAG = 'N'
                   OR WS-DY-LATE-REJECTS (WS-DAY-SUB) > ZERO
               MOVE 'N' TO WS-DAY-OK-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING WS-DY-DATE (WS-DAY-SUB)
                       "   " WS-DY-HIST (WS-DAY-SUB)
                       "     " WS-AUDIT-OK-FLAG
                       "      " WS-LOAD-TEXT
                       "  " WS-REJECTS-TEXT
                       "     OK"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-DY-DATE (WS-DAY-SUB)
                       "   " WS-DY-HIST (WS-DAY-SUB)
                       "     " WS-AUDIT-OK-FLAG
                       "      " WS-LOAD-TEXT
                       "  " WS-REJECTS-TEXT
                       "     *** EXCEPTION ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-DAY-OK-FLAG = 'N'
               PERFORM 5200-ITEMIZE-DAY-EXCEPTIONS
           ELSE
               PERFORM 5300-NOTE-BACKED-OUT-CYCLES
           END-IF.

       5200-ITEMIZE-DAY-EXCEPTIONS.
           IF WS-DY-HIST (WS-DAY-SUB) = 'N'
               IF WS-DY-BACKED-OUT (WS-DAY-SUB) > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "    NO TRUNHIST RUN ROW -- CYCLE BACKED OUT "
                           "AND NO RERUN ON FILE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE "    NO TRUNHIST RUN ROW -- SCAN DID NOT RUN"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           ELSE
               PERFORM 5300-NOTE-BACKED-OUT-CYCLES
           END-IF
           IF WS-AUDIT-OK-FLAG = 'N'
               MOVE WS-DY-EXCLOG (WS-DAY-SUB) TO WS-DISP-A
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-LOAD-OK-FLAG = 'N'
               PERFORM 5250-ITEMIZE-LOAD-VERDICT
           END-IF
           IF WS-DY-LATE-REJECTS (WS-DAY-SUB) > ZERO
               MOVE WS-DY-LATE-REJECTS (WS-DAY-SUB) TO WS-DISP-A
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5250-ITEMIZE-LOAD-VERDICT.
           EVALUATE WS-DY-LOAD (WS-DAY-SUB)
               WHEN "MISM"
                   MOVE SPACES TO REPORT-LINE
                   STRING "    DOWNSTREAM LOAD OUT OF BALANCE -- SEE "
                           "LOAD RECONCILIATIONS BELOW"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "NOAK"
                   MOVE SPACES TO REPORT-LINE
                   STRING "    DOWNSTREAM LOAD NOT ACKNOWLEDGED BY THE "
                           "CUT-OFF"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "    DOWNSTREAM LOAD NEVER RECONCILED -- NO "
                           "LOADHIST.DAT ROW FOR THE DAY'S CYCLE"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      *****************************************************************
      *  A day that was backed out and then rerun to a scan is in
      *  order, but the package says so -- its first cycle's rows
      *  are in BACKOUT.DAT, not missing.
      *****************************************************************
       5300-NOTE-BACKED-OUT-CYCLES.
           IF WS-DY-BACKED-OUT (WS-DAY-SUB) > ZERO
               MOVE WS-DY-BACKED-OUT (WS-DAY-SUB) TO WS-DISP-A
               MOVE SPACES TO REPORT-LINE
               STRING "    NOTE: " WS-DISP-A
                       " CYCLE(S) BACKED OUT AND RERUN -- ROWS "
                       "HELD IN BACKOUT.DAT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6000-WRITE-TREND-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                   "  CITY " WS-DISP-C
                   "  EMAIL " WS-DISP-D
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-ABBREV-CLEAN TO WS-DISP-A
           MOVE WS-TOT-ABBREV-CUT TO WS-DISP-B
           MOVE SPACES TO REPORT-LINE
           STRING "ABBREVIATE-TO-FIT: ABBREVIATED CLEAN " WS-DISP-A
                   "  CUT AT WORD BOUNDARY " WS-DISP-B
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOT-REDACTED > ZERO
               MOVE WS-TOT-REDACTED TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "ROWS REDACTED BY CUSTOMER ERASURE " WS-DISP-NO
                       "  (STILL COUNTED IN THE DAY BALANCES)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  Every LOADRECN pass recorded for a cycle of the month, in
      *  the order it ran -- the reconciliation evidence behind the
      *  LOAD column.
      *****************************************************************
       6500-LIST-LOAD-RECONCILIATIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DOWNSTREAM LOAD RECONCILIATIONS (FROM LOADHIST.DAT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLE     RECONCILED DELIVERED   SCANNED  RECEIVED"
                   "    LOADED  REJECTED    QUEUED  VERDICT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOAD-HIST-FILE
           IF WS-LOAD-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ LOAD-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE LH-BUSINESS-DATE TO WS-WORK-DATE
                           MOVE LH-RUN-ID TO WS-ROW-RUN-ID
                           PERFORM 1950-LOCATE-SLOT-BY-RUN-ID
                           IF WS-DAY-SUB > ZERO
                               PERFORM 6600-LIST-ONE-LOAD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-HIST-FILE
           END-IF
           IF WS-LOAD-ROWS-LISTED = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6600-LIST-ONE-LOAD-ROW.
           ADD 1 TO WS-LOAD-ROWS-LISTED
           MOVE LH-DELIVERED-COUNT TO WS-DISP-A
           MOVE LH-SCANNED-COUNT TO WS-DISP-B
           MOVE LH-RECEIVED-COUNT TO WS-DISP-C
           MOVE LH-LOADED-COUNT TO WS-DISP-D
           MOVE LH-REJECTED-COUNT TO WS-DISP-E
           MOVE LH-QUEUED-COUNT TO WS-DISP-F
           MOVE SPACES TO REPORT-LINE
           STRING LH-RUN-ID "  " LH-RECON-DATE
                   "    " WS-DISP-A "  " WS-DISP-B "  " WS-DISP-C
                   "  " WS-DISP-D "  " WS-DISP-E "  " WS-DISP-F
                   "  " LH-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
       7100-LIST-ONE-REJECT.
           ADD 1 TO WS-OPEN-REJECTS-LISTED
           IF WS-OPEN-REJECTS-LISTED <= 20
               MOVE SPACES TO REPORT-LINE
               IF RJ-TRANS-RECORD
                   MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
                   MOVE TR-RECORD-NO TO WS-DISP-NO
                   STRING "  RECORD " WS-DISP-NO
                           "  REJECTED " RJ-REJECT-DATE
                           "  FIELD " RJ-FIELD-NAME
                           "  STILL PENDING"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE RJ-FEED-RECORD-NO TO WS-DISP-NO
                   STRING "  RECORD " WS-DISP-NO
                           "  REJECTED " RJ-REJECT-DATE
                           "  FIELD " RJ-FIELD-NAME
                           "  STILL PENDING  FEED " RJ-RECORD-TYPE
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               IF WS-OPEN-REJECTS-LISTED = 20
                   MOVE "  FURTHER PENDING ENTRIES NOT LISTED"
