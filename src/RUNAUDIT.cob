      *  date is a historical re-audit: it stays outside the
      *  registry entirely and keeps the date filter, for looking at
      *  a day's worth of rows across however many cycles ran.
      *
      *  Either way the report then lists every cycle RUNREG.DAT
      *  holds for the business date.  A cycle CYCBKOUT backed out
      *  is shown as such, with the rows BACKOUT.DAT holds for it
      *  per source file -- its live rows are gone by design, not
      *  missing.  A live cycle whose TRUNSCN step is DONE but which
      *  has no TRUNHIST.DAT row is flagged as missing its scan
      *  history and counted as a mismatch.
      *
      *  Rows whose customer values CUSTERAS has redacted under a
      *  customer erasure are counted exactly like any other row --
      *  the erasure keeps the row -- and each run-id notes how many
      *  of its EXCLOG, VSAMEXC and SPILL rows carry the redaction
      *  marker, so the auditor can see an erasure was applied and
      *  that the counts still balance.
      *
      *  Batch-window alerts SLAWATCH writes to ALERT.DAT are not
      *  truncation alerts and are left out of the ALERT count, as
      *  are LOADRECN's missing-acknowledgment alerts and FEEDWTCH's
      *  missing-feed alerts.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNAUDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT BACKOUT-FILE
               ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RUNAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  HISTORY-FILE.
       COPY TRUNHIST.

       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  BACKOUT-FILE.
       COPY BACKOUTR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).
       01  WS-SPILL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-VSAMEXC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BACKOUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

               10  WS-RS-ALERT-COUNT         PIC 9(08).
               10  WS-RS-VSAM-COUNT          PIC 9(08).
               10  WS-RS-SPILL-COUNT         PIC 9(08).
               10  WS-RS-REDACTED-COUNT      PIC 9(08).
               10  WS-RS-HIST-FLAGGED        PIC 9(08).
               10  WS-RS-HIST-SEEN           PIC X(01).

      * the business date's cycles as the run registry has them,
      * with what CYCBKOUT moved aside for any backed out
       01  WS-CYCLE-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-CYCLE-COUNT.
               10  WS-CY-RUN-ID              PIC X(08).
               10  WS-CY-CYCLE-NO            PIC 9(02).
               10  WS-CY-STATUS              PIC X(04).
               10  WS-CY-END-DATE            PIC 9(08).
               10  WS-CY-END-TIME            PIC 9(08).
               10  WS-CY-SCAN-DONE           PIC X(01).
               10  WS-CY-HIST-SEEN           PIC X(01).
               10  WS-CY-BK-EXCLOG           PIC 9(08).
               10  WS-CY-BK-ALERT            PIC 9(08).
               10  WS-CY-BK-VSAMEXC          PIC 9(08).
               10  WS-CY-BK-SPILL            PIC 9(08).
               10  WS-CY-BK-REJECTQ          PIC 9(08).
               10  WS-CY-BK-TRUNHIST         PIC 9(08).
       01  WS-CYCLE-SUB                      PIC 9(04).
       01  WS-CYCLE-FOUND-SUB                PIC 9(04).

       01  WS-SLOT-SUB                       PIC 9(04).
       01  WS-FOUND-SUB                      PIC 9(04).
       01  WS-AUDIT-RUN-ID                   PIC X(08).
       01  WS-DISP-B                         PIC ZZZZZZZ9.
       01  WS-DISP-C                         PIC ZZZZZZZ9.
       01  WS-DISP-D                         PIC ZZZZZZZ9.
       01  WS-DISP-E                         PIC ZZZZZZZ9.
       01  WS-DISP-F                         PIC ZZZZZZZ9.
       01  WS-RUN-ID                         PIC X(08) VALUE SPACES.
       01  WS-RERUN-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-HISTORICAL-RERUN               VALUE 'Y'.

       COPY RUNREG.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-AUDIT-DATE-INPUT
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1500-LOAD-CYCLES
           PERFORM 2000-COUNT-EXCLOG
           PERFORM 3000-COUNT-ALERT
           PERFORM 4000-COUNT-SPILL
           PERFORM 5000-COUNT-VSAMEXC
           PERFORM 6000-COUNT-HISTORY
           PERFORM 6500-COUNT-BACKOUT
           PERFORM 7000-AUDIT-EACH-RUN
           PERFORM 7500-REPORT-CYCLES
           PERFORM 8000-WRITE-VERDICT
           CLOSE REPORT-FILE
           IF NOT WS-HISTORICAL-RERUN
                   MOVE ZERO TO WS-RS-ALERT-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO WS-RS-VSAM-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO WS-RS-SPILL-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO WS-RS-REDACTED-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO WS-RS-HIST-FLAGGED (WS-FOUND-SUB)
                   MOVE 'N' TO WS-RS-HIST-SEEN (WS-FOUND-SUB)
               ELSE
               END-IF
           END-IF.

      *****************************************************************
      *  Table the business date's cycles from the run registry,
      *  noting for each whether its TRUNSCN step finished -- a live
      *  cycle whose scan finished must have left a TRUNHIST row.
      *****************************************************************
       1500-LOAD-CYCLES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RR-BUSINESS-DATE = WS-AUDIT-DATE
                               PERFORM 1550-TABLE-REGISTRY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       1550-TABLE-REGISTRY-ROW.
           IF RR-CYCLE-ROW
               IF WS-CYCLE-COUNT < 50
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE RR-RUN-ID TO WS-CY-RUN-ID (WS-CYCLE-COUNT)
                   MOVE RR-CYCLE-NO TO WS-CY-CYCLE-NO (WS-CYCLE-COUNT)
                   MOVE RR-STATUS TO WS-CY-STATUS (WS-CYCLE-COUNT)
                   MOVE RR-END-DATE TO WS-CY-END-DATE (WS-CYCLE-COUNT)
                   MOVE RR-END-TIME TO WS-CY-END-TIME (WS-CYCLE-COUNT)
                   MOVE 'N' TO WS-CY-SCAN-DONE (WS-CYCLE-COUNT)
                   MOVE 'N' TO WS-CY-HIST-SEEN (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-EXCLOG (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-ALERT (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-VSAMEXC (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-SPILL (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-REJECTQ (WS-CYCLE-COUNT)
                   MOVE ZERO TO WS-CY-BK-TRUNHIST (WS-CYCLE-COUNT)
               ELSE
                   DISPLAY "RUNAUDIT: MORE THAN 50 CYCLES FOR "
                       WS-AUDIT-DATE " -- RUN-ID " RR-RUN-ID
                       " NOT LISTED"
               END-IF
           ELSE
               IF RR-STEP-NAME = "TRUNSCN" AND RR-STEP-DONE
                   MOVE RR-RUN-ID TO WS-AUDIT-RUN-ID
                   PERFORM 1600-LOCATE-CYCLE
                   IF WS-CYCLE-FOUND-SUB > ZERO
                       MOVE 'Y' TO WS-CY-SCAN-DONE (WS-CYCLE-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Find the tabled cycle for the run-id in WS-AUDIT-RUN-ID;
      *  WS-CYCLE-FOUND-SUB points at it on exit (zero if none).
      *****************************************************************
       1600-LOCATE-CYCLE.
           MOVE ZERO TO WS-CYCLE-FOUND-SUB
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT
               IF WS-CY-RUN-ID (WS-CYCLE-SUB) = WS-AUDIT-RUN-ID
                   MOVE WS-CYCLE-SUB TO WS-CYCLE-FOUND-SUB
               END-IF
           END-PERFORM.

       2000-COUNT-EXCLOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-FILE
                                   ADD 1 TO WS-RS-EXCLOG-P-COUNT
                                       (WS-FOUND-SUB)
                               END-IF
                               IF EL-TRUNCATED-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-RS-REDACTED-COUNT
                                       (WS-FOUND-SUB)
                               END-IF
                           END-IF
                           END-IF
                   END-READ
                           MOVE AL-ALERT-DATE TO WS-ROW-DATE
                           PERFORM 1100-CHECK-ROW-IN-SCOPE
                           IF NOT WS-ROW-IN-SCOPE
                                   OR AL-OPERATIONS-ALERT
                               CONTINUE
                           ELSE
                           MOVE AL-RUN-ID TO WS-AUDIT-RUN-ID
                           IF WS-FOUND-SUB > ZERO
                               ADD 1 TO WS-RS-SPILL-COUNT
                                   (WS-FOUND-SUB)
                               IF SP-OVERFLOW-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-RS-REDACTED-COUNT
                                       (WS-FOUND-SUB)
                               END-IF
                           END-IF
                           END-IF
                   END-READ
                           IF WS-FOUND-SUB > ZERO
                               ADD 1 TO WS-RS-VSAM-COUNT
                                   (WS-FOUND-SUB)
                               IF VE-ORIGINAL-VALUE (1 : 16)
                                       = RD-REDACTION-MARKER
                                   ADD 1 TO WS-RS-REDACTED-COUNT
                                       (WS-FOUND-SUB)
                               END-IF
                           END-IF
                           END-IF
                   END-READ
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE TH-RUN-ID TO WS-AUDIT-RUN-ID
                           PERFORM 1600-LOCATE-CYCLE
                           IF WS-CYCLE-FOUND-SUB > ZERO
                               MOVE 'Y' TO WS-CY-HIST-SEEN
                                   (WS-CYCLE-FOUND-SUB)
                           END-IF
                           MOVE TH-RUN-ID TO WS-ROW-RUN-ID
                           MOVE TH-RUN-DATE TO WS-ROW-DATE
                           PERFORM 1100-CHECK-ROW-IN-SCOPE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  What CYCBKOUT moved aside for each backed-out cycle of the
      *  date, by the file it came from.
      *****************************************************************
       6500-COUNT-BACKOUT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BACKOUT-FILE
           IF WS-BACKOUT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BACKOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE BK-RUN-ID TO WS-AUDIT-RUN-ID
                           PERFORM 1600-LOCATE-CYCLE
                           IF WS-CYCLE-FOUND-SUB > ZERO
                               PERFORM 6600-TALLY-BACKOUT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-FILE
           END-IF.

       6600-TALLY-BACKOUT-ROW.
           EVALUATE BK-SOURCE-FILE
               WHEN "EXCLOG"
                   ADD 1 TO WS-CY-BK-EXCLOG (WS-CYCLE-FOUND-SUB)
               WHEN "ALERT"
                   ADD 1 TO WS-CY-BK-ALERT (WS-CYCLE-FOUND-SUB)
               WHEN "VSAMEXC"
                   ADD 1 TO WS-CY-BK-VSAMEXC (WS-CYCLE-FOUND-SUB)
               WHEN "SPILL"
                   ADD 1 TO WS-CY-BK-SPILL (WS-CYCLE-FOUND-SUB)
               WHEN "REJECTQ"
                   ADD 1 TO WS-CY-BK-REJECTQ (WS-CYCLE-FOUND-SUB)
               WHEN "TRUNHIST"
                   ADD 1 TO WS-CY-BK-TRUNHIST (WS-CYCLE-FOUND-SUB)
           END-EVALUATE.

       7000-AUDIT-EACH-RUN.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-RUN-SLOT-COUNT
               WRITE REPORT-LINE
           END-IF

           IF WS-RS-REDACTED-COUNT (WS-SLOT-SUB) > ZERO
               MOVE WS-RS-REDACTED-COUNT (WS-SLOT-SUB) TO WS-DISP-A
               MOVE SPACES TO REPORT-LINE
               STRING "  CUSTOMER ERASURE: " WS-DISP-A
                       " ROW(S) ABOVE CARRY REDACTED VALUES -- "
                       "COUNTED AS USUAL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  One line per registered cycle of the date, so a night with
      *  no rows reads as backed out, not yet scanned, or missing --
      *  never just blank.
      *****************************************************************
       7500-REPORT-CYCLES.
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLES REGISTERED FOR BUSINESS DATE " WS-AUDIT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CYCLE-COUNT = ZERO
               MOVE "  NONE IN RUNREG.DAT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT
               PERFORM 7600-REPORT-ONE-CYCLE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       7600-REPORT-ONE-CYCLE.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CY-STATUS (WS-CYCLE-SUB) = "BKOT"
                   STRING "  RUN-ID " WS-CY-RUN-ID (WS-CYCLE-SUB)
                           "  CYCLE " WS-CY-CYCLE-NO (WS-CYCLE-SUB)
                           "  BACKED OUT "
                           WS-CY-END-DATE (WS-CYCLE-SUB) " "
                           WS-CY-END-TIME (WS-CYCLE-SUB)
                           " -- ROWS HELD IN BACKOUT.DAT"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-CY-HIST-SEEN (WS-CYCLE-SUB) = 'Y'
                   STRING "  RUN-ID " WS-CY-RUN-ID (WS-CYCLE-SUB)
                           "  CYCLE " WS-CY-CYCLE-NO (WS-CYCLE-SUB)
                           "  SCANNED -- TRUNHIST ROW ON FILE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-CY-SCAN-DONE (WS-CYCLE-SUB) = 'Y'
                   ADD 1 TO WS-MISMATCH-COUNT
                   STRING "  RUN-ID " WS-CY-RUN-ID (WS-CYCLE-SUB)
                           "  CYCLE " WS-CY-CYCLE-NO (WS-CYCLE-SUB)
                           "  *** MISSING: TRUNSCN DONE BUT NO "
                           "TRUNHIST ROW ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "  RUN-ID " WS-CY-RUN-ID (WS-CYCLE-SUB)
                           "  CYCLE " WS-CY-CYCLE-NO (WS-CYCLE-SUB)
                           "  NOT SCANNED -- TRUNSCN HAS NOT FINISHED"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF WS-CY-STATUS (WS-CYCLE-SUB) = "BKOT"
               MOVE WS-CY-BK-EXCLOG (WS-CYCLE-SUB) TO WS-DISP-A
               MOVE WS-CY-BK-ALERT (WS-CYCLE-SUB) TO WS-DISP-B
               MOVE WS-CY-BK-VSAMEXC (WS-CYCLE-SUB) TO WS-DISP-C
               MOVE WS-CY-BK-SPILL (WS-CYCLE-SUB) TO WS-DISP-D
               MOVE WS-CY-BK-REJECTQ (WS-CYCLE-SUB) TO WS-DISP-E
               MOVE WS-CY-BK-TRUNHIST (WS-CYCLE-SUB) TO WS-DISP-F
               MOVE SPACES TO REPORT-LINE
               STRING "    EXCLOG " WS-DISP-A
                       "  ALERT " WS-DISP-B
                       "  VSAMEXC " WS-DISP-C
                       "  SPILL " WS-DISP-D
                       "  REJECTQ " WS-DISP-E
                       "  TRUNHIST " WS-DISP-F
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8000-WRITE-VERDICT.
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "AUDIT RESULT: ALL FILES IN BALANCE"
