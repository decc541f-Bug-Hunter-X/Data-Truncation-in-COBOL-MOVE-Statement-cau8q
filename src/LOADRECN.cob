      *****************************************************************
      *  PROGRAM-ID. LOADRECN
      *
      *  Downstream load reconciliation.  TRUNSCN hands TRANSOUT.DAT
      *  over with its TRANSOUT.CTL trailer, and the receiving
      *  system used to drop whatever it could not load without a
      *  word -- a record could pass our length guard and still
      *  never arrive.  The receiving side now answers every
      *  delivery with LOADACK.DAT (copybook LOADACK.CPY): records
      *  received, records loaded, and a row per record its load
      *  refused.  This job takes that file in and writes
      *  LOADRECN.RPT:
      *
      *    - the cycle the delivery on hand belongs to -- the latest
      *      TRUNSCN row in TRUNHIST.DAT, whose scan must be the one
      *      that cut TRANSOUT.CTL -- and its cut-off;
      *    - the count checks, each flagged when it does not agree:
      *      rows in TRANSOUT.DAT against the trailer; the cycle's
      *      records read less records rejected (TRUNHIST.DAT)
      *      against the trailer; the trailer count the load was
      *      given, and the rows it received, against the trailer;
      *      rows loaded plus rows refused against rows received;
      *    - every load reject, with its reason.  Each is queued to
      *      REJECTQ.DAT (job name LOADRECN) under the load's own
      *      reason code and text, carrying the record as it was
      *      delivered -- rebuilt from TRANSOUT.DAT at the field
      *      lengths in force for the cycle, which LENCHK resolves
      *      in simulate mode exactly as it did for the scan -- so
      *      REJMAINT can repair it and REJRESUB resend it like any
      *      other reject.  A reject naming a record that was never
      *      delivered is flagged, not queued.  Rejects already
      *      queued for the cycle by an earlier pass are not queued
      *      again.
      *
      *  Every verdict -- balanced, out of balance, or no
      *  acknowledgment by the cut-off -- is appended to LOADHIST.DAT
      *  (copybook LOADHIST.CPY) for the MONCLOSE sign-off package.
      *
      *  The cut-off is the SLACTL.DAT row for step LOADACK (kept on
      *  SLAMAINT): its latest end time and day offset from the
      *  business date.  When no acknowledgment for the delivery has
      *  arrived by then, a CRIT alert is raised into ALERT.DAT, job
      *  name LOADRECN, action code 'D', and the cycle is recorded
      *  as not acknowledged -- once per cycle, so the scheduler can
      *  run the job at intervals until the file turns up.  An
      *  acknowledgment that arrives after the cut-off is still
      *  reconciled and its verdict supersedes the first.
      *
      *  Return code 4 when a count is out of balance or the cut-off
      *  has passed without an acknowledgment, 8 when no scan is on
      *  file to reconcile against, else 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-CTL-FILE
               ASSIGN TO "TRANSOUT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAILER-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO "TRANSOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT LOAD-ACK-FILE
               ASSIGN TO "LOADACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-ACK-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TRUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LOAD-HIST-FILE
               ASSIGN TO "LOADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-HIST-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT SLA-CTL-FILE
               ASSIGN TO "SLACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CTL-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "LOADRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-CTL-FILE.
       COPY TRANCTL.

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD                   PIC X(408).

       FD  LOAD-ACK-FILE.
       COPY LOADACK.

       FD  HISTORY-FILE.
       COPY TRUNHIST.

       FD  LOAD-HIST-FILE.
       COPY LOADHIST.

       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  SLA-CTL-FILE.
       COPY SLACTL.

       FD  ALERT-FILE.
       COPY ALERTFD.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAILER-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DELIVERY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-LOAD-ACK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-LOAD-HIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-SLA-CTL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALERT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

      * the delivery on hand, from TRANSOUT.CTL
       01  WS-TRAILER-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                   VALUE 'Y'.
       01  WS-DLV-FILE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DLV-RECORD-COUNT               PIC 9(08) VALUE ZERO.

      * the cycle whose scan cut it, from TRUNHIST.DAT and RUNREG
       01  WS-CYCLE-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND                     VALUE 'Y'.
       01  WS-SCAN-MATCH-FLAG                PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FROM-SCAN               VALUE 'Y'.
       01  WS-CYCLE-RUN-ID                   PIC X(08) VALUE SPACES.
       01  WS-CYCLE-SCAN-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-READ                     PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-REJECTED                 PIC 9(08) VALUE ZERO.
       01  WS-SCANNED-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE                  PIC 9(08) VALUE ZERO.

      * cut-off, from the SLACTL.DAT row for step LOADACK
       01  WS-CUTOFF-FLAG                    PIC X(01) VALUE 'N'.
           88  WS-CUTOFF-SET                      VALUE 'Y'.
       01  WS-CUTOFF-TIME                    PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-DAY-OFFSET              PIC 9(01) VALUE ZERO.
       01  WS-CUTOFF-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-SECONDS                 PIC 9(11) COMP.
       01  WS-NOW-SECONDS                    PIC 9(11) COMP.

      * the latest verdict already on LOADHIST.DAT for the cycle
       01  WS-PRIOR-VERDICT                  PIC X(04) VALUE SPACES.
       01  WS-PRIOR-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-ALREADY-QUEUED                 PIC 9(08) VALUE ZERO.

      * the acknowledgment header
       01  WS-ACK-HEADER-FLAG                PIC X(01) VALUE 'N'.
           88  WS-ACK-HEADER-FOUND                VALUE 'Y'.
       01  WS-ACK-MATCH-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-ACK-MATCHES                     VALUE 'Y'.
       01  WS-ACK-FILE-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ACK-CONTROL-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-ACK-RECEIVED                   PIC 9(08) VALUE ZERO.
       01  WS-ACK-LOADED                     PIC 9(08) VALUE ZERO.
       01  WS-ACK-DATE                       PIC 9(08) VALUE ZERO.
       01  WS-ACK-TIME                       PIC 9(08) VALUE ZERO.

      * load rejects, held in record-number order so one pass of
      * TRANSOUT.DAT finds them all
       01  WS-RJT-COUNT                      PIC 9(04) VALUE ZERO.
       01  WS-RJT-OVERFLOW                   PIC 9(08) VALUE ZERO.
       01  WS-RJT-TABLE.
           05  WS-RJT-ENTRY OCCURS 500 TIMES.
               10  WS-RJT-RECORD-NO         PIC 9(08).
               10  WS-RJT-FIELD-NAME        PIC X(30).
               10  WS-RJT-CODE              PIC X(04).
               10  WS-RJT-TEXT              PIC X(50).
               10  WS-RJT-FOUND-FLAG        PIC X(01).
                   88  WS-RJT-DELIVERED         VALUE 'Y'.
               10  WS-RJT-TRANSACTION       PIC X(188).
       01  WS-RJT-SUB                        PIC 9(04).
       01  WS-INS-SUB                        PIC 9(04).
       01  WS-MATCH-SUB                      PIC 9(04).
       01  WS-LOAD-REJECTS                   PIC 9(08) VALUE ZERO.

      * the delivered layout: each field at its length in force
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS 4 TIMES.
               10  WS-LY-NAME               PIC X(30).
               10  WS-LY-WIDTH              PIC 9(04) COMP.
               10  WS-LY-LENGTH             PIC 9(04) COMP.
       01  WS-LY-SUB                         PIC 9(01).
       01  WS-DLV-OFFSET                     PIC 9(04) COMP.
       01  WS-ROW-RECORD-NO                  PIC 9(08).
       01  WS-DELIVERY-ROWS                  PIC 9(08) VALUE ZERO.
       01  WS-FIELD-LENGTH                   PIC 9(08).

       01  WS-MISMATCH-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-QUEUED-COUNT                   PIC 9(08) VALUE ZERO.
       01  WS-REJECT-OPEN-FLAG               PIC X(01) VALUE 'N'.
           88  WS-REJECT-FILE-OPEN                VALUE 'Y'.

      * one count check
       01  WS-CHK-LABEL                      PIC X(40).
       01  WS-CHK-EXPECTED                   PIC 9(08).
       01  WS-CHK-ACTUAL                     PIC 9(08).
       01  WS-CHK-RESULT                     PIC X(16).
       01  WS-ROUTE-NOTE                     PIC X(24).

       01  WS-ALERT-NAME.
           05  FILLER                        PIC X(16)
                                      VALUE "LOAD ACK MISSING".
           05  FILLER                        PIC X(14)
                                      VALUE "TRANSOUT".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME.
               10  WS-CURRENT-HH            PIC 9(02).
               10  WS-CURRENT-MM            PIC 9(02).
               10  WS-CURRENT-SS            PIC 9(02).
               10  WS-CURRENT-CC            PIC 9(02).
           05  FILLER                       PIC X(09).
       01  WS-DAY-DIFFERENCE                 PIC S9(08).

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-A                         PIC ZZZZZZZ9.
       01  WS-DISP-B                         PIC ZZZZZZZ9.

       COPY TRANREC.

       COPY LENCHK.

       COPY RUNREG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CUTOFF
           PERFORM 1200-READ-DELIVERY-TRAILER
           IF WS-TRAILER-FOUND
               PERFORM 1300-LOCATE-CYCLE
               EVALUATE TRUE
                   WHEN NOT WS-CYCLE-FOUND
                       PERFORM 1350-NO-SCAN-ON-FILE
                   WHEN NOT WS-TRAILER-FROM-SCAN
                       PERFORM 1360-TRAILER-NOT-FROM-SCAN
                   WHEN OTHER
                       PERFORM 2000-PROCESS-CYCLE
               END-EVALUATE
           ELSE
               MOVE "NO TRANSOUT.CTL ON FILE -- NO DELIVERY TO "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RECONCILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) * 86400
               + WS-CURRENT-HH * 3600 + WS-CURRENT-MM * 60
               + WS-CURRENT-SS
           OPEN OUTPUT REPORT-FILE
           MOVE "LOADRECN DOWNSTREAM LOAD RECONCILIATION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN AT " WS-CURRENT-DATE " " WS-CURRENT-TIME (1 : 6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The cut-off is the active SLACTL.DAT row for step LOADACK;
      *  with no such row the job still reconciles but raises no
      *  missing-acknowledgment alert.
      *****************************************************************
       1100-LOAD-CUTOFF.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SLA-CTL-FILE
           IF WS-SLA-CTL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SLA-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF SL-STEP-NAME = "LOADACK"
                                   AND SL-RULE-ACTIVE
                               MOVE 'Y' TO WS-CUTOFF-FLAG
                               MOVE SL-LATEST-END-TIME
                                   TO WS-CUTOFF-TIME
                               MOVE SL-END-DAY-OFFSET
                                   TO WS-CUTOFF-DAY-OFFSET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-CTL-FILE
           END-IF.

       1200-READ-DELIVERY-TRAILER.
           OPEN INPUT DELIVERY-CTL-FILE
           IF WS-TRAILER-STATUS = "00"
               READ DELIVERY-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-FILE-DATE IS NUMERIC
                               AND CT-FILE-DATE > ZERO
                               AND CT-RECORD-COUNT IS NUMERIC
                           MOVE 'Y' TO WS-TRAILER-FLAG
                           MOVE CT-FILE-DATE TO WS-DLV-FILE-DATE
                           MOVE CT-RECORD-COUNT TO WS-DLV-RECORD-COUNT
                       END-IF
               END-READ
               CLOSE DELIVERY-CTL-FILE
           END-IF.

      *****************************************************************
      *  The delivery belongs to the last scan TRUNHIST.DAT records.
      *  TRUNSCN writes its history row and then cuts the trailer,
      *  so the trailer is dated the scan's day -- or the next, when
      *  the scan ended on the stroke of midnight.  Any other date
      *  means the trailer on hand was cut by a scan whose history
      *  row is gone, as after a cycle backout.
      *****************************************************************
       1300-LOCATE-CYCLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF TH-JOB-NAME = "TRUNSCN"
                               MOVE 'Y' TO WS-CYCLE-FLAG
                               MOVE TH-RUN-ID TO WS-CYCLE-RUN-ID
                               MOVE TH-RUN-DATE TO WS-CYCLE-SCAN-DATE
                               MOVE TH-RECORDS-READ TO WS-CYCLE-READ
                               MOVE TH-RECON-REJECT-COUNT
                                   TO WS-CYCLE-REJECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-CYCLE-FOUND
               COMPUTE WS-DAY-DIFFERENCE =
                   FUNCTION INTEGER-OF-DATE (WS-DLV-FILE-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-CYCLE-SCAN-DATE)
               IF WS-DAY-DIFFERENCE = 0 OR WS-DAY-DIFFERENCE = 1
                   MOVE 'Y' TO WS-SCAN-MATCH-FLAG
               END-IF
               IF WS-CYCLE-READ > WS-CYCLE-REJECTED
                   COMPUTE WS-SCANNED-COUNT =
                       WS-CYCLE-READ - WS-CYCLE-REJECTED
               END-IF
           END-IF.

       1350-NO-SCAN-ON-FILE.
           MOVE "NO TRUNSCN RUN IN TRUNHIST.DAT -- NOTHING TO "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECONCILE THE DELIVERY AGAINST" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "LOADRECN: NO TRUNSCN RUN IN TRUNHIST.DAT -- JOB "
               "TERMINATED"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1360-TRAILER-NOT-FROM-SCAN.
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSOUT.CTL DATED " WS-DLV-FILE-DATE
                   " WAS NOT CUT BY THE LAST RECORDED SCAN (CYCLE "
                   WS-CYCLE-RUN-ID ", SCANNED " WS-CYCLE-SCAN-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLE BACKED OUT AND NOT YET RERUN, OR ITS HISTORY "
                   "ROW IS MISSING -- NOTHING RECONCILED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "LOADRECN: TRANSOUT.CTL DOES NOT MATCH THE LAST "
               "SCAN -- NOTHING RECONCILED"
           MOVE 4 TO RETURN-CODE.

       2000-PROCESS-CYCLE.
           PERFORM 1400-LOOKUP-BUSINESS-DATE
           PERFORM 1500-LOAD-PRIOR-VERDICT
           PERFORM 1600-COUNT-QUEUED-ALREADY
           PERFORM 2100-WRITE-CYCLE-HEADING
           PERFORM 3000-READ-ACKNOWLEDGMENT
           IF WS-ACK-MATCHES
               PERFORM 4000-RECONCILE
           ELSE
               PERFORM 6000-CHECK-CUTOFF
           END-IF.

      *****************************************************************
      *  The business date -- the cut-off's base -- comes from the
      *  run registry; a run-id it does not know falls back to the
      *  scan's own date.
      *****************************************************************
       1400-LOOKUP-BUSINESS-DATE.
           MOVE WS-CYCLE-SCAN-DATE TO WS-BUSINESS-DATE
           SET RG-REQ-LOOKUP-RUN TO TRUE
           MOVE WS-CYCLE-RUN-ID TO RG-RUN-ID
           MOVE SPACES TO RG-STEP-NAME
           MOVE SPACES TO RG-OUTCOME
           MOVE ZERO TO RG-BUSINESS-DATE
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF RG-OK
               MOVE RG-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-CUTOFF-SET
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                    + WS-CUTOFF-DAY-OFFSET)
               COMPUTE WS-CUTOFF-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-CUTOFF-DATE) * 86400
                   + (WS-CUTOFF-TIME / 100) * 3600
                   + FUNCTION MOD (WS-CUTOFF-TIME, 100) * 60
           END-IF.

       1500-LOAD-PRIOR-VERDICT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOAD-HIST-FILE
           IF WS-LOAD-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ LOAD-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF LH-RUN-ID = WS-CYCLE-RUN-ID
                               MOVE LH-VERDICT TO WS-PRIOR-VERDICT
                               MOVE LH-RECON-DATE TO WS-PRIOR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-HIST-FILE
           END-IF.

      *****************************************************************
      *  A rerun must not queue the same load rejects twice: any
      *  LOADRECN entry already in the queue for the cycle means an
      *  earlier pass routed them.
      *****************************************************************
       1600-COUNT-QUEUED-ALREADY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RJ-DOWNSTREAM-LOAD-REJECT
                                   AND RJ-RUN-ID = WS-CYCLE-RUN-ID
                               ADD 1 TO WS-ALREADY-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       2100-WRITE-CYCLE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLE " WS-CYCLE-RUN-ID
                   "   BUSINESS DATE " WS-BUSINESS-DATE
                   "   SCANNED " WS-CYCLE-SCAN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DLV-RECORD-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "DELIVERY TRANSOUT.CTL   FILE DATE " WS-DLV-FILE-DATE
                   "   RECORDS " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CUTOFF-SET
               STRING "ACKNOWLEDGMENT CUT-OFF  " WS-CUTOFF-DATE " "
                       WS-CUTOFF-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ACKNOWLEDGMENT CUT-OFF  NOT SET (NO ACTIVE "
                       "SLACTL.DAT ROW FOR STEP LOADACK)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-PRIOR-VERDICT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "PREVIOUS VERDICT        " WS-PRIOR-VERDICT
                       " RECORDED " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The header row names the delivery acknowledged; only one
      *  for the trailer on hand is reconciled.  Reject rows are
      *  kept in record-number order as they are read.
      *****************************************************************
       3000-READ-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LOAD-ACK-FILE
           IF WS-LOAD-ACK-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ LOAD-ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AK-HEADER-ROW
                                       AND NOT WS-ACK-HEADER-FOUND
                                   PERFORM 3050-KEEP-HEADER
                               WHEN AK-REJECT-ROW
                                   PERFORM 3100-KEEP-REJECT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LOAD-ACK-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-LOAD-ACK-STATUS NOT = "00"
                   MOVE "NO LOADACK.DAT RECEIVED" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN NOT WS-ACK-HEADER-FOUND
                   MOVE SPACES TO REPORT-LINE
                   STRING "LOADACK.DAT HAS NO HEADER ROW -- NOT "
                           "RECONCILED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-ACK-FILE-DATE NOT = WS-DLV-FILE-DATE
                   MOVE SPACES TO REPORT-LINE
                   STRING "LOADACK.DAT ACKNOWLEDGES THE DELIVERY OF "
                           WS-ACK-FILE-DATE
                           " -- NOT THE ONE ON HAND"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-ACK-MATCH-FLAG
                   MOVE SPACES TO REPORT-LINE
                   STRING "ACKNOWLEDGMENT LOADACK.DAT   FILE DATE "
                           WS-ACK-FILE-DATE
                           "   LOADED AT " WS-ACK-DATE " "
                           WS-ACK-TIME (1 : 6)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       3050-KEEP-HEADER.
           MOVE 'Y' TO WS-ACK-HEADER-FLAG
           IF AK-FILE-DATE IS NUMERIC
               MOVE AK-FILE-DATE TO WS-ACK-FILE-DATE
           END-IF
           IF AK-CONTROL-COUNT IS NUMERIC
               MOVE AK-CONTROL-COUNT TO WS-ACK-CONTROL-COUNT
           END-IF
           IF AK-RECORDS-RECEIVED IS NUMERIC
               MOVE AK-RECORDS-RECEIVED TO WS-ACK-RECEIVED
           END-IF
           IF AK-RECORDS-LOADED IS NUMERIC
               MOVE AK-RECORDS-LOADED TO WS-ACK-LOADED
           END-IF
           IF AK-ACK-DATE IS NUMERIC
               MOVE AK-ACK-DATE TO WS-ACK-DATE
           END-IF
           IF AK-ACK-TIME IS NUMERIC
               MOVE AK-ACK-TIME TO WS-ACK-TIME
           END-IF.

       3100-KEEP-REJECT.
           ADD 1 TO WS-LOAD-REJECTS
           IF AK-REJECT-RECORD-NO IS NOT NUMERIC
               MOVE ZERO TO AK-REJECT-RECORD-NO
           END-IF
           IF WS-RJT-COUNT < 500
               ADD 1 TO WS-RJT-COUNT
               MOVE WS-RJT-COUNT TO WS-INS-SUB
               PERFORM UNTIL WS-INS-SUB = 1
                       OR WS-RJT-RECORD-NO (WS-INS-SUB - 1)
                           NOT > AK-REJECT-RECORD-NO
                   MOVE WS-RJT-ENTRY (WS-INS-SUB - 1)
                       TO WS-RJT-ENTRY (WS-INS-SUB)
                   SUBTRACT 1 FROM WS-INS-SUB
               END-PERFORM
               MOVE AK-REJECT-RECORD-NO
                   TO WS-RJT-RECORD-NO (WS-INS-SUB)
               MOVE AK-REJECT-FIELD-NAME
                   TO WS-RJT-FIELD-NAME (WS-INS-SUB)
               MOVE AK-REJECT-CODE TO WS-RJT-CODE (WS-INS-SUB)
               MOVE AK-REJECT-TEXT TO WS-RJT-TEXT (WS-INS-SUB)
               MOVE 'N' TO WS-RJT-FOUND-FLAG (WS-INS-SUB)
               MOVE SPACES TO WS-RJT-TRANSACTION (WS-INS-SUB)
           ELSE
               ADD 1 TO WS-RJT-OVERFLOW
           END-IF.

       4000-RECONCILE.
           PERFORM 4100-RESOLVE-DELIVERED-LAYOUT
           PERFORM 4200-MATCH-DELIVERY-FILE
           PERFORM 4300-WRITE-COUNT-CHECKS
           PERFORM 5000-ROUTE-REJECTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "BAL" TO LH-VERDICT
               MOVE "VERDICT: BALANCED" TO REPORT-LINE
           ELSE
               MOVE "MISM" TO LH-VERDICT
               MOVE WS-MISMATCH-COUNT TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "VERDICT: OUT OF BALANCE -- " WS-DISP-NO
                       " MISMATCH(ES), SEE ITEMS FLAGGED ABOVE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           PERFORM 7000-APPEND-LOAD-HISTORY
           MOVE WS-QUEUED-COUNT TO WS-DISP-NO
           DISPLAY "LOADRECN: CYCLE " WS-CYCLE-RUN-ID " " LH-VERDICT
               " -- " WS-DISP-NO " LOAD REJECT(S) QUEUED".

      *****************************************************************
      *  TRUNSCN packs each field at the length LENCHK returned for
      *  it -- the FIELDCTL.DAT length in force on the cycle's date,
      *  or the full upstream width when the field has no row.  The
      *  same calls in simulate mode, under the cycle's run-id, give
      *  back the same lengths without writing anything.
      *****************************************************************
       4100-RESOLVE-DELIVERED-LAYOUT.
           MOVE "CUSTOMER-NAME" TO WS-LY-NAME (1)
           MOVE LENGTH OF TR-CUSTOMER-NAME TO WS-LY-WIDTH (1)
           MOVE "CUSTOMER-ADDRESS" TO WS-LY-NAME (2)
           MOVE LENGTH OF TR-CUSTOMER-ADDRESS TO WS-LY-WIDTH (2)
           MOVE "CUSTOMER-CITY" TO WS-LY-NAME (3)
           MOVE LENGTH OF TR-CUSTOMER-CITY TO WS-LY-WIDTH (3)
           MOVE "CUSTOMER-EMAIL" TO WS-LY-NAME (4)
           MOVE LENGTH OF TR-CUSTOMER-EMAIL TO WS-LY-WIDTH (4)
           PERFORM VARYING WS-LY-SUB FROM 1 BY 1
                   UNTIL WS-LY-SUB > 4
               PERFORM 4150-RESOLVE-ONE-LENGTH
           END-PERFORM
           SET LC-MODE-CLOSE-FILES TO TRUE
           CALL "LENCHK" USING LENCHK-LINKAGE.

       4150-RESOLVE-ONE-LENGTH.
           MOVE "LOADRECN" TO LC-JOB-NAME
           MOVE WS-CYCLE-RUN-ID TO LC-RUN-ID
           MOVE "TRANS" TO LC-FEED-ID
           MOVE SPACES TO LC-RECORD-KEY
           MOVE WS-LY-NAME (WS-LY-SUB) TO LC-SENDING-NAME
           MOVE WS-LY-NAME (WS-LY-SUB) TO LC-RECEIVING-NAME
           MOVE WS-LY-WIDTH (WS-LY-SUB) TO LC-SENDING-LENGTH
           MOVE ZERO TO LC-RECEIVING-LENGTH
           MOVE SPACES TO LC-SENDING-FIELD
           SET LC-MODE-SIMULATE TO TRUE
           CALL "LENCHK" USING LENCHK-LINKAGE
           IF LC-CONFIG-MISSING
               MOVE LC-SENDING-LENGTH TO WS-LY-LENGTH (WS-LY-SUB)
           ELSE
               MOVE LC-RECEIVING-LENGTH TO WS-LY-LENGTH (WS-LY-SUB)
               IF WS-LY-LENGTH (WS-LY-SUB) > 100
                   MOVE 100 TO WS-LY-LENGTH (WS-LY-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *  One pass of the delivery: every row is counted, and the
      *  rejects -- held in record-number order, like the file --
      *  are matched off as their records go by.
      *****************************************************************
       4200-MATCH-DELIVERY-FILE.
           MOVE 1 TO WS-MATCH-SUB
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DELIVERY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-DELIVERY-ROWS
                           PERFORM 4250-MATCH-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-FILE
           ELSE
               MOVE "TRANSOUT.DAT NOT PRESENT -- COUNTED AS ZERO ROWS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4250-MATCH-ONE-ROW.
           IF DELIVERY-RECORD (1 : 8) IS NUMERIC
               MOVE DELIVERY-RECORD (1 : 8) TO WS-ROW-RECORD-NO
               PERFORM UNTIL WS-MATCH-SUB > WS-RJT-COUNT
                       OR WS-RJT-RECORD-NO (WS-MATCH-SUB)
                           > WS-ROW-RECORD-NO
                   IF WS-RJT-RECORD-NO (WS-MATCH-SUB)
                           = WS-ROW-RECORD-NO
                       PERFORM 4260-CAPTURE-DELIVERED-RECORD
                   END-IF
                   ADD 1 TO WS-MATCH-SUB
               END-PERFORM
           END-IF.

       4260-CAPTURE-DELIVERED-RECORD.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-ROW-RECORD-NO TO TR-RECORD-NO
           MOVE 9 TO WS-DLV-OFFSET
           PERFORM VARYING WS-LY-SUB FROM 1 BY 1
                   UNTIL WS-LY-SUB > 4
               IF WS-LY-LENGTH (WS-LY-SUB) > ZERO
                   EVALUATE WS-LY-SUB
                       WHEN 1
                           MOVE DELIVERY-RECORD (WS-DLV-OFFSET :
                                   WS-LY-LENGTH (WS-LY-SUB))
                               TO TR-CUSTOMER-NAME
                       WHEN 2
                           MOVE DELIVERY-RECORD (WS-DLV-OFFSET :
                                   WS-LY-LENGTH (WS-LY-SUB))
                               TO TR-CUSTOMER-ADDRESS
                       WHEN 3
                           MOVE DELIVERY-RECORD (WS-DLV-OFFSET :
                                   WS-LY-LENGTH (WS-LY-SUB))
                               TO TR-CUSTOMER-CITY
                       WHEN 4
                           MOVE DELIVERY-RECORD (WS-DLV-OFFSET :
                                   WS-LY-LENGTH (WS-LY-SUB))
                               TO TR-CUSTOMER-EMAIL
                   END-EVALUATE
                   ADD WS-LY-LENGTH (WS-LY-SUB) TO WS-DLV-OFFSET
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-RJT-FOUND-FLAG (WS-MATCH-SUB)
           MOVE TRANSACTION-RECORD TO WS-RJT-TRANSACTION (WS-MATCH-SUB).

       4300-WRITE-COUNT-CHECKS.
           MOVE SPACES TO REPORT-LINE
           STRING "COUNT CHECK                                 "
                   "EXPECTED    ACTUAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROWS IN TRANSOUT.DAT" TO WS-CHK-LABEL
           MOVE WS-DLV-RECORD-COUNT TO WS-CHK-EXPECTED
           MOVE WS-DELIVERY-ROWS TO WS-CHK-ACTUAL
           PERFORM 4350-WRITE-ONE-CHECK
           MOVE "SCANNED LESS REJECTED (TRUNHIST.DAT)" TO WS-CHK-LABEL
           MOVE WS-DLV-RECORD-COUNT TO WS-CHK-EXPECTED
           MOVE WS-SCANNED-COUNT TO WS-CHK-ACTUAL
           PERFORM 4350-WRITE-ONE-CHECK
           MOVE "TRAILER COUNT THE LOAD WAS GIVEN" TO WS-CHK-LABEL
           MOVE WS-DLV-RECORD-COUNT TO WS-CHK-EXPECTED
           MOVE WS-ACK-CONTROL-COUNT TO WS-CHK-ACTUAL
           PERFORM 4350-WRITE-ONE-CHECK
           MOVE "RECORDS RECEIVED DOWNSTREAM" TO WS-CHK-LABEL
           MOVE WS-DLV-RECORD-COUNT TO WS-CHK-EXPECTED
           MOVE WS-ACK-RECEIVED TO WS-CHK-ACTUAL
           PERFORM 4350-WRITE-ONE-CHECK
           MOVE "RECORDS LOADED PLUS LOAD REJECTS" TO WS-CHK-LABEL
           MOVE WS-ACK-RECEIVED TO WS-CHK-EXPECTED
           COMPUTE WS-CHK-ACTUAL = WS-ACK-LOADED + WS-LOAD-REJECTS
           PERFORM 4350-WRITE-ONE-CHECK
           MOVE WS-ACK-LOADED TO WS-DISP-A
           MOVE WS-LOAD-REJECTS TO WS-DISP-B
           MOVE SPACES TO REPORT-LINE
           STRING "  (LOADED " WS-DISP-A "   LOAD REJECTS " WS-DISP-B
                   ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4350-WRITE-ONE-CHECK.
           IF WS-CHK-ACTUAL = WS-CHK-EXPECTED
               MOVE "OK" TO WS-CHK-RESULT
           ELSE
               MOVE "*** MISMATCH ***" TO WS-CHK-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           MOVE WS-CHK-EXPECTED TO WS-DISP-A
           MOVE WS-CHK-ACTUAL TO WS-DISP-B
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHK-LABEL "  " WS-DISP-A "  " WS-DISP-B
                   "  " WS-CHK-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Each load reject goes to the reject queue under the load's
      *  own reason, with the record as it was delivered.  A reject
      *  for a record not in the delivery cannot be rebuilt and is
      *  flagged instead.
      *****************************************************************
       5000-ROUTE-REJECTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DOWNSTREAM LOAD REJECTS" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RJT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ALREADY-QUEUED > ZERO AND WS-RJT-COUNT > ZERO
               MOVE WS-ALREADY-QUEUED TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DISP-NO " ENTRY(S) FOR THIS CYCLE "
                       "ALREADY IN REJECTQ.DAT FROM AN EARLIER PASS "
                       "-- NOT QUEUED AGAIN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RJT-SUB FROM 1 BY 1
                   UNTIL WS-RJT-SUB > WS-RJT-COUNT
               PERFORM 5100-ROUTE-ONE-REJECT
           END-PERFORM
           IF WS-RJT-OVERFLOW > ZERO
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-RJT-OVERFLOW TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DISP-NO " FURTHER REJECT(S) BEYOND 500 "
                       "NOT QUEUED -- REFER TO THE RECEIVING SIDE"
                       "  *** MISMATCH ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-REJECT-FILE-OPEN
               CLOSE REJECT-FILE
           END-IF.

       5100-ROUTE-ONE-REJECT.
           EVALUATE TRUE
               WHEN NOT WS-RJT-DELIVERED (WS-RJT-SUB)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "NOT DELIVERED ***" TO WS-ROUTE-NOTE
               WHEN WS-ALREADY-QUEUED > ZERO
                   MOVE "ALREADY QUEUED" TO WS-ROUTE-NOTE
               WHEN OTHER
                   PERFORM 5200-WRITE-QUEUE-ENTRY
                   MOVE "QUEUED" TO WS-ROUTE-NOTE
           END-EVALUATE
           MOVE WS-RJT-RECORD-NO (WS-RJT-SUB) TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORD " WS-DISP-NO
                   "  " WS-RJT-FIELD-NAME (WS-RJT-SUB)
                   " " WS-RJT-CODE (WS-RJT-SUB)
                   " " WS-RJT-TEXT (WS-RJT-SUB)
                   " " WS-ROUTE-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5200-WRITE-QUEUE-ENTRY.
           IF NOT WS-REJECT-FILE-OPEN
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-STATUS = "35"
                   OPEN OUTPUT REJECT-FILE
                   CLOSE REJECT-FILE
                   OPEN EXTEND REJECT-FILE
               END-IF
               MOVE 'Y' TO WS-REJECT-OPEN-FLAG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE "LOADRECN" TO RJ-JOB-NAME
           MOVE WS-CYCLE-RUN-ID TO RJ-RUN-ID
           MOVE WS-CURRENT-DATE TO RJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO RJ-REJECT-TIME
           MOVE ZERO TO WS-FIELD-LENGTH
           IF WS-RJT-FIELD-NAME (WS-RJT-SUB) = SPACES
               MOVE "WHOLE-RECORD" TO RJ-FIELD-NAME
           ELSE
               MOVE WS-RJT-FIELD-NAME (WS-RJT-SUB) TO RJ-FIELD-NAME
               PERFORM VARYING WS-LY-SUB FROM 1 BY 1
                       UNTIL WS-LY-SUB > 4
                   IF WS-LY-NAME (WS-LY-SUB) = RJ-FIELD-NAME
                       MOVE WS-LY-LENGTH (WS-LY-SUB)
                           TO WS-FIELD-LENGTH
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-FIELD-LENGTH TO RJ-SENDING-LENGTH
           MOVE WS-FIELD-LENGTH TO RJ-TARGET-LENGTH
           MOVE SPACES TO RJ-REASON
           STRING "DOWNSTREAM LOAD " DELIMITED BY SIZE
                   WS-RJT-CODE (WS-RJT-SUB) DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-RJT-TEXT (WS-RJT-SUB) DELIMITED BY SIZE
               INTO RJ-REASON
           SET RJ-PENDING TO TRUE
           MOVE ZERO TO RJ-REPAIR-DATE
           MOVE ZERO TO RJ-REPAIR-TIME
           MOVE SPACES TO RJ-REPAIRED-BY
           MOVE WS-RJT-TRANSACTION (WS-RJT-SUB) TO RJ-TRANSACTION
           MOVE "TRANREC" TO RJ-RECORD-TYPE
           MOVE ZERO TO RJ-FEED-RECORD-NO
           MOVE SPACES TO RJ-FEED-RECORD
           WRITE REJECT-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT.

      *****************************************************************
      *  No acknowledgment for the delivery on hand.  Before the
      *  cut-off the cycle is simply awaited; after it, the alert is
      *  raised and the cycle recorded as not acknowledged -- once.
      *  A cycle already reconciled on an earlier pass is left with
      *  its verdict.
      *****************************************************************
       6000-CHECK-CUTOFF.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-PRIOR-VERDICT = "BAL"
                       OR WS-PRIOR-VERDICT = "MISM"
                   STRING "CYCLE ALREADY RECONCILED (" WS-PRIOR-VERDICT
                           ") ON " WS-PRIOR-DATE
                           " -- NOTHING FURTHER TO DO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN NOT WS-CUTOFF-SET
                   MOVE "NO CUT-OFF SET -- NO ALERT RAISED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-NOW-SECONDS NOT > WS-CUTOFF-SECONDS
                   STRING "AWAITING ACKNOWLEDGMENT -- CUT-OFF "
                           WS-CUTOFF-DATE " " WS-CUTOFF-TIME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-PRIOR-VERDICT = "NOAK"
                   STRING "NO ACKNOWLEDGMENT BY THE CUT-OFF -- ALERT "
                           "ALREADY RAISED " WS-PRIOR-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 6100-RAISE-CUTOFF-ALERT
                   MOVE "NOAK" TO LH-VERDICT
                   PERFORM 7000-APPEND-LOAD-HISTORY
                   STRING "NO ACKNOWLEDGMENT BY THE CUT-OFF -- CRIT "
                           "ALERT RAISED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       6100-RAISE-CUTOFF-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           MOVE "LOADRECN" TO AL-JOB-NAME
           MOVE WS-CYCLE-RUN-ID TO AL-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO AL-ALERT-DATE
           MOVE WS-CURRENT-TIME TO AL-ALERT-TIME
           MOVE "CRIT" TO AL-SEVERITY
           MOVE WS-ALERT-NAME TO AL-RECEIVING-NAME
           MOVE 'D' TO AL-ACTION-CODE
           MOVE SPACES TO AL-MESSAGE
           STRING "NO DOWNSTREAM LOAD ACK BY CUT-OFF " WS-CUTOFF-DATE
                   " " WS-CUTOFF-TIME
               DELIMITED BY SIZE INTO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           DISPLAY "LOADRECN: CRIT CYCLE " WS-CYCLE-RUN-ID
               " NOT ACKNOWLEDGED BY THE CUT-OFF".

      *****************************************************************
      *  LH-VERDICT is set by the caller.
      *****************************************************************
       7000-APPEND-LOAD-HISTORY.
           OPEN EXTEND LOAD-HIST-FILE
           IF WS-LOAD-HIST-STATUS = "35"
               OPEN OUTPUT LOAD-HIST-FILE
               CLOSE LOAD-HIST-FILE
               OPEN EXTEND LOAD-HIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO LH-RECON-DATE
           MOVE WS-CURRENT-TIME TO LH-RECON-TIME
           MOVE WS-CYCLE-RUN-ID TO LH-RUN-ID
           MOVE WS-BUSINESS-DATE TO LH-BUSINESS-DATE
           MOVE WS-DLV-FILE-DATE TO LH-DELIVERY-DATE
           MOVE WS-DLV-RECORD-COUNT TO LH-DELIVERED-COUNT
           MOVE WS-SCANNED-COUNT TO LH-SCANNED-COUNT
           MOVE WS-ACK-RECEIVED TO LH-RECEIVED-COUNT
           MOVE WS-ACK-LOADED TO LH-LOADED-COUNT
           MOVE WS-LOAD-REJECTS TO LH-REJECTED-COUNT
           COMPUTE LH-QUEUED-COUNT = WS-QUEUED-COUNT + WS-ALREADY-QUEUED
           MOVE WS-ACK-DATE TO LH-ACK-DATE
           MOVE WS-ACK-TIME TO LH-ACK-TIME
           WRITE LOAD-RECON-HISTORY-RECORD
           CLOSE LOAD-HIST-FILE.
