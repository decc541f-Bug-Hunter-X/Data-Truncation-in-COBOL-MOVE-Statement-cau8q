      *****************************************************************
      *  PROGRAM-ID. CYCBKOUT
      *
      *  Cycle backout job.  When a night goes bad and is rerun,
      *  RUNOPEN opens the next cycle for the same business date,
      *  but everything the failed cycle already wrote stayed on
      *  file -- the same exceptions showed up twice after the
      *  rerun, and the duplicate rejects landed in front of the
      *  REJMAINT operators.  This job takes the failed run-id on
      *  SYSIN and:
      *
      *    - moves that run-id's rows out of EXCLOG.DAT, ALERT.DAT,
      *      SPILL.DAT, VSAMEXC.DAT and TRUNHIST.DAT into BACKOUT.DAT
      *      (copybook BACKOUTR.CPY), so nothing is destroyed;
      *    - withdraws the run-id's still-pending REJECTQ.DAT
      *      entries the same way.  An entry an operator has already
      *      repaired (or REJRESUB has resubmitted) stays queued --
      *      the keyed repair is real work and is counted on the
      *      report as kept;
      *    - resets TRUNSCN.CKP to record zero and stamps
      *      TRNVALID.FLG BKOT, so the rerun scans from the top and
      *      only after TRNVALID passes the file again.  Either is
      *      left alone when a later cycle's TRUNSCN or TRNVALID
      *      step has already started -- it then belongs to that
      *      cycle, not this one;
      *    - marks the cycle backed out in RUNREG.DAT, so RUNAUDIT
      *      and MONCLOSE can tell a backed-out cycle from a missing
      *      one, and no step can register against it again;
      *    - prints CYCBKOUT.RPT with per-file counts.
      *
      *  The job refuses, touching nothing, when the run-id is not
      *  in the registry or is already backed out, when UPSRTN has
      *  sent the business date's return file (the provider has
      *  seen the exceptions), or when ARCPURGE has archived any of
      *  the cycle's rows (the .ARC files are append-only and the
      *  backout could only ever be partial).
      *
      *  The delivered TRANSOUT.DAT is not touched: the rerun cuts
      *  it afresh along with its control trailer.
      *
      *  FEEDSCN.CKP and the catalogued feeds' delivery files are not
      *  touched either.  Each feed checkpoint row carries the run-id
      *  it was written for (FEEDCKP.CPY) and FEEDSCN honors only
      *  one of the current cycle, so a feed scan the backed-out
      *  cycle left in progress is not resumed by the rerun cycle:
      *  the rerun balances and resubmits again, scans the feed from
      *  the first record -- re-creating the exceptions and rejects
      *  moved to BACKOUT.DAT -- and cuts the delivery file and its
      *  trailer afresh.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT EXCLOG-FILE
               ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLOG-STATUS.

           SELECT EXCLOG-ARC-FILE
               ASSIGN TO "EXCLOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT EXCLOG-TMP-FILE
               ASSIGN TO "EXCLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-ARC-FILE
               ASSIGN TO "ALERT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ALERT-TMP-FILE
               ASSIGN TO "ALERT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPILL-FILE
               ASSIGN TO "SPILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPILL-STATUS.

           SELECT SPILL-ARC-FILE
               ASSIGN TO "SPILL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT SPILL-TMP-FILE
               ASSIGN TO "SPILL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VSAM-EXCEPTION-FILE
               ASSIGN TO "VSAMEXC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-KEY
               FILE STATUS IS WS-VSAMEXC-STATUS.

           SELECT VSAMEXC-ARC-FILE
               ASSIGN TO "VSAMEXC.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-TMP-FILE
               ASSIGN TO "REJECTQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE
               ASSIGN TO "TRUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-TMP-FILE
               ASSIGN TO "TRUNHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-FILE
               ASSIGN TO "TRUNSCN.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT FLAG-FILE
               ASSIGN TO "TRNVALID.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT BACKOUT-FILE
               ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CYCBKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  EXCLOG-FILE.
       COPY EXCLOGR.

       FD  EXCLOG-ARC-FILE.
       01  EXCLOG-ARC-RECORD                 PIC X(4255).

       FD  EXCLOG-TMP-FILE.
       01  EXCLOG-TMP-RECORD                 PIC X(4255).

       FD  ALERT-FILE.
       COPY ALERTFD.

       FD  ALERT-ARC-FILE.
       01  ALERT-ARC-RECORD                  PIC X(127).

       FD  ALERT-TMP-FILE.
       01  ALERT-TMP-RECORD                  PIC X(127).

       FD  SPILL-FILE.
       COPY SPILLREC.

       FD  SPILL-ARC-FILE.
       01  SPILL-ARC-RECORD                  PIC X(4098).

       FD  SPILL-TMP-FILE.
       01  SPILL-TMP-RECORD                  PIC X(4098).

       FD  VSAM-EXCEPTION-FILE.
       COPY VSAMEXC.

       FD  VSAMEXC-ARC-FILE.
       01  VSAMEXC-ARC-RECORD                PIC X(4231).

       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  REJECT-TMP-FILE.
       01  REJECT-TMP-RECORD                 PIC X(4367).

       FD  HISTORY-FILE.
       COPY TRUNHIST.

       FD  HISTORY-TMP-FILE.
       01  HISTORY-TMP-RECORD                PIC X(144).

       FD  RESTART-FILE.
       COPY RESTCTL.

       FD  FLAG-FILE.
       COPY VALIDFLG.

       FD  BACKOUT-FILE.
       COPY BACKOUTR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EXCLOG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-ALERT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-SPILL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-VSAMEXC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-FLAG-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-BACKOUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ARCHIVE-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-BACKOUT-RUN-ID                 PIC X(08) VALUE SPACES.

      * the cycle as RUNREG.DAT has it
       01  WS-CYCLE-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND                    VALUE 'Y'.
       01  WS-CYCLE-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-NO                       PIC 9(02) VALUE ZERO.
       01  WS-CYCLE-STATUS                   PIC X(04) VALUE SPACES.
       01  WS-CYCLE-OUTCOME                  PIC X(04) VALUE SPACES.
       01  WS-PAST-CYCLE-FLAG                PIC X(01) VALUE 'N'.
           88  WS-PAST-CYCLE                     VALUE 'Y'.
       01  WS-LATER-VALID-FLAG               PIC X(01) VALUE 'N'.
           88  WS-LATER-VALID-STARTED            VALUE 'Y'.
       01  WS-LATER-SCAN-FLAG                PIC X(01) VALUE 'N'.
           88  WS-LATER-SCAN-STARTED             VALUE 'Y'.

       01  WS-REFUSED-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-BACKOUT-REFUSED                VALUE 'Y'.
       01  WS-REFUSAL-REASON                 PIC X(60) VALUE SPACES.

       01  WS-ARCHIVED-ROWS                  PIC 9(08).
       01  WS-ARCHIVE-NAME                   PIC X(12).

       01  WS-FILE-ID                        PIC X(08).
       01  WS-READ-COUNT                     PIC 9(08).
       01  WS-MOVED-COUNT                    PIC 9(08).
       01  WS-KEPT-COUNT                     PIC 9(08).
       01  WS-REPAIRED-KEPT-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-MOVED                    PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-MOVED                     PIC ZZZZZZZ9.
       01  WS-DISP-KEPT                      PIC ZZZZZZZ9.

       COPY RUNREG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-REGISTRY
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 1200-CHECK-ARCHIVES
           END-IF
           IF WS-BACKOUT-REFUSED
               PERFORM 1900-REPORT-REFUSAL
           ELSE
               PERFORM 1950-OPEN-BACKOUT-FILE
               PERFORM 2000-BACK-OUT-EXCLOG
               PERFORM 2500-BACK-OUT-ALERT
               PERFORM 3000-BACK-OUT-SPILL
               PERFORM 3500-BACK-OUT-VSAMEXC
               PERFORM 4000-BACK-OUT-REJECTQ
               PERFORM 4500-BACK-OUT-TRUNHIST
               CLOSE BACKOUT-FILE
               PERFORM 8000-REPORT-TOTALS
               PERFORM 5000-RESET-CHECKPOINT
               PERFORM 5500-RESET-VALIDATION-FLAG
               PERFORM 6000-MARK-CYCLE-BACKED-OUT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-BACKOUT-RUN-ID
           IF WS-BACKOUT-RUN-ID = SPACES
               DISPLAY "CYCBKOUT: RUN-ID MISSING ON SYSIN -- JOB "
                   "TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           MOVE "CYCBKOUT CYCLE BACKOUT REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN-ID " WS-BACKOUT-RUN-ID
                   "   BACKOUT DATE " WS-CURRENT-DATE
                   "   TIME " WS-CURRENT-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Find the cycle's row in the registry and note whether any
      *  later cycle has already started its TRNVALID or TRUNSCN
      *  step -- the flag and checkpoint then belong to that cycle.
      *  File order is open order, so "later" is simply "further
      *  down the file".
      *****************************************************************
       1100-CHECK-REGISTRY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 1150-CHECK-ONE-REGISTRY-ROW
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CYCLE-FOUND
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE "NO CYCLE ON FILE IN RUNREG.DAT FOR THAT RUN-ID"
                       TO WS-REFUSAL-REASON
               WHEN WS-CYCLE-STATUS = "BKOT"
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE "CYCLE IS ALREADY BACKED OUT"
                       TO WS-REFUSAL-REASON
               WHEN WS-CYCLE-OUTCOME = "SENT"
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE "UPSRTN HAS ALREADY SENT THE RETURN FILE"
                       TO WS-REFUSAL-REASON
           END-EVALUATE
           IF WS-CYCLE-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "BUSINESS DATE " WS-CYCLE-BUSINESS-DATE
                       "   CYCLE " WS-CYCLE-NO
                       "   REGISTRY STATUS " WS-CYCLE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1150-CHECK-ONE-REGISTRY-ROW.
           EVALUATE TRUE
               WHEN RR-CYCLE-ROW
                       AND RR-RUN-ID = WS-BACKOUT-RUN-ID
                   MOVE 'Y' TO WS-CYCLE-FOUND-FLAG
                   MOVE RR-BUSINESS-DATE TO WS-CYCLE-BUSINESS-DATE
                   MOVE RR-CYCLE-NO TO WS-CYCLE-NO
                   MOVE RR-STATUS TO WS-CYCLE-STATUS
                   MOVE RR-OUTCOME TO WS-CYCLE-OUTCOME
               WHEN RR-CYCLE-ROW AND WS-CYCLE-FOUND
                   MOVE 'Y' TO WS-PAST-CYCLE-FLAG
               WHEN RR-STEP-ROW AND WS-PAST-CYCLE
                       AND NOT RR-STEP-PENDING
                   IF RR-STEP-NAME = "TRNVALID"
                       MOVE 'Y' TO WS-LATER-VALID-FLAG
                   END-IF
                   IF RR-STEP-NAME = "TRUNSCN"
                       MOVE 'Y' TO WS-LATER-SCAN-FLAG
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  The archives are append-only: once ARCPURGE has moved any
      *  of the cycle's rows there, a backout could only ever be
      *  partial, so it is refused outright.  Each archive is read
      *  into its live file's record to get at the run-id.
      *****************************************************************
       1200-CHECK-ARCHIVES.
           MOVE ZERO TO WS-ARCHIVED-ROWS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-ARC-FILE INTO EXCLOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF EL-RUN-ID = WS-BACKOUT-RUN-ID
                               ADD 1 TO WS-ARCHIVED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-ARC-FILE
           END-IF
           MOVE "EXCLOG.ARC" TO WS-ARCHIVE-NAME
           PERFORM 1290-NOTE-ARCHIVED-ROWS

           MOVE ZERO TO WS-ARCHIVED-ROWS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ALERT-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ALERT-ARC-FILE INTO ALERT-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF AL-RUN-ID = WS-BACKOUT-RUN-ID
                               ADD 1 TO WS-ARCHIVED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-ARC-FILE
           END-IF
           MOVE "ALERT.ARC" TO WS-ARCHIVE-NAME
           PERFORM 1290-NOTE-ARCHIVED-ROWS

           MOVE ZERO TO WS-ARCHIVED-ROWS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SPILL-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SPILL-ARC-FILE INTO SPILLOVER-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF SP-RUN-ID = WS-BACKOUT-RUN-ID
                               ADD 1 TO WS-ARCHIVED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPILL-ARC-FILE
           END-IF
           MOVE "SPILL.ARC" TO WS-ARCHIVE-NAME
           PERFORM 1290-NOTE-ARCHIVED-ROWS

           MOVE ZERO TO WS-ARCHIVED-ROWS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT VSAMEXC-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ VSAMEXC-ARC-FILE INTO VSAM-EXCEPTION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF VE-RUN-ID = WS-BACKOUT-RUN-ID
                               ADD 1 TO WS-ARCHIVED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMEXC-ARC-FILE
           END-IF
           MOVE "VSAMEXC.ARC" TO WS-ARCHIVE-NAME
           PERFORM 1290-NOTE-ARCHIVED-ROWS.

       1290-NOTE-ARCHIVED-ROWS.
           IF WS-ARCHIVED-ROWS > ZERO
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE "ARCPURGE HAS ALREADY ARCHIVED ROWS OF THIS CYCLE"
                   TO WS-REFUSAL-REASON
               MOVE WS-ARCHIVED-ROWS TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ARCHIVE-NAME WS-DISP-NO
                       " ROW(S) FOR THE RUN-ID ALREADY ARCHIVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1900-REPORT-REFUSAL.
           MOVE SPACES TO REPORT-LINE
           STRING "BACKOUT REFUSED -- " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOTHING WAS MOVED, RESET OR MARKED." TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CYCBKOUT: RUN-ID " WS-BACKOUT-RUN-ID
               " NOT BACKED OUT -- " WS-REFUSAL-REASON
           MOVE 8 TO RETURN-CODE.

       1950-OPEN-BACKOUT-FILE.
           OPEN EXTEND BACKOUT-FILE
           IF WS-BACKOUT-STATUS = "35"
               OPEN OUTPUT BACKOUT-FILE
               CLOSE BACKOUT-FILE
               OPEN EXTEND BACKOUT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "FILE      " "    READ" "     MOVED" "      KEPT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1960-WRITE-BACKOUT-ROW.
           MOVE WS-FILE-ID TO BK-SOURCE-FILE
           MOVE WS-BACKOUT-RUN-ID TO BK-RUN-ID
           MOVE WS-CURRENT-DATE TO BK-BACKOUT-DATE
           MOVE WS-CURRENT-TIME TO BK-BACKOUT-TIME
           WRITE BACKOUT-RECORD
           ADD 1 TO WS-MOVED-COUNT.

       1970-START-FILE-COUNTS.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-MOVED-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE 'N' TO WS-END-OF-FILE.

       2000-BACK-OUT-EXCLOG.
           MOVE "EXCLOG" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN INPUT EXCLOG-FILE
           IF WS-EXCLOG-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT EXCLOG-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF EL-RUN-ID = WS-BACKOUT-RUN-ID
                               MOVE EXCLOG-RECORD TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE EXCLOG-RECORD
                                   TO EXCLOG-TMP-RECORD
                               WRITE EXCLOG-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-FILE
               CLOSE EXCLOG-TMP-FILE
               PERFORM 2100-REWRITE-EXCLOG
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.

       2100-REWRITE-EXCLOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-TMP-FILE
           OPEN OUTPUT EXCLOG-FILE
           PERFORM UNTIL WS-EOF
               READ EXCLOG-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE EXCLOG-TMP-RECORD TO EXCLOG-RECORD
                       WRITE EXCLOG-RECORD
               END-READ
           END-PERFORM
           CLOSE EXCLOG-TMP-FILE
           CLOSE EXCLOG-FILE.

       2500-BACK-OUT-ALERT.
           MOVE "ALERT" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT ALERT-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF AL-RUN-ID = WS-BACKOUT-RUN-ID
                               MOVE ALERT-RECORD TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE ALERT-RECORD TO ALERT-TMP-RECORD
                               WRITE ALERT-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
               CLOSE ALERT-TMP-FILE
               PERFORM 2600-REWRITE-ALERT
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.

       2600-REWRITE-ALERT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ALERT-TMP-FILE
           OPEN OUTPUT ALERT-FILE
           PERFORM UNTIL WS-EOF
               READ ALERT-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE ALERT-TMP-RECORD TO ALERT-RECORD
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERT-TMP-FILE
           CLOSE ALERT-FILE.

       3000-BACK-OUT-SPILL.
           MOVE "SPILL" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN INPUT SPILL-FILE
           IF WS-SPILL-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT SPILL-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ SPILL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF SP-RUN-ID = WS-BACKOUT-RUN-ID
                               MOVE SPILLOVER-RECORD TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE SPILLOVER-RECORD TO SPILL-TMP-RECORD
                               WRITE SPILL-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPILL-FILE
               CLOSE SPILL-TMP-FILE
               PERFORM 3100-REWRITE-SPILL
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.

       3100-REWRITE-SPILL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SPILL-TMP-FILE
           OPEN OUTPUT SPILL-FILE
           PERFORM UNTIL WS-EOF
               READ SPILL-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SPILL-TMP-RECORD TO SPILLOVER-RECORD
                       WRITE SPILLOVER-RECORD
               END-READ
           END-PERFORM
           CLOSE SPILL-TMP-FILE
           CLOSE SPILL-FILE.

      *****************************************************************
      *  The keyed file leads with the run-id, so the cycle's rows
      *  are one contiguous run of keys: position at its first key
      *  and delete in place until the run-id changes.  Only the
      *  cycle's own rows are read, so READ and MOVED agree.
      *****************************************************************
       3500-BACK-OUT-VSAMEXC.
           MOVE "VSAMEXC" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN I-O VSAM-EXCEPTION-FILE
           IF WS-VSAMEXC-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               MOVE WS-BACKOUT-RUN-ID TO VE-RUN-ID
               MOVE ZERO TO VE-SEQUENCE-NO
               START VSAM-EXCEPTION-FILE KEY IS >= VE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-EOF
                   READ VSAM-EXCEPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF VE-RUN-ID = WS-BACKOUT-RUN-ID
                               ADD 1 TO WS-READ-COUNT
                               MOVE VSAM-EXCEPTION-RECORD
                                   TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                               DELETE VSAM-EXCEPTION-FILE RECORD
                           ELSE
                               MOVE 'Y' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAM-EXCEPTION-FILE
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.

      *****************************************************************
      *  Only entries still waiting for an operator are withdrawn.
      *  One already repaired or resubmitted carries keyed work the
      *  rerun cannot reproduce, so it stays queued and is counted
      *  separately.
      *****************************************************************
       4000-BACK-OUT-REJECTQ.
           MOVE "REJECTQ" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT REJECT-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RJ-RUN-ID = WS-BACKOUT-RUN-ID
                                   AND RJ-PENDING
                               MOVE REJECT-QUEUE-RECORD
                                   TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                           ELSE
                               IF RJ-RUN-ID = WS-BACKOUT-RUN-ID
                                   ADD 1 TO WS-REPAIRED-KEPT-COUNT
                               END-IF
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE REJECT-QUEUE-RECORD
                                   TO REJECT-TMP-RECORD
                               WRITE REJECT-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE REJECT-TMP-FILE
               PERFORM 4100-REWRITE-REJECTQ
               PERFORM 8200-REPORT-ONE-FILE
               MOVE WS-REPAIRED-KEPT-COUNT TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "  CYCLE ENTRIES KEPT -- REPAIR ALREADY KEYED  "
                       WS-DISP-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-REWRITE-REJECTQ.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REJECT-TMP-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM UNTIL WS-EOF
               READ REJECT-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE REJECT-TMP-RECORD TO REJECT-QUEUE-RECORD
                       WRITE REJECT-QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE REJECT-TMP-FILE
           CLOSE REJECT-FILE.

       4500-BACK-OUT-TRUNHIST.
           MOVE "TRUNHIST" TO WS-FILE-ID
           PERFORM 1970-START-FILE-COUNTS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT HISTORY-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF TH-RUN-ID = WS-BACKOUT-RUN-ID
                               MOVE TRUNCATION-HISTORY-RECORD
                                   TO BK-ROW-IMAGE
                               PERFORM 1960-WRITE-BACKOUT-ROW
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE TRUNCATION-HISTORY-RECORD
                                   TO HISTORY-TMP-RECORD
                               WRITE HISTORY-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE HISTORY-TMP-FILE
               PERFORM 4600-REWRITE-TRUNHIST
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.

       4600-REWRITE-TRUNHIST.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HISTORY-TMP-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM UNTIL WS-EOF
               READ HISTORY-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE HISTORY-TMP-RECORD
                           TO TRUNCATION-HISTORY-RECORD
                       WRITE TRUNCATION-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-TMP-FILE
           CLOSE HISTORY-FILE.

      *****************************************************************
      *  A checkpoint at record zero with zero totals is what a
      *  clean TRUNSCN finish leaves, so the rerun's scan starts
      *  from the top and cuts TRANSOUT.DAT afresh.
      *****************************************************************
       5000-RESET-CHECKPOINT.
           MOVE SPACES TO REPORT-LINE
           IF WS-LATER-SCAN-STARTED
               STRING "TRUNSCN.CKP   LEFT AS IS -- A LATER CYCLE'S "
                       "TRUNSCN HAS ALREADY STARTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "CYCBKOUT" TO RS-JOB-NAME
               MOVE WS-BACKOUT-RUN-ID TO RS-RUN-ID
               MOVE ZERO TO RS-LAST-GOOD-RECORD-NO
               MOVE WS-CURRENT-DATE TO RS-CKPT-DATE
               MOVE WS-CURRENT-TIME TO RS-CKPT-TIME
               MOVE ZERO TO RS-RECORDS-READ
               MOVE ZERO TO RS-RECORDS-FLAGGED
               MOVE ZERO TO RS-RECON-CLEAN-COUNT
               MOVE ZERO TO RS-RECON-TRUNC-COUNT
               MOVE ZERO TO RS-RECON-REJECT-COUNT
               MOVE ZERO TO RS-CNT-NAME
               MOVE ZERO TO RS-CNT-ADDRESS
               MOVE ZERO TO RS-CNT-CITY
               MOVE ZERO TO RS-CNT-EMAIL
               MOVE ZERO TO RS-RECON-CONFIG-COUNT
               MOVE ZERO TO RS-DELIVERED-COUNT
               MOVE ZERO TO RS-ABBREV-CLEAN-COUNT
               MOVE ZERO TO RS-ABBREV-CUT-COUNT
               MOVE ZERO TO RS-RECON-CHARSET-COUNT
               MOVE ZERO TO RS-CHARSET-COUNT
               OPEN OUTPUT RESTART-FILE
               WRITE RESTART-CONTROL-RECORD
               CLOSE RESTART-FILE
               MOVE "TRUNSCN.CKP   RESET TO RECORD ZERO"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *****************************************************************
      *  A PASS left by the failed cycle would let the rerun scan on
      *  the old verdict; BKOT makes TRUNSCN refuse until TRNVALID
      *  has passed the file again.  No flag at all already has
      *  that effect and is left alone.
      *****************************************************************
       5500-RESET-VALIDATION-FLAG.
           MOVE SPACES TO REPORT-LINE
           IF WS-LATER-VALID-STARTED
               STRING "TRNVALID.FLG  LEFT AS IS -- A LATER CYCLE'S "
                       "TRNVALID HAS ALREADY STARTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               OPEN INPUT FLAG-FILE
               IF WS-FLAG-STATUS NOT = "00"
                   MOVE "TRNVALID.FLG  NOT PRESENT -- NOTHING TO RESET"
                       TO REPORT-LINE
               ELSE
                   CLOSE FLAG-FILE
                   SET VF-FILE-BACKED-OUT TO TRUE
                   MOVE WS-CURRENT-DATE TO VF-VALID-DATE
                   MOVE WS-CURRENT-TIME TO VF-VALID-TIME
                   MOVE ZERO TO VF-RECORD-COUNT
                   OPEN OUTPUT FLAG-FILE
                   WRITE VALIDATION-FLAG-RECORD
                   CLOSE FLAG-FILE
                   MOVE "TRNVALID.FLG  RESET TO BKOT -- RERUN TRNVALID"
                       TO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE.

       6000-MARK-CYCLE-BACKED-OUT.
           SET RG-REQ-BACK-OUT TO TRUE
           MOVE WS-BACKOUT-RUN-ID TO RG-RUN-ID
           MOVE ZERO TO RG-BUSINESS-DATE
           MOVE SPACES TO RG-STEP-NAME
           MOVE SPACES TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE
           MOVE SPACES TO REPORT-LINE
           IF RG-OK
               MOVE "RUNREG.DAT    CYCLE MARKED BACKED OUT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOTAL-MOVED TO WS-DISP-NO
               DISPLAY "CYCBKOUT: RUN-ID " WS-BACKOUT-RUN-ID
                   " BACKED OUT, " WS-DISP-NO
                   " ROW(S) MOVED TO BACKOUT.DAT"
           ELSE
               STRING "RUNREG.DAT    NOT MARKED -- " RG-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CYCBKOUT: ROWS MOVED BUT CYCLE NOT MARKED -- "
                   RG-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-REPORT-TOTALS.
           MOVE WS-TOTAL-MOVED TO WS-DISP-MOVED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL     " "        " "  " WS-DISP-MOVED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       8100-REPORT-FILE-SKIPPED.
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-ID "  NOT PRESENT -- SKIPPED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8200-REPORT-ONE-FILE.
           ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
           MOVE WS-READ-COUNT TO WS-DISP-NO
           MOVE WS-MOVED-COUNT TO WS-DISP-MOVED
           MOVE WS-KEPT-COUNT TO WS-DISP-KEPT
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-ID "  " WS-DISP-NO "  " WS-DISP-MOVED
                   "  " WS-DISP-KEPT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIGN-OFF: ______________________   DATE: __________"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
