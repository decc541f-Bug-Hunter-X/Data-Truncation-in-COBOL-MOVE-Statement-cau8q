      *****************************************************************
      *  PROGRAM-ID. SLAWATCH
      *
      *  Batch-window service-level watch.  RUNREG.DAT stamps the
      *  start and end of every nightly stream step, but nothing
      *  measured those stamps against the window promised
      *  downstream -- a late TRANSOUT.DAT was found out when the
      *  downstream team phoned.  This job measures the registry
      *  against the service levels in SLACTL.DAT (copybook
      *  SLACTL.CPY, maintained on SLAMAINT) and writes SLAWATCH.RPT:
      *
      *    - the service level in force for each stream step;
      *    - one line per cycle in the registry with each step's
      *      elapsed minutes and its 30-night rolling average (the
      *      average over the latest 30 cycles, up to and including
      *      that one, in which the step completed), a '*' against
      *      every step that missed its deadline, and the volume
      *      TRUNSCN read that night from TRUNHIST.DAT;
      *    - every missed deadline -- a step that ended after its
      *      latest end time, or had not ended when that time
      *      passed -- with how late it was;
      *    - a forecast of the date TRUNSCN will break its window:
      *      the day-on-day growth in records read is fitted as a
      *      straight line over the latest 30 nights, the scan's
      *      seconds per record and its average start time are
      *      taken from the same nights, and the first day the
      *      trend volume no longer fits between the average start
      *      and the deadline is reported.  The forecast assumes the
      *      steps ahead of the scan keep their present timings.
      *
      *  For the current cycle -- the last *CYCLE row -- it also
      *  raises alerts into ALERT.DAT, job name SLAWATCH, action
      *  code 'S', so the paging tool, ALRTMON and the on-call
      *  acknowledgment process cover a late batch and not just
      *  truncations:
      *
      *    - WARN  SLA NOT STARTED  the step has not started and its
      *            latest start (latest end less expected minutes)
      *            has passed; CRIT once its latest end has passed;
      *    - WARN  SLA OVERRUN      the step is still running beyond
      *            its expected minutes;
      *    - CRIT  SLA DEADLINE     the step is still running, or
      *            failed and has not been rerun, past its latest
      *            end, or it ended after it.
      *
      *  The scheduler runs the job at intervals through the batch
      *  window and once after the stream ends.  An alert already
      *  in ALERT.DAT for the same cycle, step, kind and severity is
      *  not raised again, so repeated passes page once per
      *  condition.  Cycles CYCBKOUT backed out are listed but are
      *  left out of the averages, the missed deadlines and the
      *  forecast, and a backed-out current cycle raises nothing --
      *  the rerun cycle is the one downstream is waiting for.
      *
      *  Return code 4 when this pass raised an alert, else 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SLA-CTL-FILE
               ASSIGN TO "SLACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CTL-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "TRUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "SLAWATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  SLA-CTL-FILE.
       COPY SLACTL.

       FD  HISTORY-FILE.
       COPY TRUNHIST.

       FD  ALERT-FILE.
       COPY ALERTFD.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SLA-CTL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALERT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
       01  WS-ALERT-OPEN-FLAG                PIC X(01) VALUE 'N'.
           88  WS-ALERT-FILE-OPEN                 VALUE 'Y'.

      * the stream, in the order the steps run
       01  WS-STEP-LIST.
           05  FILLER                        PIC X(08) VALUE "TRNVALID".
           05  FILLER                        PIC X(08) VALUE "REJRESUB".
           05  FILLER                        PIC X(08) VALUE "TRUNSCN".
           05  FILLER                        PIC X(08) VALUE "ALRTMON".
           05  FILLER                        PIC X(08) VALUE "RUNAUDIT".
       01  WS-STEP-NAMES REDEFINES WS-STEP-LIST.
           05  WS-STEP-NAME OCCURS 5 TIMES   PIC X(08).
       01  WS-STEP-SUB                       PIC 9(02).
       01  WS-FOUND-STEP                     PIC 9(02).
       01  WS-SCAN-STEP                      PIC 9(02) VALUE 3.
       01  WS-SEARCH-STEP                    PIC X(08).
       01  WS-SEARCH-RUN-ID                  PIC X(08).

      * service level per stream step, from SLACTL.DAT
       01  WS-SLA-ROWS-SET                   PIC 9(02) VALUE ZERO.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 5 TIMES.
               10  WS-SLA-SET-FLAG          PIC X(01).
                   88  WS-SLA-SET               VALUE 'Y'.
               10  WS-SLA-END-TIME          PIC 9(04).
               10  WS-SLA-DAY-OFFSET        PIC 9(01).
               10  WS-SLA-EXPECTED          PIC 9(05).
      *            seconds after the business date's midnight
               10  WS-SLA-END-OFFSET        PIC 9(07) COMP.

      * one entry per cycle in the registry, in open order
       01  WS-NIGHT-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 200 TIMES.
               10  WS-NT-RUN-ID             PIC X(08).
               10  WS-NT-BUS-DATE           PIC 9(08).
               10  WS-NT-CYCLE-NO           PIC 9(02).
               10  WS-NT-STATUS             PIC X(04).
               10  WS-NT-DAY-SECONDS        PIC 9(11) COMP.
               10  WS-NT-RECORDS            PIC 9(08).
               10  WS-NT-HIST-FLAG          PIC X(01).
               10  WS-NT-STEP OCCURS 5 TIMES.
                   15  WS-NS-STATUS         PIC X(04).
                   15  WS-NS-START-SEC      PIC 9(11) COMP.
                   15  WS-NS-END-SEC        PIC 9(11) COMP.
                   15  WS-NS-ELAPSED        PIC 9(07) COMP.
                   15  WS-NS-AVERAGE        PIC 9(07) COMP.
                   15  WS-NS-AVG-COUNT      PIC 9(02).
                   15  WS-NS-MISSED-FLAG    PIC X(01).
                   15  WS-NS-LATE-SEC       PIC 9(09) COMP.
       01  WS-NIGHT-SUB                      PIC 9(04).
       01  WS-FOUND-NIGHT                    PIC 9(04).
       01  WS-AVG-SUB                        PIC 9(04).
       01  WS-AVG-TOTAL                      PIC 9(11) COMP.
       01  WS-TABLE-FULL-FLAG                PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                     VALUE 'Y'.

      * stamp-to-seconds conversion
       01  WS-STAMP-DATE                     PIC 9(08).
       01  WS-STAMP-TIME                     PIC 9(08).
       01  WS-STAMP-TIME-SPLIT REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH                   PIC 9(02).
           05  WS-STAMP-MM                   PIC 9(02).
           05  WS-STAMP-SS                   PIC 9(02).
           05  WS-STAMP-CC                   PIC 9(02).
       01  WS-STAMP-SECONDS                  PIC 9(11) COMP.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).
       01  WS-NOW-SECONDS                    PIC 9(11) COMP.
       01  WS-DEADLINE-SEC                   PIC 9(11) COMP.
       01  WS-LATEST-START-SEC               PIC 9(11) COMP.

      * forecast working fields
       01  WS-FC-POINTS                      PIC 9(02) VALUE ZERO.
       01  WS-FC-BASE-DAY                    PIC 9(08).
       01  WS-FC-X                           PIC S9(05).
       01  WS-FC-SUM-X                       PIC S9(07) COMP-3.
       01  WS-FC-SUM-Y                       PIC S9(11) COMP-3.
       01  WS-FC-SUM-XY                      PIC S9(15) COMP-3.
       01  WS-FC-SUM-XX                      PIC S9(11) COMP-3.
       01  WS-FC-SUM-ELAPSED                 PIC S9(11) COMP-3.
       01  WS-FC-SUM-START                   PIC S9(11) COMP-3.
       01  WS-FC-DENOMINATOR                 PIC S9(15) COMP-3.
       01  WS-FC-SLOPE                       PIC S9(09)V9(04) COMP-3.
       01  WS-FC-VOLUME-NOW                  PIC S9(11)V9(04) COMP-3.
       01  WS-FC-RATE                        PIC S9(05)V9(08) COMP-3.
       01  WS-FC-AVG-START                   PIC S9(07) COMP-3.
       01  WS-FC-WINDOW                      PIC S9(07) COMP-3.
       01  WS-FC-CAPACITY                    PIC S9(11) COMP-3.
       01  WS-FC-DAYS                        PIC S9(07) COMP-3.
       01  WS-FC-BREAK-DATE                  PIC 9(08).
       01  WS-FC-MINUTES                     PIC 9(05).
       01  WS-FC-START-DAY                   PIC 9(01).
       01  WS-FC-START-HH                    PIC 9(02).
       01  WS-FC-START-MM                    PIC 9(02).

      * alerts already in ALERT.DAT for the current cycle
       01  WS-RAISED-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-RAISED-TABLE.
           05  WS-RAISED-ENTRY OCCURS 100 TIMES.
               10  WS-RA-NAME               PIC X(30).
               10  WS-RA-SEVERITY           PIC X(04).
       01  WS-RAISED-SUB                     PIC 9(04).
       01  WS-ALREADY-FLAG                   PIC X(01).
           88  WS-ALREADY-RAISED                 VALUE 'Y'.
       01  WS-SLA-ALERT-NAME.
           05  WS-SAN-KIND                   PIC X(16).
           05  WS-SAN-STEP                   PIC X(08).
           05  FILLER                        PIC X(06) VALUE SPACES.
       01  WS-SLA-ALERT-SEVERITY             PIC X(04).
       01  WS-SLA-ALERT-TEXT                 PIC X(40).
       01  WS-ALERTS-RAISED                  PIC 9(04) VALUE ZERO.
       01  WS-ALERTS-REPEATED                PIC 9(04) VALUE ZERO.
       01  WS-MISSED-COUNT                   PIC 9(04) VALUE ZERO.

      * one night's report line, built cell by cell
       01  WS-NIGHT-CELLS.
           05  WS-CELL OCCURS 5 TIMES.
               10  WS-CELL-ELAPSED          PIC X(05).
               10  WS-CELL-SLASH            PIC X(01).
               10  WS-CELL-AVERAGE          PIC X(05).
               10  WS-CELL-FLAG             PIC X(01).
               10  WS-CELL-GAP              PIC X(02).
       01  WS-NIGHT-NOTE                     PIC X(12).
       01  WS-DAY-TEXT                       PIC X(16).
       01  WS-RECORDS-TEXT                   PIC X(08).

       01  WS-MINUTES                        PIC 9(07).
       01  WS-DISP-MIN                       PIC ZZZZ9.
       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-SIGNED                    PIC -ZZZZZZZ9.
       01  WS-DISP-RATE                      PIC ZZZZ9.999.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SLA-TABLE
           PERFORM 2000-LOAD-REGISTRY
           PERFORM 2500-LOAD-HISTORY
           PERFORM 3000-MEASURE-NIGHTS
           PERFORM 4000-WRITE-SERVICE-LEVELS
           PERFORM 4100-WRITE-NIGHTS
           PERFORM 4500-WRITE-MISSED-DEADLINES
           PERFORM 5000-FORECAST-SCAN-WINDOW
           PERFORM 6000-CHECK-CURRENT-CYCLE
           PERFORM 8000-WRITE-TRAILER
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-STAMP-DATE
           MOVE WS-CURRENT-TIME TO WS-STAMP-TIME
           PERFORM 1900-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
           OPEN OUTPUT REPORT-FILE
           MOVE "SLAWATCH BATCH WINDOW SERVICE-LEVEL REPORT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN AT " WS-CURRENT-DATE " " WS-CURRENT-TIME (1 : 6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Rows for names outside the stream, and inactive rows, are
      *  ignored; a step with no active row has no deadline.
      *****************************************************************
       1100-LOAD-SLA-TABLE.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               MOVE 'N' TO WS-SLA-SET-FLAG (WS-STEP-SUB)
           END-PERFORM
           OPEN INPUT SLA-CTL-FILE
           IF WS-SLA-CTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ SLA-CTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SL-STEP-NAME TO WS-SEARCH-STEP
                           PERFORM 1950-LOCATE-STEP
                           IF WS-FOUND-STEP > ZERO
                                   AND SL-RULE-ACTIVE
                               PERFORM 1150-KEEP-SLA-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-CTL-FILE
           ELSE
               DISPLAY "SLAWATCH: NO SLACTL.DAT -- NO DEADLINES TO "
                   "MEASURE, ELAPSED TIMES ONLY"
           END-IF.

       1150-KEEP-SLA-ROW.
           IF NOT WS-SLA-SET (WS-FOUND-STEP)
               ADD 1 TO WS-SLA-ROWS-SET
           END-IF
           MOVE 'Y' TO WS-SLA-SET-FLAG (WS-FOUND-STEP)
           MOVE SL-LATEST-END-TIME TO WS-SLA-END-TIME (WS-FOUND-STEP)
           MOVE SL-END-DAY-OFFSET TO WS-SLA-DAY-OFFSET (WS-FOUND-STEP)
           MOVE SL-EXPECTED-MINUTES TO WS-SLA-EXPECTED (WS-FOUND-STEP)
           COMPUTE WS-SLA-END-OFFSET (WS-FOUND-STEP) =
               SL-END-DAY-OFFSET * 86400
               + SL-LATEST-END-HH * 3600
               + SL-LATEST-END-MM * 60.

      *****************************************************************
      *  A registry stamp as seconds since the calendar's day one,
      *  so stamps either side of midnight subtract cleanly.  A zero
      *  date (step not started or not ended) gives zero.
      *****************************************************************
       1900-STAMP-TO-SECONDS.
           IF WS-STAMP-DATE = ZERO
               MOVE ZERO TO WS-STAMP-SECONDS
           ELSE
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS
           END-IF.

       1950-LOCATE-STEP.
           MOVE ZERO TO WS-FOUND-STEP
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               IF WS-STEP-NAME (WS-STEP-SUB) = WS-SEARCH-STEP
                   MOVE WS-STEP-SUB TO WS-FOUND-STEP
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Each *CYCLE row opens a night; its *STEP rows, which RUNREG
      *  appends straight after it, are matched back by run-id.
      *****************************************************************
       2000-LOAD-REGISTRY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE "RUNREG.DAT NOT FOUND -- NO CYCLE HAS BEEN OPENED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "SLAWATCH: RUNREG.DAT NOT FOUND -- NOTHING TO "
                   "MEASURE"
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RR-CYCLE-ROW
                           PERFORM 2100-ADD-NIGHT
                       ELSE
                           PERFORM 2200-FILL-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           IF WS-TABLE-FULL
               DISPLAY "SLAWATCH: MORE THAN 200 CYCLES IN RUNREG.DAT "
                   "-- LATER CYCLES NOT MEASURED"
           END-IF.

       2100-ADD-NIGHT.
           IF WS-NIGHT-COUNT >= 200
               MOVE 'Y' TO WS-TABLE-FULL-FLAG
           ELSE
               ADD 1 TO WS-NIGHT-COUNT
               MOVE RR-RUN-ID TO WS-NT-RUN-ID (WS-NIGHT-COUNT)
               MOVE RR-BUSINESS-DATE TO WS-NT-BUS-DATE (WS-NIGHT-COUNT)
               MOVE RR-CYCLE-NO TO WS-NT-CYCLE-NO (WS-NIGHT-COUNT)
               MOVE RR-STATUS TO WS-NT-STATUS (WS-NIGHT-COUNT)
               MOVE RR-BUSINESS-DATE TO WS-STAMP-DATE
               MOVE ZERO TO WS-STAMP-TIME
               PERFORM 1900-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS
                   TO WS-NT-DAY-SECONDS (WS-NIGHT-COUNT)
               MOVE ZERO TO WS-NT-RECORDS (WS-NIGHT-COUNT)
               MOVE 'N' TO WS-NT-HIST-FLAG (WS-NIGHT-COUNT)
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 5
                   MOVE "PEND" TO WS-NS-STATUS
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-START-SEC
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-END-SEC
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-ELAPSED
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-AVERAGE
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-AVG-COUNT
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE 'N' TO WS-NS-MISSED-FLAG
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
                   MOVE ZERO TO WS-NS-LATE-SEC
                       (WS-NIGHT-COUNT, WS-STEP-SUB)
               END-PERFORM
           END-IF.

       2200-FILL-STEP.
           MOVE RR-RUN-ID TO WS-SEARCH-RUN-ID
           PERFORM 2900-LOCATE-NIGHT
           MOVE RR-STEP-NAME TO WS-SEARCH-STEP
           PERFORM 1950-LOCATE-STEP
           IF WS-FOUND-NIGHT > ZERO AND WS-FOUND-STEP > ZERO
               MOVE RR-STATUS
                   TO WS-NS-STATUS (WS-FOUND-NIGHT, WS-FOUND-STEP)
               MOVE RR-START-DATE TO WS-STAMP-DATE
               MOVE RR-START-TIME TO WS-STAMP-TIME
               PERFORM 1900-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS
                   TO WS-NS-START-SEC (WS-FOUND-NIGHT, WS-FOUND-STEP)
               MOVE RR-END-DATE TO WS-STAMP-DATE
               MOVE RR-END-TIME TO WS-STAMP-TIME
               PERFORM 1900-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS
                   TO WS-NS-END-SEC (WS-FOUND-NIGHT, WS-FOUND-STEP)
           END-IF.

      *****************************************************************
      *  The latest night carrying the run-id in WS-SEARCH-RUN-ID.
      *****************************************************************
       2900-LOCATE-NIGHT.
           MOVE ZERO TO WS-FOUND-NIGHT
           PERFORM VARYING WS-NIGHT-SUB FROM WS-NIGHT-COUNT BY -1
                   UNTIL WS-NIGHT-SUB < 1 OR WS-FOUND-NIGHT > ZERO
               IF WS-NT-RUN-ID (WS-NIGHT-SUB) = WS-SEARCH-RUN-ID
                   MOVE WS-NIGHT-SUB TO WS-FOUND-NIGHT
               END-IF
           END-PERFORM.

      *****************************************************************
      *  The volume the scan read each night, from its TRUNHIST.DAT
      *  row; a restarted scan's later row replaces the earlier.
      *****************************************************************
       2500-LOAD-HISTORY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF TH-JOB-NAME = "TRUNSCN"
                               MOVE TH-RUN-ID TO WS-SEARCH-RUN-ID
                               PERFORM 2900-LOCATE-NIGHT
                               IF WS-FOUND-NIGHT > ZERO
                                   MOVE TH-RECORDS-READ
                                       TO WS-NT-RECORDS (WS-FOUND-NIGHT)
                                   MOVE 'Y'
                                     TO WS-NT-HIST-FLAG (WS-FOUND-NIGHT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "SLAWATCH: NO TRUNHIST.DAT -- NO VOLUME "
                   "HISTORY FOR THE FORECAST"
           END-IF.

       3000-MEASURE-NIGHTS.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 5
                   PERFORM 3100-MEASURE-ONE-STEP
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 5
                   PERFORM 3200-ROLLING-AVERAGE
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  Elapsed time for a completed step; against its deadline, a
      *  step that ended late or had not ended by then has missed.
      *****************************************************************
       3100-MEASURE-ONE-STEP.
           IF WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB) = "DONE"
                   AND WS-NS-END-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
                       >= WS-NS-START-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
               COMPUTE WS-NS-ELAPSED (WS-NIGHT-SUB, WS-STEP-SUB) =
                   WS-NS-END-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
                   - WS-NS-START-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
           END-IF
           IF WS-SLA-SET (WS-STEP-SUB)
                   AND WS-NT-STATUS (WS-NIGHT-SUB) NOT = "BKOT"
               COMPUTE WS-DEADLINE-SEC =
                   WS-NT-DAY-SECONDS (WS-NIGHT-SUB)
                   + WS-SLA-END-OFFSET (WS-STEP-SUB)
               IF WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB) = "DONE"
                   IF WS-NS-END-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
                           > WS-DEADLINE-SEC
                       MOVE 'Y' TO WS-NS-MISSED-FLAG
                           (WS-NIGHT-SUB, WS-STEP-SUB)
                       COMPUTE WS-NS-LATE-SEC
                               (WS-NIGHT-SUB, WS-STEP-SUB) =
                           WS-NS-END-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
                           - WS-DEADLINE-SEC
                   END-IF
               ELSE
                   IF WS-NOW-SECONDS > WS-DEADLINE-SEC
                       MOVE 'Y' TO WS-NS-MISSED-FLAG
                           (WS-NIGHT-SUB, WS-STEP-SUB)
                       COMPUTE WS-NS-LATE-SEC
                               (WS-NIGHT-SUB, WS-STEP-SUB) =
                           WS-NOW-SECONDS - WS-DEADLINE-SEC
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  The average over the latest 30 cycles, up to and including
      *  this one, in which the step completed.  Backed-out cycles
      *  do not count.
      *****************************************************************
       3200-ROLLING-AVERAGE.
           MOVE ZERO TO WS-AVG-TOTAL
           MOVE ZERO TO WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB)
           PERFORM VARYING WS-AVG-SUB FROM WS-NIGHT-SUB BY -1
                   UNTIL WS-AVG-SUB < 1
                   OR WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB) = 30
               IF WS-NS-STATUS (WS-AVG-SUB, WS-STEP-SUB) = "DONE"
                       AND WS-NT-STATUS (WS-AVG-SUB) NOT = "BKOT"
                   ADD WS-NS-ELAPSED (WS-AVG-SUB, WS-STEP-SUB)
                       TO WS-AVG-TOTAL
                   ADD 1 TO WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB)
               END-IF
           END-PERFORM
           IF WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
               COMPUTE WS-NS-AVERAGE (WS-NIGHT-SUB, WS-STEP-SUB)
                   ROUNDED = WS-AVG-TOTAL
                   / WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB)
           END-IF.

       4000-WRITE-SERVICE-LEVELS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SERVICE LEVELS (SLACTL.DAT)" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               MOVE SPACES TO REPORT-LINE
               IF WS-SLA-SET (WS-STEP-SUB)
                   IF WS-SLA-DAY-OFFSET (WS-STEP-SUB) = ZERO
                       MOVE "ON BUSINESS DATE" TO WS-DAY-TEXT
                   ELSE
                       MOVE "MORNING AFTER" TO WS-DAY-TEXT
                   END-IF
                   MOVE WS-SLA-EXPECTED (WS-STEP-SUB) TO WS-DISP-MIN
                   STRING "  " WS-STEP-NAME (WS-STEP-SUB)
                           "  END BY " WS-SLA-END-TIME (WS-STEP-SUB)
                           " " WS-DAY-TEXT
                           "  EXPECTED " WS-DISP-MIN " MINUTES"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  " WS-STEP-NAME (WS-STEP-SUB)
                           "  NO SERVICE LEVEL -- NOT MEASURED"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

      *****************************************************************
      *  One line per cycle: per step, elapsed / rolling average in
      *  minutes, '*' where the deadline was missed.  A step that has
      *  not completed shows its registry status instead.
      *****************************************************************
       4100-WRITE-NIGHTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ELAPSED MINUTES PER STEP / 30-NIGHT ROLLING "
                   "AVERAGE   (* = DEADLINE MISSED)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUS DATE  RUN-ID     "
                   "TRNVALID      REJRESUB      TRUNSCN       "
                   "ALRTMON       RUNAUDIT      TRUNSCN READ"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 4200-WRITE-ONE-NIGHT
           END-PERFORM.

       4200-WRITE-ONE-NIGHT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               MOVE SPACES TO WS-CELL (WS-STEP-SUB)
               IF WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB) = "DONE"
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-NS-ELAPSED (WS-NIGHT-SUB, WS-STEP-SUB) / 60
                   MOVE WS-MINUTES TO WS-DISP-MIN
                   MOVE WS-DISP-MIN TO WS-CELL-ELAPSED (WS-STEP-SUB)
               ELSE
                   MOVE WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB)
                       TO WS-CELL-ELAPSED (WS-STEP-SUB) (2 : 4)
               END-IF
               MOVE "/" TO WS-CELL-SLASH (WS-STEP-SUB)
               IF WS-NS-AVG-COUNT (WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-NS-AVERAGE (WS-NIGHT-SUB, WS-STEP-SUB) / 60
                   MOVE WS-MINUTES TO WS-DISP-MIN
                   MOVE WS-DISP-MIN TO WS-CELL-AVERAGE (WS-STEP-SUB)
               ELSE
                   MOVE "    -" TO WS-CELL-AVERAGE (WS-STEP-SUB)
               END-IF
               IF WS-NS-MISSED-FLAG (WS-NIGHT-SUB, WS-STEP-SUB) = 'Y'
                   MOVE "*" TO WS-CELL-FLAG (WS-STEP-SUB)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RECORDS-TEXT
           IF WS-NT-HIST-FLAG (WS-NIGHT-SUB) = 'Y'
               MOVE WS-NT-RECORDS (WS-NIGHT-SUB) TO WS-DISP-NO
               MOVE WS-DISP-NO TO WS-RECORDS-TEXT
           END-IF
           MOVE SPACES TO WS-NIGHT-NOTE
           IF WS-NT-STATUS (WS-NIGHT-SUB) = "BKOT"
               MOVE "  BACKED OUT" TO WS-NIGHT-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-NT-BUS-DATE (WS-NIGHT-SUB)
                   "  " WS-NT-RUN-ID (WS-NIGHT-SUB)
                   "  " WS-NIGHT-CELLS
                   "    " WS-RECORDS-TEXT
                   WS-NIGHT-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4500-WRITE-MISSED-DEADLINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MISSED DEADLINES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 5
                   IF WS-NS-MISSED-FLAG (WS-NIGHT-SUB, WS-STEP-SUB)
                           = 'Y'
                       PERFORM 4600-WRITE-ONE-MISS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MISSED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4600-WRITE-ONE-MISS.
           ADD 1 TO WS-MISSED-COUNT
           COMPUTE WS-MINUTES ROUNDED =
               WS-NS-LATE-SEC (WS-NIGHT-SUB, WS-STEP-SUB) / 60
           MOVE WS-MINUTES TO WS-DISP-NO
           IF WS-SLA-DAY-OFFSET (WS-STEP-SUB) = ZERO
               MOVE "ON BUSINESS DATE" TO WS-DAY-TEXT
           ELSE
               MOVE "MORNING AFTER" TO WS-DAY-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB) = "DONE"
               STRING "  " WS-NT-BUS-DATE (WS-NIGHT-SUB)
                       "  RUN-ID " WS-NT-RUN-ID (WS-NIGHT-SUB)
                       "  " WS-STEP-NAME (WS-STEP-SUB)
                       "  DEADLINE " WS-SLA-END-TIME (WS-STEP-SUB)
                       " " WS-DAY-TEXT
                       "  ENDED " WS-DISP-NO " MINUTES LATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " WS-NT-BUS-DATE (WS-NIGHT-SUB)
                       "  RUN-ID " WS-NT-RUN-ID (WS-NIGHT-SUB)
                       "  " WS-STEP-NAME (WS-STEP-SUB)
                       "  DEADLINE " WS-SLA-END-TIME (WS-STEP-SUB)
                       " " WS-DAY-TEXT
                       "  NOT ENDED ("
                       WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB)
                       ") -- " WS-DISP-NO " MINUTES PAST"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *****************************************************************
      *  When will TRUNSCN break its window?  Over the latest 30
      *  nights that have a completed scan and a TRUNHIST.DAT row,
      *  records read is fitted against the business date as a
      *  least-squares straight line (x = days before the latest of
      *  those nights, so the fitted volume at x = 0 is today's
      *  trend volume).  The same nights give seconds per record
      *  and the average start, measured from the business date's
      *  midnight; the deadline less that start is the window, and
      *  the window over seconds per record is the volume that
      *  still fits.  The days until the trend reaches that volume
      *  is the forecast.
      *****************************************************************
       5000-FORECAST-SCAN-WINDOW.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TRUNSCN WINDOW FORECAST" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-FC-POINTS
           MOVE ZERO TO WS-FC-SUM-X
           MOVE ZERO TO WS-FC-SUM-Y
           MOVE ZERO TO WS-FC-SUM-XY
           MOVE ZERO TO WS-FC-SUM-XX
           MOVE ZERO TO WS-FC-SUM-ELAPSED
           MOVE ZERO TO WS-FC-SUM-START
           MOVE ZERO TO WS-FC-BASE-DAY
           PERFORM VARYING WS-NIGHT-SUB FROM WS-NIGHT-COUNT BY -1
                   UNTIL WS-NIGHT-SUB < 1 OR WS-FC-POINTS = 30
               IF WS-NT-STATUS (WS-NIGHT-SUB) NOT = "BKOT"
                       AND WS-NS-STATUS (WS-NIGHT-SUB, WS-SCAN-STEP)
                           = "DONE"
                       AND WS-NT-HIST-FLAG (WS-NIGHT-SUB) = 'Y'
                       AND WS-NT-RECORDS (WS-NIGHT-SUB) > ZERO
                   PERFORM 5100-ADD-FORECAST-POINT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-SLA-SET (WS-SCAN-STEP)
                   MOVE "  NO SERVICE LEVEL FOR TRUNSCN -- NO FORECAST"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-FC-POINTS < 5
                   MOVE WS-FC-POINTS TO WS-DISP-NO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ONLY " WS-DISP-NO
                           " NIGHT(S) OF SCAN VOLUME ON FILE -- AT "
                           "LEAST 5 NEEDED FOR A FORECAST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM 5200-FIT-AND-FORECAST
           END-EVALUATE.

       5100-ADD-FORECAST-POINT.
           IF WS-FC-POINTS = ZERO
               COMPUTE WS-FC-BASE-DAY = FUNCTION INTEGER-OF-DATE
                   (WS-NT-BUS-DATE (WS-NIGHT-SUB))
           END-IF
           ADD 1 TO WS-FC-POINTS
           COMPUTE WS-FC-X = FUNCTION INTEGER-OF-DATE
               (WS-NT-BUS-DATE (WS-NIGHT-SUB)) - WS-FC-BASE-DAY
           ADD WS-FC-X TO WS-FC-SUM-X
           ADD WS-NT-RECORDS (WS-NIGHT-SUB) TO WS-FC-SUM-Y
           COMPUTE WS-FC-SUM-XY = WS-FC-SUM-XY
               + WS-FC-X * WS-NT-RECORDS (WS-NIGHT-SUB)
           COMPUTE WS-FC-SUM-XX = WS-FC-SUM-XX + WS-FC-X * WS-FC-X
           ADD WS-NS-ELAPSED (WS-NIGHT-SUB, WS-SCAN-STEP)
               TO WS-FC-SUM-ELAPSED
           COMPUTE WS-FC-SUM-START = WS-FC-SUM-START
               + WS-NS-START-SEC (WS-NIGHT-SUB, WS-SCAN-STEP)
               - WS-NT-DAY-SECONDS (WS-NIGHT-SUB).

       5200-FIT-AND-FORECAST.
           COMPUTE WS-FC-DENOMINATOR =
               WS-FC-POINTS * WS-FC-SUM-XX - WS-FC-SUM-X * WS-FC-SUM-X
           IF WS-FC-DENOMINATOR = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  ALL SCAN VOLUME IS FROM ONE BUSINESS DATE -- "
                       "NO GROWTH RATE, NO FORECAST"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 5250-FORECAST-FROM-FIT
           END-IF.

       5250-FORECAST-FROM-FIT.
           COMPUTE WS-FC-SLOPE ROUNDED =
               (WS-FC-POINTS * WS-FC-SUM-XY
                   - WS-FC-SUM-X * WS-FC-SUM-Y) / WS-FC-DENOMINATOR
           COMPUTE WS-FC-VOLUME-NOW ROUNDED =
               (WS-FC-SUM-Y - WS-FC-SLOPE * WS-FC-SUM-X)
               / WS-FC-POINTS
           COMPUTE WS-FC-RATE ROUNDED =
               WS-FC-SUM-ELAPSED / WS-FC-SUM-Y
           COMPUTE WS-FC-AVG-START ROUNDED =
               WS-FC-SUM-START / WS-FC-POINTS
           COMPUTE WS-FC-WINDOW =
               WS-SLA-END-OFFSET (WS-SCAN-STEP) - WS-FC-AVG-START

           MOVE WS-FC-POINTS TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "  NIGHTS MEASURED          " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DISP-SIGNED ROUNDED = WS-FC-SLOPE
           MOVE SPACES TO REPORT-LINE
           STRING "  VOLUME GROWTH PER DAY   " WS-DISP-SIGNED
                   " RECORDS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DISP-SIGNED ROUNDED = WS-FC-VOLUME-NOW
           MOVE SPACES TO REPORT-LINE
           STRING "  TREND VOLUME NOW        " WS-DISP-SIGNED
                   " RECORDS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DISP-RATE ROUNDED = WS-FC-RATE * 1000
           MOVE SPACES TO REPORT-LINE
           STRING "  SCAN SECONDS PER 1000   " WS-DISP-RATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5300-FORMAT-AVERAGE-START
           MOVE SPACES TO REPORT-LINE
           STRING "  AVERAGE SCAN START      " WS-FC-START-HH
                   WS-FC-START-MM " " WS-DAY-TEXT
                   "   DEADLINE " WS-SLA-END-TIME (WS-SCAN-STEP)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FC-WINDOW NOT > ZERO
                   STRING "  FORECAST: THE SCAN ALREADY STARTS, ON "
                           "AVERAGE, AFTER ITS DEADLINE"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-FC-RATE = ZERO
                   STRING "  FORECAST: SCAN TIME TOO SHORT TO MEASURE "
                           "-- NO FORECAST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM 5260-FORECAST-BREAK-DATE
           END-EVALUATE.

       5260-FORECAST-BREAK-DATE.
           COMPUTE WS-FC-CAPACITY = WS-FC-WINDOW / WS-FC-RATE
           MOVE WS-FC-CAPACITY TO WS-DISP-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "  VOLUME THAT STILL FITS " WS-DISP-SIGNED
                   " RECORDS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FC-VOLUME-NOW >= WS-FC-CAPACITY
                   STRING "  FORECAST: TRUNSCN ALREADY OVERRUNS ITS "
                           "WINDOW AT TODAY'S TREND VOLUME"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-FC-SLOPE NOT > ZERO
                   STRING "  FORECAST: SCAN VOLUME IS NOT GROWING -- "
                           "NO BREAK IN SIGHT"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   COMPUTE WS-FC-DAYS ROUNDED =
                       (WS-FC-CAPACITY - WS-FC-VOLUME-NOW)
                       / WS-FC-SLOPE
                   IF WS-FC-DAYS < 1
                       MOVE 1 TO WS-FC-DAYS
                   END-IF
                   IF WS-FC-DAYS > 36500
                       STRING "  FORECAST: AT THE CURRENT GROWTH RATE "
                               "TRUNSCN STAYS IN ITS WINDOW FOR OVER "
                               "100 YEARS"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       COMPUTE WS-FC-BREAK-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (WS-FC-BASE-DAY + WS-FC-DAYS)
                       MOVE WS-FC-DAYS TO WS-DISP-NO
                       STRING "  FORECAST: AT THE CURRENT GROWTH RATE "
                               "TRUNSCN BREAKS ITS WINDOW IN "
                               WS-DISP-NO " DAYS, ON OR ABOUT "
                               WS-FC-BREAK-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY "SLAWATCH: TRUNSCN FORECAST TO BREAK "
                           "ITS WINDOW ON OR ABOUT " WS-FC-BREAK-DATE
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE.

       5300-FORMAT-AVERAGE-START.
           MOVE ZERO TO WS-FC-START-DAY
           MOVE ZERO TO WS-FC-START-HH
           MOVE ZERO TO WS-FC-START-MM
           IF WS-FC-AVG-START > ZERO
               COMPUTE WS-FC-MINUTES = WS-FC-AVG-START / 60
               DIVIDE WS-FC-MINUTES BY 1440 GIVING WS-FC-START-DAY
                   REMAINDER WS-FC-MINUTES
               DIVIDE WS-FC-MINUTES BY 60 GIVING WS-FC-START-HH
                   REMAINDER WS-FC-START-MM
           END-IF
           IF WS-FC-START-DAY = ZERO
               MOVE "ON BUSINESS DATE" TO WS-DAY-TEXT
           ELSE
               MOVE "MORNING AFTER" TO WS-DAY-TEXT
           END-IF.

      *****************************************************************
      *  Live checks on the current cycle.  Alerts SLAWATCH already
      *  raised for the cycle are read back first so a condition
      *  pages once, not on every pass.
      *****************************************************************
       6000-CHECK-CURRENT-CYCLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
           EVALUATE TRUE
               WHEN WS-NIGHT-COUNT = ZERO
                   MOVE "CURRENT CYCLE: NONE OPEN -- NO LIVE CHECKS"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-NT-STATUS (WS-NIGHT-SUB) = "BKOT"
                   MOVE SPACES TO REPORT-LINE
                   STRING "CURRENT CYCLE: RUN-ID "
                           WS-NT-RUN-ID (WS-NIGHT-SUB)
                           "  BACKED OUT -- NO LIVE CHECKS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-SLA-ROWS-SET = ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "CURRENT CYCLE: RUN-ID "
                           WS-NT-RUN-ID (WS-NIGHT-SUB)
                           "  NO SERVICE LEVELS ON FILE -- NO LIVE "
                           "CHECKS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM 6050-CHECK-CYCLE-STEPS
           END-EVALUATE.

       6050-CHECK-CYCLE-STEPS.
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENT CYCLE: RUN-ID " WS-NT-RUN-ID (WS-NIGHT-SUB)
                   "  BUSINESS DATE " WS-NT-BUS-DATE (WS-NIGHT-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6100-LOAD-RAISED-ALERTS
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               IF WS-SLA-SET (WS-STEP-SUB)
                   PERFORM 6200-CHECK-ONE-STEP
               END-IF
           END-PERFORM
           IF WS-ALERTS-RAISED = ZERO
               MOVE "  NO NEW ALERTS RAISED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

       6100-LOAD-RAISED-ALERTS.
           MOVE ZERO TO WS-RAISED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF AL-BATCH-WINDOW-ALERT
                                   AND AL-RUN-ID =
                                       WS-NT-RUN-ID (WS-NIGHT-SUB)
                                   AND WS-RAISED-COUNT < 100
                               ADD 1 TO WS-RAISED-COUNT
                               MOVE AL-RECEIVING-NAME
                                   TO WS-RA-NAME (WS-RAISED-COUNT)
                               MOVE AL-SEVERITY
                                   TO WS-RA-SEVERITY (WS-RAISED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

      *****************************************************************
      *  Which condition, if any, the step is in now.  The deadline
      *  is the business date's midnight plus the step's end offset;
      *  the latest start is the deadline less the expected minutes.
      *****************************************************************
       6200-CHECK-ONE-STEP.
           COMPUTE WS-DEADLINE-SEC = WS-NT-DAY-SECONDS (WS-NIGHT-SUB)
               + WS-SLA-END-OFFSET (WS-STEP-SUB)
           COMPUTE WS-LATEST-START-SEC = WS-DEADLINE-SEC
               - WS-SLA-EXPECTED (WS-STEP-SUB) * 60
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-SAN-STEP
           MOVE SPACES TO WS-SAN-KIND
           EVALUATE WS-NS-STATUS (WS-NIGHT-SUB, WS-STEP-SUB)
               WHEN "PEND"
                   IF WS-NOW-SECONDS > WS-DEADLINE-SEC
                       MOVE "SLA NOT STARTED" TO WS-SAN-KIND
                       MOVE "CRIT" TO WS-SLA-ALERT-SEVERITY
                       MOVE "NOT STARTED AND PAST ITS DEADLINE"
                           TO WS-SLA-ALERT-TEXT
                   ELSE
                       IF WS-NOW-SECONDS > WS-LATEST-START-SEC
                           MOVE "SLA NOT STARTED" TO WS-SAN-KIND
                           MOVE "WARN" TO WS-SLA-ALERT-SEVERITY
                           MOVE "NOT STARTED BY ITS LATEST START"
                               TO WS-SLA-ALERT-TEXT
                       END-IF
                   END-IF
               WHEN "RUN"
                   IF WS-NOW-SECONDS > WS-DEADLINE-SEC
                       MOVE "SLA DEADLINE" TO WS-SAN-KIND
                       MOVE "CRIT" TO WS-SLA-ALERT-SEVERITY
                       MOVE "STILL RUNNING PAST ITS DEADLINE"
                           TO WS-SLA-ALERT-TEXT
                   ELSE
                       IF WS-NOW-SECONDS
                               - WS-NS-START-SEC
                                   (WS-NIGHT-SUB, WS-STEP-SUB)
                               > WS-SLA-EXPECTED (WS-STEP-SUB) * 60
                           MOVE "SLA OVERRUN" TO WS-SAN-KIND
                           MOVE "WARN" TO WS-SLA-ALERT-SEVERITY
                           MOVE "RUNNING PAST ITS EXPECTED MINUTES"
                               TO WS-SLA-ALERT-TEXT
                       END-IF
                   END-IF
               WHEN "FAIL"
                   IF WS-NOW-SECONDS > WS-DEADLINE-SEC
                       MOVE "SLA DEADLINE" TO WS-SAN-KIND
                       MOVE "CRIT" TO WS-SLA-ALERT-SEVERITY
                       MOVE "FAILED AND NOT RERUN BY ITS DEADLINE"
                           TO WS-SLA-ALERT-TEXT
                   END-IF
               WHEN "DONE"
                   IF WS-NS-END-SEC (WS-NIGHT-SUB, WS-STEP-SUB)
                           > WS-DEADLINE-SEC
                       MOVE "SLA DEADLINE" TO WS-SAN-KIND
                       MOVE "CRIT" TO WS-SLA-ALERT-SEVERITY
                       MOVE "ENDED PAST ITS DEADLINE"
                           TO WS-SLA-ALERT-TEXT
                   END-IF
           END-EVALUATE
           IF WS-SAN-KIND NOT = SPACES
               PERFORM 6300-RAISE-ONCE
           END-IF.

       6300-RAISE-ONCE.
           MOVE 'N' TO WS-ALREADY-FLAG
           PERFORM VARYING WS-RAISED-SUB FROM 1 BY 1
                   UNTIL WS-RAISED-SUB > WS-RAISED-COUNT
               IF WS-RA-NAME (WS-RAISED-SUB) = WS-SLA-ALERT-NAME
                       AND WS-RA-SEVERITY (WS-RAISED-SUB)
                           = WS-SLA-ALERT-SEVERITY
                   MOVE 'Y' TO WS-ALREADY-FLAG
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           IF WS-ALREADY-RAISED
               ADD 1 TO WS-ALERTS-REPEATED
               STRING "  " WS-SLA-ALERT-SEVERITY "  " WS-SLA-ALERT-NAME
                       "  " WS-SLA-ALERT-TEXT
                       "  (ALREADY RAISED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 6400-WRITE-ALERT
               STRING "  " WS-SLA-ALERT-SEVERITY "  " WS-SLA-ALERT-NAME
                       "  " WS-SLA-ALERT-TEXT
                       "  -- ALERT RAISED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6400-WRITE-ALERT.
           IF NOT WS-ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   CLOSE ALERT-FILE
                   OPEN EXTEND ALERT-FILE
               END-IF
               MOVE 'Y' TO WS-ALERT-OPEN-FLAG
           END-IF
           MOVE "SLAWATCH" TO AL-JOB-NAME
           MOVE WS-NT-RUN-ID (WS-NIGHT-SUB) TO AL-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO AL-ALERT-DATE
           MOVE WS-CURRENT-TIME TO AL-ALERT-TIME
           MOVE WS-SLA-ALERT-SEVERITY TO AL-SEVERITY
           MOVE WS-SLA-ALERT-NAME TO AL-RECEIVING-NAME
           MOVE 'S' TO AL-ACTION-CODE
           MOVE SPACES TO AL-MESSAGE
           STRING WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SLA-ALERT-TEXT DELIMITED BY "  "
                   " (END BY " WS-SLA-END-TIME (WS-STEP-SUB) ")"
                   DELIMITED BY SIZE
               INTO AL-MESSAGE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERTS-RAISED
           DISPLAY "SLAWATCH: " WS-SLA-ALERT-SEVERITY " "
               WS-STEP-NAME (WS-STEP-SUB) " " WS-SLA-ALERT-TEXT.

       8000-WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NIGHT-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLES MEASURED    " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MISSED-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "DEADLINES MISSED   " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-RAISED TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "ALERTS RAISED      " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SLAWATCH: " WS-NIGHT-COUNT " CYCLE(S) MEASURED, "
               WS-MISSED-COUNT " DEADLINE(S) MISSED, "
               WS-ALERTS-RAISED " ALERT(S) RAISED"
           IF WS-ALERTS-RAISED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
