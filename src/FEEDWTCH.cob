      *****************************************************************
      *  PROGRAM-ID. FEEDWTCH
      *
      *  Daily feed arrival watch.  The feed catalog (FEEDCAT.DAT,
      *  copybook FEEDCAT.CPY) says when each daily feed is expected;
      *  this job measures the current cycle against it and writes
      *  FEEDWTCH.RPT, one line per active catalogued feed:
      *
      *    - DELIVERED       the feed's scan step is DONE for the
      *                      cycle (TRUNSCN for TRANREC, the feed's
      *                      own FEEDSCN step for the others);
      *    - SCANNING        the scan step is running;
      *    - FAILED          the scan step failed on an arrived feed
      *                      and has not been rerun;
      *    - ARRIVED         the feed is in but not yet scanned;
      *    - AWAITED         not in yet, and its expected time has
      *                      not passed;
      *    - *** MISSING *** not in, and its expected time has
      *                      passed.
      *
      *  A feed has arrived when its input file is present and its
      *  control file, if present, was cut on or after the cycle's
      *  business date.  Expected time is the catalog's HHMM on the
      *  business date plus the row's day offset.
      *
      *  Every missing feed raises a CRIT alert into ALERT.DAT, job
      *  name FEEDWTCH, action code 'F', so the paging tool, ALRTMON
      *  and the acknowledgment screens hear about a feed that never
      *  came instead of its absence passing as a quiet night.  An
      *  alert already raised for the same cycle and feed is not
      *  raised again, so the scheduler can run the watch at
      *  intervals through the batch window.  A backed-out current
      *  cycle is not watched -- the rerun cycle is the one to
      *  watch.
      *
      *  Return code 4 when any feed is missing, else 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CATALOG-FILE
               ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT FEED-FILE
               ASSIGN USING WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CONTROL-FILE
               ASSIGN USING WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "FEEDWTCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CATALOG-FILE.
       COPY FEEDCAT.

       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  FEED-FILE.
       01  FEED-RECORD                       PIC X(80).

       FD  CONTROL-FILE.
       COPY TRANCTL.

       FD  ALERT-FILE.
       COPY ALERTFD.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ALERT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
       01  WS-ALERT-OPEN-FLAG                PIC X(01) VALUE 'N'.
           88  WS-ALERT-FILE-OPEN                 VALUE 'Y'.

       01  WS-INPUT-FILE-NAME                PIC X(30) VALUE SPACES.
       01  WS-CONTROL-FILE-NAME              PIC X(30) VALUE SPACES.

      * the current cycle: the last *CYCLE row in RUNREG.DAT, and
      * the step rows RUNREG appended with it
       01  WS-CYCLE-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND                    VALUE 'Y'.
       01  WS-CUR-RUN-ID                     PIC X(08) VALUE SPACES.
       01  WS-CUR-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CUR-CYCLE-STATUS               PIC X(04) VALUE SPACES.
       01  WS-STEP-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES.
               10  WS-ST-NAME                PIC X(08).
               10  WS-ST-STATUS              PIC X(04).
               10  WS-ST-OUTCOME             PIC X(04).
       01  WS-STEP-SUB                       PIC 9(02).
       01  WS-SEARCH-STEP                    PIC X(08).
       01  WS-FOUND-STATUS                   PIC X(04).

      * one feed's arrival and due time
       01  WS-ARRIVED-FLAG                   PIC X(01).
           88  WS-FEED-ARRIVED                   VALUE 'Y'.
       01  WS-DUE-DATE                       PIC 9(08).
       01  WS-DUE-STAMP                      PIC 9(12).
       01  WS-NOW-STAMP                      PIC 9(12).
       01  WS-FEED-STATE                     PIC X(17).
       01  WS-STEP-TEXT                      PIC X(04).

      * alerts already in ALERT.DAT for the current cycle
       01  WS-RAISED-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-RAISED-TABLE.
           05  WS-RA-NAME OCCURS 100 TIMES  PIC X(30).
       01  WS-RAISED-SUB                     PIC 9(04).
       01  WS-ALREADY-FLAG                   PIC X(01).
           88  WS-ALREADY-RAISED                 VALUE 'Y'.
       01  WS-FEED-ALERT-NAME.
           05  WS-FAN-KIND                   PIC X(16)
                                             VALUE "FEED MISSING".
           05  WS-FAN-TYPE                   PIC X(08).
           05  FILLER                        PIC X(06) VALUE SPACES.

       01  WS-FEEDS-WATCHED                  PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-MISSING                  PIC 9(04) VALUE ZERO.
       01  WS-ALERTS-RAISED                  PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-NO                        PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CURRENT-CYCLE
           EVALUATE TRUE
               WHEN NOT WS-CYCLE-FOUND
                   MOVE "CURRENT CYCLE: NONE OPEN -- NO FEEDS WATCHED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-CUR-CYCLE-STATUS = "BKOT"
                   MOVE SPACES TO REPORT-LINE
                   STRING "CURRENT CYCLE: RUN-ID " WS-CUR-RUN-ID
                           "  BACKED OUT -- NO FEEDS WATCHED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM 2500-LOAD-RAISED-ALERTS
                   PERFORM 3000-WATCH-FEEDS
           END-EVALUATE
           PERFORM 8000-WRITE-TRAILER
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-NOW-STAMP = WS-CURRENT-DATE * 10000
               + WS-CURRENT-TIME / 10000
           OPEN OUTPUT REPORT-FILE
           MOVE "FEEDWTCH DAILY FEED ARRIVAL WATCH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN AT " WS-CURRENT-DATE " " WS-CURRENT-TIME (1 : 6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  RUNOPEN only ever appends, so the last *CYCLE row is the
      *  current cycle; its step rows follow it, matched by run-id.
      *****************************************************************
       2000-LOAD-CURRENT-CYCLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2100-TAKE-REGISTRY-ROW
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       2100-TAKE-REGISTRY-ROW.
           EVALUATE TRUE
               WHEN RR-CYCLE-ROW
                   MOVE 'Y' TO WS-CYCLE-FOUND-FLAG
                   MOVE RR-RUN-ID TO WS-CUR-RUN-ID
                   MOVE RR-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE
                   MOVE RR-STATUS TO WS-CUR-CYCLE-STATUS
                   MOVE ZERO TO WS-STEP-COUNT
               WHEN RR-STEP-ROW AND RR-RUN-ID = WS-CUR-RUN-ID
                   IF WS-STEP-COUNT < 60
                       ADD 1 TO WS-STEP-COUNT
                       MOVE RR-STEP-NAME TO WS-ST-NAME (WS-STEP-COUNT)
                       MOVE RR-STATUS TO WS-ST-STATUS (WS-STEP-COUNT)
                       MOVE RR-OUTCOME TO WS-ST-OUTCOME (WS-STEP-COUNT)
                   END-IF
           END-EVALUATE.

       2500-LOAD-RAISED-ALERTS.
           MOVE ZERO TO WS-RAISED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF AL-FEED-WATCH-ALERT
                                   AND AL-RUN-ID = WS-CUR-RUN-ID
                                   AND WS-RAISED-COUNT < 100
                               ADD 1 TO WS-RAISED-COUNT
                               MOVE AL-RECEIVING-NAME
                                   TO WS-RA-NAME (WS-RAISED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       3000-WATCH-FEEDS.
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENT CYCLE: RUN-ID " WS-CUR-RUN-ID
                   "  BUSINESS DATE " WS-CUR-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TYPE      FEED                            "
                   "EXPECTED BY    STEP  STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FEED-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "  NO FEEDCAT.DAT -- NO FEEDS CATALOGUED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FEED-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF FE-FEED-ACTIVE
                               PERFORM 3100-WATCH-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-CATALOG-FILE
           END-IF.

      *****************************************************************
      *  A finished or running scan settles the feed whatever is on
      *  disk now; otherwise the files decide, against the time the
      *  feed was due.
      *****************************************************************
       3100-WATCH-ONE-FEED.
           ADD 1 TO WS-FEEDS-WATCHED
           IF FE-TRANS-FEED
               MOVE "TRUNSCN" TO WS-SEARCH-STEP
           ELSE
               MOVE FE-RECORD-TYPE TO WS-SEARCH-STEP
           END-IF
           PERFORM 3200-FIND-STEP-STATUS
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CUR-BUSINESS-DATE)
                   + FE-ARRIVAL-DAY-OFFSET)
           COMPUTE WS-DUE-STAMP = WS-DUE-DATE * 10000
               + FE-EXPECTED-HH * 100 + FE-EXPECTED-MM
           PERFORM 3300-CHECK-ARRIVAL
           IF WS-FOUND-STATUS = SPACES
               MOVE " -- " TO WS-STEP-TEXT
           ELSE
               MOVE WS-FOUND-STATUS TO WS-STEP-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND-STATUS = "DONE"
                   MOVE "DELIVERED" TO WS-FEED-STATE
               WHEN WS-FOUND-STATUS = "RUN"
                   MOVE "SCANNING" TO WS-FEED-STATE
               WHEN WS-FEED-ARRIVED AND WS-FOUND-STATUS = "FAIL"
                   MOVE "FAILED" TO WS-FEED-STATE
               WHEN WS-FEED-ARRIVED
                   MOVE "ARRIVED" TO WS-FEED-STATE
               WHEN WS-NOW-STAMP > WS-DUE-STAMP
                   MOVE "*** MISSING ***" TO WS-FEED-STATE
                   ADD 1 TO WS-FEEDS-MISSING
               WHEN OTHER
                   MOVE "AWAITED" TO WS-FEED-STATE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING FE-RECORD-TYPE "  " FE-FEED-NAME "  " WS-DUE-DATE
                   " " FE-EXPECTED-TIME "  " WS-STEP-TEXT "  "
                   WS-FEED-STATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FEED-STATE = "*** MISSING ***"
               PERFORM 3500-RAISE-ONCE
           END-IF.

       3200-FIND-STEP-STATUS.
           MOVE SPACES TO WS-FOUND-STATUS
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-ST-NAME (WS-STEP-SUB) = WS-SEARCH-STEP
                   MOVE WS-ST-STATUS (WS-STEP-SUB) TO WS-FOUND-STATUS
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Input file present, and the control file -- if the feed has
      *  one and it is there -- cut no earlier than the business
      *  date.  An older control file is a previous cycle's feed.
      *****************************************************************
       3300-CHECK-ARRIVAL.
           MOVE 'N' TO WS-ARRIVED-FLAG
           MOVE FE-INPUT-FILE TO WS-INPUT-FILE-NAME
           MOVE FE-CONTROL-FILE TO WS-CONTROL-FILE-NAME
           IF WS-INPUT-FILE-NAME NOT = SPACES
               OPEN INPUT FEED-FILE
               IF WS-FEED-STATUS = "00"
                   MOVE 'Y' TO WS-ARRIVED-FLAG
                   CLOSE FEED-FILE
               END-IF
           END-IF
           IF WS-FEED-ARRIVED AND WS-CONTROL-FILE-NAME NOT = SPACES
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CT-FILE-DATE < WS-CUR-BUSINESS-DATE
                               MOVE 'N' TO WS-ARRIVED-FLAG
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       3500-RAISE-ONCE.
           MOVE FE-RECORD-TYPE TO WS-FAN-TYPE
           MOVE 'N' TO WS-ALREADY-FLAG
           PERFORM VARYING WS-RAISED-SUB FROM 1 BY 1
                   UNTIL WS-RAISED-SUB > WS-RAISED-COUNT
               IF WS-RA-NAME (WS-RAISED-SUB) = WS-FEED-ALERT-NAME
                   MOVE 'Y' TO WS-ALREADY-FLAG
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           IF WS-ALREADY-RAISED
               STRING "          CRIT  " WS-FEED-ALERT-NAME
                       "  (ALREADY RAISED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               PERFORM 3600-WRITE-ALERT
               STRING "          CRIT  " WS-FEED-ALERT-NAME
                       "  -- ALERT RAISED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       3600-WRITE-ALERT.
           IF NOT WS-ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   CLOSE ALERT-FILE
                   OPEN EXTEND ALERT-FILE
               END-IF
               MOVE 'Y' TO WS-ALERT-OPEN-FLAG
           END-IF
           MOVE "FEEDWTCH" TO AL-JOB-NAME
           MOVE WS-CUR-RUN-ID TO AL-RUN-ID
           MOVE WS-CURRENT-DATE TO AL-ALERT-DATE
           MOVE WS-CURRENT-TIME TO AL-ALERT-TIME
           MOVE "CRIT" TO AL-SEVERITY
           MOVE WS-FEED-ALERT-NAME TO AL-RECEIVING-NAME
           MOVE 'F' TO AL-ACTION-CODE
           MOVE SPACES TO AL-MESSAGE
           STRING "FEED " DELIMITED BY SIZE
                   FE-RECORD-TYPE DELIMITED BY SPACE
                   " NOT ARRIVED BY " WS-DUE-DATE " "
                   FE-EXPECTED-TIME
                   DELIMITED BY SIZE
               INTO AL-MESSAGE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERTS-RAISED
           DISPLAY "FEEDWTCH: CRIT FEED " FE-RECORD-TYPE
               " NOT ARRIVED BY " WS-DUE-DATE " " FE-EXPECTED-TIME.

       8000-WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEEDS-WATCHED TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDS WATCHED      " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEEDS-MISSING TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDS MISSING      " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-RAISED TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "ALERTS RAISED      " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "FEEDWTCH: " WS-FEEDS-WATCHED " FEED(S) WATCHED, "
               WS-FEEDS-MISSING " MISSING, "
               WS-ALERTS-RAISED " ALERT(S) RAISED"
           IF WS-FEEDS-MISSING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
