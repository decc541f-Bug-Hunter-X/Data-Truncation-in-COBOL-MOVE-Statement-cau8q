      *  dictionary row -- and checkpointing is generic (FEEDCKP.CPY,
      *  FEEDSCN.CKP): a *CONTROL row with the last record fully
      *  processed plus one row per field count, honored on restart
      *  only when the record type and the cycle's run-id match.
      *  The file holds one set
      *  of rows per feed: a rewrite carries every other record
      *  type's rows through untouched, so an abend in one feed's
      *  scan keeps its restart point across another feed's runs.
      *
      *  Onboarding the vendor feed or the payroll interface is now
      *  a set of dictionary rows, not a program change.
      *
      *  Each field is handed to LENCHK under the record type as its
      *  feed id, so character-set exceptions can be counted by feed.
      *  A flagged field's report line is followed by its content
      *  length in characters and in bytes; a field holding invalid
      *  UTF-8 or a control character is reported even when it fits,
      *  and counted per field beside the truncation count.
      *
      *  Catalogued feeds.  The record type on SYSIN is looked up in
      *  the feed catalog (FEEDCAT.DAT, copybook FEEDCAT.CPY), which
      *  names the feed's input, control, delivery and trailer files
      *  -- FEEDIN.DAT is gone -- and the run takes the feed through
      *  the nightly steps TRANS.DAT has always had:
      *
      *    - arrival: a feed whose input file is absent, or whose
      *      control file was cut before the cycle's business date,
      *      has not arrived.  Before its expected time the job ends
      *      with return code 4 and touches nothing; after it, the
      *      feed is reported MISSING, its registry step is ended
      *      FAIL with outcome MISS, and the job ends with return
      *      code 8.  A rerun once the feed lands picks it up;
      *    - registry: the scan registers with RUNREG under the
      *      record type, the step RUNREG opened for the feed with
      *      the cycle, and every file the run writes carries the
      *      cycle's run-id;
      *    - validation: on a fresh start the feed must balance to
      *      the record count on its control file (TRANCTL.CPY
      *      layout), as TRNVALID balances TRANS.DAT; a missing
      *      control total or a count that does not balance ends
      *      the step FAIL with return code 8 before anything is
      *      scanned or written;
      *    - resubmission: once the feed balances, every queue entry
      *      of its record type the operator has repaired on
      *      REJMAINT is appended to the input file, as REJRESUB
      *      appends to TRANS.DAT, and marked resubmitted;
      *    - delivery: each record that is not rejected goes to the
      *      feed's delivery file -- its position in the feed, then
      *      each dictionary field guarded to its FIELDCTL.DAT
      *      length (at full width when the field has no row) -- and
      *      the delivered count goes to the delivery trailer;
      *    - rejects: a rejected record is queued whole in
      *      REJECTQ.DAT under its record type and position, with
      *      the first field that fired and why.
      *
      *  The report is written as FEEDSCN.<record type>.RPT so each
      *  feed's run keeps its own page.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSCN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CATALOG-FILE
               ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT FEED-FILE
               ASSIGN USING WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CONTROL-FILE
               ASSIGN USING WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LAYOUT-FILE
               ASSIGN TO "LAYOUTDC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-TMP-FILE
               ASSIGN TO "REJECTQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE
               ASSIGN USING WS-DELIVERY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT DELIVERY-CTL-FILE
               ASSIGN USING WS-DELIVERY-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CATALOG-FILE.
       01  FEED-CATALOG-FILE-RECORD          PIC X(164).

       FD  FEED-FILE.
       01  FEED-RECORD                       PIC X(4000).

       FD  CONTROL-FILE.
       COPY TRANCTL.

       FD  LAYOUT-FILE.
       COPY LAYOUTDC.

       FD  RESTART-FILE.
       COPY FEEDCKP.

       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  REJECT-TMP-FILE.
       01  REJECT-TMP-RECORD                 PIC X(4367).

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD                   PIC X(8008).

       FD  DELIVERY-CTL-FILE.
       01  DELIVERY-CTL-RECORD.
           05  DC-FILE-DATE                  PIC 9(08).
           05  DC-RECORD-COUNT               PIC 9(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-LAYOUT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-DELIVERY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-SCAN-RECORD-TYPE               PIC X(08) VALUE SPACES.

      * the feed's files, named on its FEEDCAT.DAT row
       01  WS-CATALOG-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88  WS-CATALOG-FOUND                  VALUE 'Y'.
       01  WS-FEED-NAME                      PIC X(30) VALUE SPACES.
       01  WS-INPUT-FILE-NAME                PIC X(30) VALUE SPACES.
       01  WS-CONTROL-FILE-NAME              PIC X(30) VALUE SPACES.
       01  WS-DELIVERY-FILE-NAME             PIC X(30) VALUE SPACES.
       01  WS-DELIVERY-CTL-NAME              PIC X(30) VALUE SPACES.
       01  WS-REPORT-FILE-NAME               PIC X(30) VALUE SPACES.
       01  WS-EXPECTED-TIME                  PIC 9(04) VALUE ZERO.
       01  WS-ARRIVAL-DAY-OFFSET             PIC 9(01) VALUE ZERO.

      * arrival: the feed is due by its expected time on the
      * business date plus its day offset
       01  WS-ARRIVED-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-FEED-ARRIVED                   VALUE 'Y'.
       01  WS-NOT-ARRIVED-TEXT               PIC X(40) VALUE SPACES.
       01  WS-DUE-DATE                       PIC 9(08).
       01  WS-DUE-STAMP                      PIC 9(12).
       01  WS-NOW-STAMP                      PIC 9(12).

      * control-total validation, as TRNVALID does for TRANS.DAT
       01  WS-CONTROL-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-CONTROL-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88  WS-CONTROL-FOUND                  VALUE 'Y'.
       01  WS-FEED-COUNT                     PIC 9(08) VALUE ZERO.
       01  WS-RESUBMIT-COUNT                 PIC 9(08) VALUE ZERO.

      * fields to check, loaded from the dictionary for the record
      * type being scanned -- one counter per row
       01  WS-LAYOUT-TABLE-CTL.
               10  WS-LD-OFFSET              PIC 9(05).
               10  WS-LD-LENGTH              PIC 9(05).
               10  WS-LD-COUNT               PIC 9(08).
               10  WS-LD-CHARSET-COUNT       PIC 9(08).

      * checkpoint rows belonging to other record types, carried
      * through every rewrite of the shared checkpoint file
       01  WS-OTHER-CKPT-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-OTHER-CKPT-TABLE.
           05  WS-OTHER-CKPT-ROW OCCURS 200 TIMES
                   PIC X(119).

       01  WS-SCAN-STATE-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SCAN-RESTARTED                 VALUE 'Y'.

       01  WS-FIELD-SUB                      PIC 9(04).
       01  WS-RECORD-NO                      PIC 9(08) VALUE ZERO.
       01  WS-LAST-GOOD-RECORD-NO            PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-READ                   PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-FLAGGED                PIC 9(08) VALUE ZERO.
       01  WS-DELIVERED-COUNT                PIC 9(08) VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC 9(08) VALUE ZERO.
       01  WS-RECORD-HAS-RISK                PIC X(01).
           88  WS-RECORD-FLAGGED                 VALUE 'Y'.
       01  WS-RECORD-HAS-REJECT              PIC X(01).
           88  WS-RECORD-REJECTED                VALUE 'Y'.

      * first field that fired a reject in the record in hand -- the
      * record goes to the reject queue once, not once per field
       01  WS-REJ-FIELD-NAME                 PIC X(30) VALUE SPACES.
       01  WS-REJ-SENDING-LENGTH             PIC 9(08) VALUE ZERO.
       01  WS-REJ-TARGET-LENGTH              PIC 9(08) VALUE ZERO.
       01  WS-REJ-CHARSET-FLAG               PIC X(01) VALUE SPACE.

      * the record as it will ship: its position in the feed, then
      * each field at its delivered length
       01  WS-DELIVERY-BUILD                 PIC X(8008).
       01  WS-DLV-OFFSET                     PIC 9(05) COMP.
       01  WS-DLV-LENGTH                     PIC 9(08) COMP.

       01  WS-CKPT-DATE-TIME.
           05  WS-CKPT-DATE                  PIC 9(08).
           05  WS-CKPT-TIME                  PIC 9(08).
           05  FILLER                        PIC X(09).

       01  WS-RUN-ID                         PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-STEP-OUTCOME                   PIC X(04) VALUE SPACES.

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-PRIOR                     PIC ZZZZZZZ9.
       01  WS-DISP-SEND-LEN                  PIC ZZZZZZZ9.
       01  WS-DISP-RECV-LEN                  PIC ZZZZZZZ9.
       01  WS-DISP-CHARSET-NO                PIC ZZZZZZZ9.
       01  WS-DISP-CHARS                     PIC ZZZ9.
       01  WS-DISP-BYTES                     PIC ZZZ9.

       COPY FEEDCAT.

       COPY LENCHK.

       COPY RUNREG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-CHECK-ARRIVAL
           PERFORM 1650-REGISTER-STEP-START
           PERFORM 1500-LOAD-CHECKPOINT
           PERFORM 1400-OPEN-REPORT
           IF NOT WS-SCAN-RESTARTED
               PERFORM 1800-VALIDATE-CONTROL-TOTAL
               PERFORM 1850-RESUBMIT-REPAIRED
               PERFORM 2300-WRITE-CHECKPOINT
           END-IF
           PERFORM 1900-OPEN-SCAN-FILES
           PERFORM 2000-PROCESS-FEED UNTIL WS-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           IF WS-SCAN-RECORD-TYPE = SPACES
               DISPLAY "FEEDSCN: NO RECORD TYPE GIVEN ON SYSIN -- "
                   "JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-LOAD-CATALOG-ROW
           PERFORM 1100-LOAD-LAYOUT-TABLE
           IF WS-LAYOUT-COUNT = ZERO
               DISPLAY "FEEDSCN: LAYOUTDC.DAT HAS NO ACTIVE ROWS FOR "
                   "RECORD TYPE " WS-SCAN-RECORD-TYPE
                   " -- JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "FEEDSCN." DELIMITED BY SIZE
                   WS-SCAN-RECORD-TYPE DELIMITED BY SPACE
                   ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           SET RG-REQ-INQUIRE TO TRUE
           MOVE SPACES TO RG-STEP-NAME
           MOVE ZERO TO RG-BUSINESS-DATE
           MOVE SPACES TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF NOT RG-OK
               DISPLAY "FEEDSCN: " RG-MESSAGE " -- JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RG-RUN-ID TO WS-RUN-ID
           MOVE RG-BUSINESS-DATE TO WS-BUSINESS-DATE.

      *****************************************************************
      *  The feed's catalog row names its files and its expected
      *  time.  TRANS.DAT is catalogued too, but it is scanned by
      *  TRUNSCN behind TRNVALID and REJRESUB, never here.  Rows are
      *  read into working storage, so the matched row is still
      *  there once the catalog is closed.
      *****************************************************************
       1050-LOAD-CATALOG-ROW.
           OPEN INPUT FEED-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "FEEDSCN: CANNOT OPEN FEEDCAT.DAT, STATUS="
                   WS-CATALOG-STATUS " -- JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
               READ FEED-CATALOG-FILE INTO FEED-CATALOG-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FE-RECORD-TYPE = WS-SCAN-RECORD-TYPE
                           MOVE 'Y' TO WS-CATALOG-FOUND-FLAG
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-CATALOG-FILE
           EVALUATE TRUE
               WHEN NOT WS-CATALOG-FOUND
                   DISPLAY "FEEDSCN: RECORD TYPE " WS-SCAN-RECORD-TYPE
                       " IS NOT IN FEEDCAT.DAT -- JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN FE-TRANS-FEED
                   DISPLAY "FEEDSCN: TRANREC IS SCANNED BY TRUNSCN, "
                       "NOT FEEDSCN -- JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN NOT FE-FEED-ACTIVE
                   DISPLAY "FEEDSCN: FEED " WS-SCAN-RECORD-TYPE
                       " IS NOT ACTIVE IN FEEDCAT.DAT -- JOB "
                       "TERMINATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN FE-INPUT-FILE = SPACES
                       OR FE-DELIVERY-FILE = SPACES
                       OR FE-DELIVERY-CTL-FILE = SPACES
                   DISPLAY "FEEDSCN: FEEDCAT.DAT ROW FOR "
                       WS-SCAN-RECORD-TYPE " DOES NOT NAME ITS INPUT "
                       "AND DELIVERY FILES -- JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE FE-FEED-NAME TO WS-FEED-NAME
           MOVE FE-INPUT-FILE TO WS-INPUT-FILE-NAME
           MOVE FE-CONTROL-FILE TO WS-CONTROL-FILE-NAME
           MOVE FE-DELIVERY-FILE TO WS-DELIVERY-FILE-NAME
           MOVE FE-DELIVERY-CTL-FILE TO WS-DELIVERY-CTL-NAME
           MOVE FE-EXPECTED-TIME TO WS-EXPECTED-TIME
           MOVE FE-ARRIVAL-DAY-OFFSET TO WS-ARRIVAL-DAY-OFFSET.

       1100-LOAD-LAYOUT-TABLE.
           MOVE ZERO TO WS-LAYOUT-COUNT
                   MOVE LD-FIELD-LENGTH
                       TO WS-LD-LENGTH (WS-LAYOUT-COUNT)
                   MOVE ZERO TO WS-LD-COUNT (WS-LAYOUT-COUNT)
                   MOVE ZERO TO WS-LD-CHARSET-COUNT (WS-LAYOUT-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      *  The feed has arrived when its input file is there and its
      *  control file, if there, was cut on or after the business
      *  date -- an older one is the last cycle's feed left in
      *  place.  Not arrived and not yet due: end quietly with
      *  return code 4 so the scheduler tries again.  Not arrived
      *  and past due: the feed is missing, and the registry is
      *  told so -- the step is ended FAIL, outcome MISS, and can
      *  still be run when the feed turns up.
      *****************************************************************
       1300-CHECK-ARRIVAL.
           MOVE 'Y' TO WS-ARRIVED-FLAG
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
               CLOSE FEED-FILE
           ELSE
               MOVE 'N' TO WS-ARRIVED-FLAG
               MOVE "INPUT FILE NOT RECEIVED" TO WS-NOT-ARRIVED-TEXT
           END-IF
           IF WS-FEED-ARRIVED AND WS-CONTROL-FILE-NAME NOT = SPACES
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CT-FILE-DATE < WS-BUSINESS-DATE
                               MOVE 'N' TO WS-ARRIVED-FLAG
                               MOVE "CONTROL FILE IS FROM A PRIOR DAY"
                                   TO WS-NOT-ARRIVED-TEXT
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF NOT WS-FEED-ARRIVED
               PERFORM 1350-REPORT-NOT-ARRIVED
           END-IF.

       1350-REPORT-NOT-ARRIVED.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-DATE-TIME
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-ARRIVAL-DAY-OFFSET)
           COMPUTE WS-DUE-STAMP = WS-DUE-DATE * 10000
               + WS-EXPECTED-TIME
           COMPUTE WS-NOW-STAMP = WS-CKPT-DATE * 10000
               + WS-CKPT-TIME / 10000
           PERFORM 1400-OPEN-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "FEED " WS-SCAN-RECORD-TYPE "  " WS-FEED-NAME
                   "  " WS-NOT-ARRIVED-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-NOW-STAMP > WS-DUE-STAMP
               STRING "*** FEED MISSING -- EXPECTED BY " WS-DUE-DATE
                       " " WS-EXPECTED-TIME " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "FEEDSCN: FEED " WS-SCAN-RECORD-TYPE
                   " MISSING -- EXPECTED BY " WS-DUE-DATE " "
                   WS-EXPECTED-TIME ", " WS-NOT-ARRIVED-TEXT
               PERFORM 1360-REGISTER-MISSING
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "NOT YET ARRIVED -- EXPECTED BY " WS-DUE-DATE
                       " " WS-EXPECTED-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "FEEDSCN: FEED " WS-SCAN-RECORD-TYPE
                   " NOT YET ARRIVED -- EXPECTED BY " WS-DUE-DATE " "
                   WS-EXPECTED-TIME
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      *  A start the registry refuses -- the step already ran for
      *  the cycle, or the cycle is backed out -- leaves the step's
      *  row as it stands.
      *****************************************************************
       1360-REGISTER-MISSING.
           SET RG-REQ-START-STEP TO TRUE
           MOVE WS-SCAN-RECORD-TYPE TO RG-STEP-NAME
           MOVE ZERO TO RG-BUSINESS-DATE
           MOVE SPACES TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF RG-OK
               SET RG-REQ-END-STEP TO TRUE
               MOVE WS-SCAN-RECORD-TYPE TO RG-STEP-NAME
               MOVE "MISS" TO RG-OUTCOME
               CALL "RUNREG" USING RUNREG-LINKAGE
           ELSE
               DISPLAY "FEEDSCN: RUN REGISTRY REFUSED START -- "
                   RG-MESSAGE
           END-IF.

       1400-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDSCN FIELD LENGTH CHECK, RECORD TYPE "
                   WS-SCAN-RECORD-TYPE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN-ID " WS-RUN-ID "  BUSINESS DATE "
                   WS-BUSINESS-DATE "  INPUT " WS-INPUT-FILE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LAST-GOOD-RECORD-NO > ZERO
               MOVE WS-LAST-GOOD-RECORD-NO TO WS-DISP-NO
               MOVE SPACES TO REPORT-LINE
               STRING "RESTARTING AFTER RECORD " WS-DISP-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The scan runs under the feed's own registry step, named for
      *  its record type; the cycle's run-id is the one stamped on
      *  everything this run writes.
      *****************************************************************
       1650-REGISTER-STEP-START.
           SET RG-REQ-START-STEP TO TRUE
           MOVE WS-SCAN-RECORD-TYPE TO RG-STEP-NAME
           MOVE ZERO TO RG-BUSINESS-DATE
           MOVE SPACES TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF NOT RG-OK
               DISPLAY "FEEDSCN: RUN REGISTRY REFUSED START -- "
                   RG-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RG-RUN-ID TO WS-RUN-ID
           MOVE RG-BUSINESS-DATE TO WS-BUSINESS-DATE.

       9100-REGISTER-STEP-END.
           SET RG-REQ-END-STEP TO TRUE
           MOVE WS-SCAN-RECORD-TYPE TO RG-STEP-NAME
           MOVE "PASS" TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE.

      *****************************************************************
      *  A feed that cannot be taken through ends its step FAIL with
      *  return code 8; nothing past the failure point is written.
      *****************************************************************
       9200-FAIL-STEP.
           CLOSE REPORT-FILE
           SET RG-REQ-END-STEP TO TRUE
           MOVE WS-SCAN-RECORD-TYPE TO RG-STEP-NAME
           MOVE WS-STEP-OUTCOME TO RG-OUTCOME
           CALL "RUNREG" USING RUNREG-LINKAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  A checkpoint is only honored when its *CONTROL row carries
      *  the record type being scanned, is marked in progress and
      *  was written for the current cycle's run-id -- a scan left
      *  in progress by a cycle since backed out starts over; the
      *  field rows restore each matching counter by name.
      *****************************************************************
       1500-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-LAST-GOOD-RECORD-NO
           MOVE ZERO TO WS-OTHER-CKPT-COUNT
           MOVE 'N' TO WS-SCAN-STATE-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = "00"

       1600-RESTORE-CHECKPOINT-ROW.
           IF FK-CONTROL-ROW
               IF FK-SCAN-IN-PROGRESS
                       AND FK-RUN-ID = WS-RUN-ID
                   MOVE 'Y' TO WS-SCAN-STATE-FLAG
                   MOVE FK-COUNTER TO WS-LAST-GOOD-RECORD-NO
                   MOVE FK-RECORDS-READ TO WS-RECORDS-READ
                   MOVE FK-RECORDS-FLAGGED TO WS-RECORDS-FLAGGED
                   MOVE FK-DELIVERED-COUNT TO WS-DELIVERED-COUNT
                   MOVE FK-REJECTED-COUNT TO WS-REJECTED-COUNT
               END-IF
           ELSE
               IF WS-SCAN-RESTARTED
                   PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                           UNTIL WS-FIELD-SUB > WS-LAYOUT-COUNT
                       IF WS-LD-FIELD-NAME (WS-FIELD-SUB) =
                               FK-FIELD-NAME
                           MOVE FK-COUNTER
                               TO WS-LD-COUNT (WS-FIELD-SUB)
                           IF FK-CHARSET-COUNTER IS NUMERIC
                               MOVE FK-CHARSET-COUNTER
                                   TO WS-LD-CHARSET-COUNT
                                       (WS-FIELD-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *****************************************************************
      *  The feed must balance to the record count upstream put on
      *  its control file before anything is scanned, delivered or
      *  queued -- a short feed must not look like a quiet day.
      *****************************************************************
       1800-VALIDATE-CONTROL-TOTAL.
           MOVE ZERO TO WS-FEED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FEED-COUNT
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-CONTROL-FILE-NAME NOT = SPACES
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE 'Y' TO WS-CONTROL-FOUND-FLAG
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           MOVE WS-FEED-COUNT TO WS-DISP-NO
           MOVE WS-CONTROL-COUNT TO WS-DISP-PRIOR
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-FOUND
                   STRING "CONTROL TOTAL MISSING FROM "
                           WS-CONTROL-FILE-NAME
                           "  *** FEED FAILED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-FEED-COUNT NOT = WS-CONTROL-COUNT
                   STRING "RECORD COUNT " WS-DISP-NO
                           " DOES NOT BALANCE TO CONTROL TOTAL "
                           WS-DISP-PRIOR
                           "  *** FEED FAILED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "RECORD COUNT " WS-DISP-NO
                           " BALANCES TO CONTROL TOTAL "
                           WS-DISP-PRIOR
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF NOT WS-CONTROL-FOUND
                   OR WS-FEED-COUNT NOT = WS-CONTROL-COUNT
               MOVE "VALIDATION RESULT: FAIL -- SCAN WILL NOT RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "FEEDSCN: FEED " WS-SCAN-RECORD-TYPE
                   " FAILED VALIDATION -- JOB TERMINATED"
               MOVE "FAIL" TO WS-STEP-OUTCOME
               PERFORM 9200-FAIL-STEP
           END-IF.

      *****************************************************************
      *  One streaming pass over the queue, as REJRESUB makes for
      *  TRANS.DAT: repaired entries of this feed's record type are
      *  appended to the input file behind the records upstream
      *  sent and marked resubmitted; everything else is copied
      *  through unchanged.  The survivors are then copied back.
      *****************************************************************
       1850-RESUBMIT-REPAIRED.
           MOVE ZERO TO WS-RESUBMIT-COUNT
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               OPEN OUTPUT REJECT-TMP-FILE
               OPEN EXTEND FEED-FILE
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RJ-REPAIRED
                                   AND RJ-RECORD-TYPE
                                       = WS-SCAN-RECORD-TYPE
                               MOVE RJ-FEED-RECORD TO FEED-RECORD
                               WRITE FEED-RECORD
                               ADD 1 TO WS-RESUBMIT-COUNT
                               SET RJ-RESUBMITTED TO TRUE
                           END-IF
                           MOVE REJECT-QUEUE-RECORD
                               TO REJECT-TMP-RECORD
                           WRITE REJECT-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE REJECT-TMP-FILE
               CLOSE FEED-FILE
               MOVE 'N' TO WS-END-OF-FILE
               IF WS-RESUBMIT-COUNT > ZERO
                   PERFORM 1870-COPY-QUEUE-BACK
               END-IF
           END-IF
           MOVE WS-RESUBMIT-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "REPAIRED REJECTS RESUBMITTED " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1870-COPY-QUEUE-BACK.
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
           CLOSE REJECT-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      *****************************************************************
      *  A fresh scan starts the delivery file over; a restart picks
      *  it up where the checkpoint left it, as TRUNSCN does.
      *****************************************************************
       1900-OPEN-SCAN-FILES.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "FEEDSCN: CANNOT OPEN " WS-INPUT-FILE-NAME
                   " STATUS=" WS-FEED-STATUS " -- JOB TERMINATED"
               MOVE "FAIL" TO WS-STEP-OUTCOME
               PERFORM 9200-FAIL-STEP
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
               OPEN EXTEND REJECT-FILE
           END-IF
           IF WS-LAST-GOOD-RECORD-NO > ZERO
               OPEN EXTEND DELIVERY-FILE
               IF WS-DELIVERY-STATUS = "35"
                   OPEN OUTPUT DELIVERY-FILE
               END-IF
           ELSE
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           PERFORM 2100-READ-FEED-FILE.

       2000-PROCESS-FEED.
           ADD 1 TO WS-RECORD-NO
           IF WS-RECORD-NO <= WS-LAST-GOOD-RECORD-NO

       2200-CHECK-RECORD.
           MOVE 'N' TO WS-RECORD-HAS-RISK
           MOVE 'N' TO WS-RECORD-HAS-REJECT
           MOVE SPACES TO WS-REJ-FIELD-NAME
           MOVE SPACES TO WS-DELIVERY-BUILD
           MOVE WS-RECORD-NO TO WS-DELIVERY-BUILD (1 : 8)
           MOVE 9 TO WS-DLV-OFFSET
           ADD 1 TO WS-RECORDS-READ
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-LAYOUT-COUNT
           END-PERFORM
           IF WS-RECORD-FLAGGED
               ADD 1 TO WS-RECORDS-FLAGGED
           END-IF
           IF WS-RECORD-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 3100-WRITE-REJECT-QUEUE
           ELSE
               MOVE WS-DELIVERY-BUILD TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.

       3000-CHECK-ONE-FIELD.
           MOVE "FEEDSCN" TO LC-JOB-NAME
           MOVE WS-RUN-ID TO LC-RUN-ID
           MOVE WS-SCAN-RECORD-TYPE TO LC-FEED-ID
           MOVE WS-LD-FIELD-NAME (WS-FIELD-SUB) TO LC-SENDING-NAME
           MOVE WS-LD-FIELD-NAME (WS-FIELD-SUB) TO LC-RECEIVING-NAME
           MOVE WS-LD-LENGTH (WS-FIELD-SUB) TO LC-SENDING-LENGTH
           MOVE WS-RECORD-NO TO WS-DISP-NO
           STRING WS-DISP-NO DELIMITED BY SIZE INTO LC-RECORD-KEY
           CALL "LENCHK" USING LENCHK-LINKAGE
           PERFORM 3050-CAPTURE-DELIVERY-FIELD
           IF NOT LC-CHARSET-CLEAN AND NOT LC-CONFIG-MISSING
               ADD 1 TO WS-LD-CHARSET-COUNT (WS-FIELD-SUB)
               MOVE 'Y' TO WS-RECORD-HAS-RISK
           END-IF
           IF LC-TRUNCATION-RISK OR LC-REJECTED
               ADD 1 TO WS-LD-COUNT (WS-FIELD-SUB)
               MOVE 'Y' TO WS-RECORD-HAS-RISK
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               PERFORM 3070-REPORT-CONTENT-LENGTH
               IF LC-REJECTED AND WS-REJ-FIELD-NAME = SPACES
                   MOVE 'Y' TO WS-RECORD-HAS-REJECT
                   MOVE LC-RECEIVING-NAME TO WS-REJ-FIELD-NAME
                   MOVE LC-SENDING-LENGTH TO WS-REJ-SENDING-LENGTH
                   MOVE LC-RECEIVING-LENGTH TO WS-REJ-TARGET-LENGTH
                   MOVE LC-CHARSET-FLAG TO WS-REJ-CHARSET-FLAG
               END-IF
           ELSE
               IF LC-CHARSET-EXCEPTION
                   MOVE SPACES TO REPORT-LINE
                   STRING "RECORD " WS-DISP-NO
                           "  FIELD " LC-SENDING-NAME
                           "  *** CHARSET EXCEPTION -- PASSED AS "
                           "SENT ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 3070-REPORT-CONTENT-LENGTH
               END-IF
               IF LC-CONFIG-MISSING
                   MOVE SPACES TO REPORT-LINE
                   STRING "RECORD " WS-DISP-NO
               END-IF
           END-IF.

      *****************************************************************
      *  Add the field to the delivery record as it will ship: the
      *  guarded LC-RECEIVING-FIELD at its FIELDCTL.DAT length, or
      *  -- for a field with no FIELDCTL.DAT row -- the value as it
      *  arrived at its full width.  Field lengths that would carry
      *  the record past its 8,000 bytes of data are a parameter
      *  error: the step fails rather than ship a cut record.
      *****************************************************************
       3050-CAPTURE-DELIVERY-FIELD.
           IF LC-CONFIG-MISSING
               MOVE LC-SENDING-LENGTH TO WS-DLV-LENGTH
           ELSE
               MOVE LC-RECEIVING-LENGTH TO WS-DLV-LENGTH
           END-IF
           IF WS-DLV-OFFSET + WS-DLV-LENGTH - 1 > 8008
               DISPLAY "FEEDSCN: FIELD LENGTHS FOR RECORD TYPE "
                   WS-SCAN-RECORD-TYPE " EXCEED THE 8000-BYTE "
                   "DELIVERY RECORD -- JOB TERMINATED"
               MOVE "RECORD TOO LONG FOR DELIVERY -- JOB TERMINATED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FAIL" TO WS-STEP-OUTCOME
               PERFORM 9200-FAIL-STEP
           END-IF
           IF WS-DLV-LENGTH > ZERO
               IF LC-CONFIG-MISSING
                   MOVE LC-SENDING-FIELD (1 : WS-DLV-LENGTH)
                       TO WS-DELIVERY-BUILD
                           (WS-DLV-OFFSET : WS-DLV-LENGTH)
               ELSE
                   MOVE LC-RECEIVING-FIELD (1 : WS-DLV-LENGTH)
                       TO WS-DELIVERY-BUILD
                           (WS-DLV-OFFSET : WS-DLV-LENGTH)
               END-IF
               ADD WS-DLV-LENGTH TO WS-DLV-OFFSET
           END-IF.

      *****************************************************************
      *  Content length of the value in characters and in bytes,
      *  and what is wrong with it if it is not clean UTF-8.
      *****************************************************************
       3070-REPORT-CONTENT-LENGTH.
           MOVE LC-CHAR-LENGTH TO WS-DISP-CHARS
           MOVE LC-BYTE-LENGTH TO WS-DISP-BYTES
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN LC-CHARSET-INVALID
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                           "  INVALID UTF-8 BYTE SEQUENCE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN LC-CHARSET-CONTROL
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                           "  CONTROL CHARACTER IN VALUE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The rejected record is queued whole under its record type
      *  and position in the feed, with the first field that fired.
      *****************************************************************
       3100-WRITE-REJECT-QUEUE.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-DATE-TIME
           MOVE LC-JOB-NAME TO RJ-JOB-NAME
           MOVE LC-RUN-ID TO RJ-RUN-ID
           MOVE WS-CKPT-DATE TO RJ-REJECT-DATE
           MOVE WS-CKPT-TIME TO RJ-REJECT-TIME
           MOVE WS-REJ-FIELD-NAME TO RJ-FIELD-NAME
           MOVE WS-REJ-SENDING-LENGTH TO RJ-SENDING-LENGTH
           MOVE WS-REJ-TARGET-LENGTH TO RJ-TARGET-LENGTH
           MOVE SPACES TO RJ-REASON
           MOVE WS-REJ-SENDING-LENGTH TO WS-DISP-SEND-LEN
           MOVE WS-REJ-TARGET-LENGTH TO WS-DISP-RECV-LEN
           EVALUATE TRUE
               WHEN WS-REJ-SENDING-LENGTH NOT > WS-REJ-TARGET-LENGTH
                       AND WS-REJ-CHARSET-FLAG = 'I'
                   MOVE "INVALID UTF-8 BYTE SEQUENCE IN VALUE"
                       TO RJ-REASON
               WHEN WS-REJ-SENDING-LENGTH NOT > WS-REJ-TARGET-LENGTH
                       AND WS-REJ-CHARSET-FLAG = 'C'
                   MOVE "CONTROL CHARACTER IN VALUE" TO RJ-REASON
               WHEN OTHER
                   STRING "SENDING LENGTH" WS-DISP-SEND-LEN
                           " EXCEEDS TARGET LENGTH" WS-DISP-RECV-LEN
                       DELIMITED BY SIZE INTO RJ-REASON
           END-EVALUATE
           SET RJ-PENDING TO TRUE
           MOVE ZERO TO RJ-REPAIR-DATE
           MOVE ZERO TO RJ-REPAIR-TIME
           MOVE SPACES TO RJ-REPAIRED-BY
           MOVE SPACES TO RJ-TRANSACTION
           MOVE WS-SCAN-RECORD-TYPE TO RJ-RECORD-TYPE
           MOVE WS-RECORD-NO TO RJ-FEED-RECORD-NO
           MOVE FEED-RECORD TO RJ-FEED-RECORD
           WRITE REJECT-QUEUE-RECORD.

      *****************************************************************
      *  The whole checkpoint file is rewritten after every record,
      *  as TRUNSCN does: the *CONTROL row, then one row per
      *  dictionary field with its running count.  The first write,
      *  once the feed has balanced and its repairs are resubmitted,
      *  carries record zero.
      *****************************************************************
       2300-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-DATE-TIME
           SET FK-CONTROL-ROW TO TRUE
           MOVE SPACES TO FK-FIELD-NAME
           MOVE WS-RECORD-NO TO FK-COUNTER
           MOVE ZERO TO FK-CHARSET-COUNTER
           MOVE WS-RECORDS-READ TO FK-RECORDS-READ
           MOVE WS-RECORDS-FLAGGED TO FK-RECORDS-FLAGGED
           MOVE WS-CKPT-DATE TO FK-CKPT-DATE
           MOVE WS-CKPT-TIME TO FK-CKPT-TIME
           MOVE WS-DELIVERED-COUNT TO FK-DELIVERED-COUNT
           MOVE WS-REJECTED-COUNT TO FK-REJECTED-COUNT
           SET FK-SCAN-IN-PROGRESS TO TRUE
           MOVE WS-RUN-ID TO FK-RUN-ID
           WRITE FEED-CHECKPOINT-RECORD
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-LAYOUT-COUNT
               SET FK-FIELD-ROW TO TRUE
               MOVE WS-LD-FIELD-NAME (WS-FIELD-SUB) TO FK-FIELD-NAME
               MOVE WS-LD-COUNT (WS-FIELD-SUB) TO FK-COUNTER
               MOVE WS-LD-CHARSET-COUNT (WS-FIELD-SUB)
                   TO FK-CHARSET-COUNTER
               MOVE WS-RECORDS-READ TO FK-RECORDS-READ
               MOVE WS-RECORDS-FLAGGED TO FK-RECORDS-FLAGGED
               MOVE WS-CKPT-DATE TO FK-CKPT-DATE
               MOVE WS-CKPT-TIME TO FK-CKPT-TIME
               MOVE ZERO TO FK-DELIVERED-COUNT
               MOVE ZERO TO FK-REJECTED-COUNT
               SET FK-SCAN-IN-PROGRESS TO TRUE
               MOVE WS-RUN-ID TO FK-RUN-ID
               WRITE FEED-CHECKPOINT-RECORD
           END-PERFORM
           PERFORM 2500-WRITE-OTHER-TYPE-ROWS
           SET FK-CONTROL-ROW TO TRUE
           MOVE SPACES TO FK-FIELD-NAME
           MOVE ZERO TO FK-COUNTER
           MOVE ZERO TO FK-CHARSET-COUNTER
           MOVE ZERO TO FK-RECORDS-READ
           MOVE ZERO TO FK-RECORDS-FLAGGED
           MOVE WS-CKPT-DATE TO FK-CKPT-DATE
           MOVE WS-CKPT-TIME TO FK-CKPT-TIME
           MOVE ZERO TO FK-DELIVERED-COUNT
           MOVE ZERO TO FK-REJECTED-COUNT
           MOVE SPACE TO FK-SCAN-STATE
           MOVE WS-RUN-ID TO FK-RUN-ID
           WRITE FEED-CHECKPOINT-RECORD
           PERFORM 2500-WRITE-OTHER-TYPE-ROWS
           CLOSE RESTART-FILE.
           WRITE REPORT-LINE
           MOVE "SUMMARY - COUNTS BY FIELD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIELD                         "
                   "     TRUNC    CHARSET"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-LAYOUT-COUNT
               MOVE WS-LD-COUNT (WS-FIELD-SUB) TO WS-DISP-NO
               MOVE WS-LD-CHARSET-COUNT (WS-FIELD-SUB)
                   TO WS-DISP-CHARSET-NO
               MOVE SPACES TO REPORT-LINE
               STRING WS-LD-FIELD-NAME (WS-FIELD-SUB) "  "
                       WS-DISP-NO "   " WS-DISP-CHARSET-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS FLAGGED    " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DELIVERED-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS DELIVERED  " WS-DISP-NO
                   "  TO " WS-DELIVERY-FILE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS REJECTED   " WS-DISP-NO
                   "  TO REJECTQ.DAT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Control trailer for the delivery file, in the TRANS.CTL
      *  layout: cut date and the count of records delivered.
      *****************************************************************
       8900-WRITE-DELIVERY-TRAILER.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-DATE-TIME
           OPEN OUTPUT DELIVERY-CTL-FILE
           MOVE WS-CKPT-DATE TO DC-FILE-DATE
           MOVE WS-DELIVERED-COUNT TO DC-RECORD-COUNT
           WRITE DELIVERY-CTL-RECORD
           CLOSE DELIVERY-CTL-FILE.

       9000-TERMINATE.
           PERFORM 8900-WRITE-DELIVERY-TRAILER
           PERFORM 2400-CLEAR-CHECKPOINT
           CLOSE FEED-FILE
           CLOSE REJECT-FILE
           CLOSE DELIVERY-FILE
           CLOSE REPORT-FILE
           SET LC-MODE-CLOSE-FILES TO TRUE
           CALL "LENCHK" USING LENCHK-LINKAGE.
