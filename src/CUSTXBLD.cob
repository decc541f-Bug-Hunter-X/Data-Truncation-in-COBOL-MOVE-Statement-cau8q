      *****************************************************************
      *  PROGRAM-ID. CUSTXBLD
      *
      *  Cross-day customer exception index build.  TR-RECORD-NO
      *  restarts at 1 every day and LENCHK stamps only that number
      *  on EXCLOG.DAT, so each night's exceptions look like a new
      *  problem even when the same customer's address has been
      *  truncated every night for months.  This job, run once the
      *  night's scan is done, indexes the cycle's exceptions by the
      *  customer themselves into CUSTXIDX.DAT (CUSTXIDX.CPY), keyed
      *  on the normalized customer name plus email:
      *
      *    - EXCLOG.DAT rows TRUNSCN logged for the cycle's run-id
      *      are tied back to their transaction through the record
      *      key, matched against TRANS.DAT the way SPILLMRG ties
      *      spill rows back (the key built as TRUNSCN builds
      *      LC-RECORD-KEY), for the customer's name and email.
      *      TRANS.DAT is only taken for the cycle's file when
      *      TRANS.CTL is dated the cycle's business date; otherwise
      *      the night's truncations are left unindexed and the job
      *      says so;
      *    - REJECTQ.DAT entries queued for the cycle's run-id --
      *      the scan's rejects and LOADRECN's downstream load
      *      rejects -- carry the transaction image, name and email
      *      included.  Feed entries (REJQUEUE.CPY RJ-RECORD-TYPE)
      *      carry a feed record in its own LAYOUTDC layout, not a
      *      transaction, and are passed over, as are entries
      *      CUSTERAS has erased.
      *
      *  One index row per customer, business date, field and kind
      *  of exception: a night already indexed for the customer,
      *  field and kind is not indexed again, so the job can be
      *  rerun -- after LOADRECN has queued the load rejects, say --
      *  and only adds what is new.  Values CUSTERAS has redacted
      *  are not indexed -- an EXCLOG row it has redacted is never
      *  joined to TRANS.DAT, which CUSTERAS does not touch -- nor
      *  an exception whose transaction has neither a name nor an
      *  email.
      *
      *  SYSIN takes an optional run-id; blank indexes the current
      *  cycle, the last one RUNOPEN opened.  The cycle's TRUNSCN
      *  step must be DONE.  Rows of any cycle since backed out by
      *  CYCBKOUT are removed from the index on every run, so a
      *  backed-out night never counts against a customer.
      *
      *  CUSTXBLD.RPT gives the counts.  Return code 8 when the
      *  cycle cannot be indexed, 4 when part of it was not (an
      *  exception with no record in TRANS.DAT, a TRANS.DAT from
      *  another day, or a table overflow), else 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXBLD.
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

           SELECT TRANS-FILE
               ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "TRANS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT INDEX-FILE
               ASSIGN TO "CUSTXIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-TMP-FILE
               ASSIGN TO "CUSTXIDX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "CUSTXBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  EXCLOG-FILE.
       COPY EXCLOGR.

       FD  TRANS-FILE.
       01  TRANS-FILE-RECORD                 PIC X(188).

       FD  CONTROL-FILE.
       COPY TRANCTL.

       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  INDEX-FILE.
       COPY CUSTXIDX.

       FD  INDEX-TMP-FILE.
       01  INDEX-TMP-RECORD                  PIC X(279).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EXCLOG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-INDEX-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

      * the cycle being indexed
       01  WS-REQUESTED-RUN-ID               PIC X(08) VALUE SPACES.
       01  WS-CYCLE-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND                    VALUE 'Y'.
       01  WS-RUN-ID                         PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-STATUS                   PIC X(04) VALUE SPACES.
       01  WS-SCAN-STATUS                    PIC X(04) VALUE SPACES.
       01  WS-REFUSAL-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-REFUSAL-LINE                   PIC X(90) VALUE SPACES.

      * cycles backed out, whose rows leave the index
       01  WS-BKOUT-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-BKOUT-TABLE.
           05  WS-BKOUT-RUN-ID OCCURS 200 TIMES PIC X(08).
       01  WS-BKOUT-SUB                      PIC 9(04).
       01  WS-BKOUT-FLAG                     PIC X(01).
           88  WS-ROW-BACKED-OUT                 VALUE 'Y'.

      * what the index already holds for the business date, and
      * what this run adds to it
       01  WS-NIGHT-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 5000 TIMES.
               10  WS-NE-CUSTOMER-KEY        PIC X(90).
               10  WS-NE-FIELD-NAME          PIC X(30).
               10  WS-NE-KIND                PIC X(01).
       01  WS-NIGHT-SUB                      PIC 9(04).
       01  WS-NIGHT-FOUND-FLAG               PIC X(01).
           88  WS-ALREADY-INDEXED                VALUE 'Y'.

      * the cycle's EXCLOG rows, waiting for their transaction
       01  WS-EXC-COUNT                      PIC 9(04) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 5000 TIMES.
               10  WS-EX-RECORD-KEY          PIC X(20).
               10  WS-EX-FIELD-NAME          PIC X(30).
               10  WS-EX-KIND                PIC X(01).
               10  WS-EX-MATCHED             PIC X(01).
       01  WS-EXC-SUB                        PIC 9(04).
       01  WS-TRANS-KEY                      PIC X(20).
       01  WS-TRANS-OK-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-TRANS-IS-CYCLES                VALUE 'Y'.

      * one exception in hand, whichever file it came from
       01  WS-IX-CUSTOMER-NAME               PIC X(40).
       01  WS-IX-CUSTOMER-EMAIL              PIC X(50).
       01  WS-IX-FIELD-NAME                  PIC X(30).
       01  WS-IX-KIND                        PIC X(01).
       01  WS-IX-JOB-NAME                    PIC X(08).
       01  WS-IX-RECORD-KEY                  PIC X(20).
       01  WS-IX-SOURCE-FILE                 PIC X(08).
       01  WS-IX-CUSTOMER-KEY.
           05  WS-IX-NAME-KEY                PIC X(40).
           05  WS-IX-EMAIL-KEY               PIC X(50).

      * normalizing a name or email
       01  WS-NORM-INPUT                     PIC X(50).
       01  WS-NORM-OUTPUT                    PIC X(50).
       01  WS-NORM-SUB                       PIC 9(04).
       01  WS-NORM-OUT-POS                   PIC 9(04).
       01  WS-NORM-GAP-FLAG                  PIC X(01).
           88  WS-NORM-GAP-PENDING               VALUE 'Y'.
       01  WS-NORM-CHAR                      PIC X(01).
           88  WS-NORM-KEY-CHARACTER             VALUE "A" THRU "Z"
                                                   "0" THRU "9"
                                                   X"80" THRU X"FF".

       01  WS-INDEX-OPEN-FLAG                PIC X(01) VALUE 'N'.
           88  WS-INDEX-FILE-OPEN                VALUE 'Y'.
       01  WS-PARTIAL-FLAG                   PIC X(01) VALUE 'N'.
           88  WS-INDEX-PARTIAL                  VALUE 'Y'.

       01  WS-ROWS-PURGED                    PIC 9(08) VALUE ZERO.
       01  WS-ROWS-HELD                      PIC 9(08) VALUE ZERO.
       01  WS-EXCLOG-ROWS                    PIC 9(08) VALUE ZERO.
       01  WS-EXCLOG-OVERFLOW                PIC 9(08) VALUE ZERO.
       01  WS-EXCLOG-UNMATCHED               PIC 9(08) VALUE ZERO.
       01  WS-REJECT-ROWS                    PIC 9(08) VALUE ZERO.
       01  WS-INDEXED-TRUNC                  PIC 9(08) VALUE ZERO.
       01  WS-INDEXED-REJECT                 PIC 9(08) VALUE ZERO.
       01  WS-DUPLICATE-ROWS                 PIC 9(08) VALUE ZERO.
       01  WS-NO-IDENTITY-ROWS               PIC 9(08) VALUE ZERO.
       01  WS-REDACTED-ROWS                  PIC 9(08) VALUE ZERO.
       01  WS-NIGHT-OVERFLOW                 PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-COUNT                     PIC ZZZZZZZ9.

       COPY TRANREC.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-CYCLE
           EVALUATE TRUE
               WHEN NOT WS-CYCLE-FOUND AND WS-REQUESTED-RUN-ID = SPACES
                   MOVE "NO CYCLE IN RUNREG.DAT" TO WS-REFUSAL-TEXT
                   PERFORM 9900-REFUSE
               WHEN NOT WS-CYCLE-FOUND
                   MOVE "RUN-ID NOT IN RUNREG.DAT" TO WS-REFUSAL-TEXT
                   PERFORM 9900-REFUSE
               WHEN WS-CYCLE-STATUS = "BKOT"
                   MOVE "CYCLE BACKED OUT" TO WS-REFUSAL-TEXT
                   PERFORM 9900-REFUSE
               WHEN WS-SCAN-STATUS NOT = "DONE"
                   MOVE "TRUNSCN NOT COMPLETE FOR THE CYCLE"
                       TO WS-REFUSAL-TEXT
                   PERFORM 9900-REFUSE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN-ID " WS-RUN-ID
                   "  BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3000-PREPARE-INDEX
           PERFORM 4000-LOAD-CYCLE-EXCLOG
           PERFORM 5000-INDEX-TRUNCATIONS
           PERFORM 6000-INDEX-REJECTS
           IF WS-INDEX-FILE-OPEN
               CLOSE INDEX-FILE
           END-IF
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REQUESTED-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTXBLD CUSTOMER EXCEPTION INDEX BUILD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN AT " WS-CURRENT-DATE " " WS-CURRENT-TIME (1 : 6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  The cycle's step rows follow its *CYCLE row, so the TRUNSCN
      *  row for the chosen cycle is met after the cycle itself.
      *  Every backed-out cycle is noted on the way through.
      *****************************************************************
       2000-FIND-CYCLE.
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
                   IF RR-CYCLE-BACKED-OUT AND WS-BKOUT-COUNT < 200
                       ADD 1 TO WS-BKOUT-COUNT
                       MOVE RR-RUN-ID
                           TO WS-BKOUT-RUN-ID (WS-BKOUT-COUNT)
                   END-IF
                   IF WS-REQUESTED-RUN-ID = SPACES
                           OR WS-REQUESTED-RUN-ID = RR-RUN-ID
                       MOVE 'Y' TO WS-CYCLE-FOUND-FLAG
                       MOVE RR-RUN-ID TO WS-RUN-ID
                       MOVE RR-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RR-STATUS TO WS-CYCLE-STATUS
                       MOVE SPACES TO WS-SCAN-STATUS
                   END-IF
               WHEN RR-STEP-ROW AND RR-RUN-ID = WS-RUN-ID
                       AND RR-STEP-NAME = "TRUNSCN"
                   MOVE RR-STATUS TO WS-SCAN-STATUS
           END-EVALUATE.

      *****************************************************************
      *  One pass over the index: rows of backed-out cycles are
      *  dropped, and the rows already held for this business date
      *  are tabled so nothing is indexed twice.  The index is only
      *  rewritten when a row was dropped.
      *****************************************************************
       3000-PREPARE-INDEX.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               OPEN OUTPUT INDEX-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 3100-SCREEN-INDEX-ROW
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
               CLOSE INDEX-TMP-FILE
               IF WS-ROWS-PURGED > ZERO
                   PERFORM 3200-COPY-INDEX-BACK
               END-IF
           END-IF.

       3100-SCREEN-INDEX-ROW.
           MOVE 'N' TO WS-BKOUT-FLAG
           PERFORM VARYING WS-BKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BKOUT-SUB > WS-BKOUT-COUNT
               IF WS-BKOUT-RUN-ID (WS-BKOUT-SUB) = CX-RUN-ID
                   MOVE 'Y' TO WS-BKOUT-FLAG
               END-IF
           END-PERFORM
           IF WS-ROW-BACKED-OUT
               ADD 1 TO WS-ROWS-PURGED
           ELSE
               IF CX-BUSINESS-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-ROWS-HELD
                   MOVE CX-CUSTOMER-KEY TO WS-IX-CUSTOMER-KEY
                   MOVE CX-FIELD-NAME TO WS-IX-FIELD-NAME
                   MOVE CX-EXCEPTION-KIND TO WS-IX-KIND
                   PERFORM 7400-NOTE-NIGHT-ROW
               END-IF
               MOVE CUSTOMER-EXCEPTION-INDEX-RECORD
                   TO INDEX-TMP-RECORD
               WRITE INDEX-TMP-RECORD
           END-IF.

       3200-COPY-INDEX-BACK.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INDEX-TMP-FILE
           OPEN OUTPUT INDEX-FILE
           PERFORM UNTIL WS-EOF
               READ INDEX-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE INDEX-TMP-RECORD
                           TO CUSTOMER-EXCEPTION-INDEX-RECORD
                       WRITE CUSTOMER-EXCEPTION-INDEX-RECORD
               END-READ
           END-PERFORM
           CLOSE INDEX-TMP-FILE
           CLOSE INDEX-FILE.

      *****************************************************************
      *  The scan's exceptions for the cycle.  A charset exception
      *  logged and passed as sent (action 'L') altered nothing and
      *  is not indexed; a reject is 'R', anything cut to fit 'T'.
      *****************************************************************
       4000-LOAD-CYCLE-EXCLOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-FILE
           IF WS-EXCLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF EL-JOB-NAME = "TRUNSCN"
                                   AND EL-RUN-ID = WS-RUN-ID
                                   AND EL-ACTION-CODE NOT = 'L'
                               PERFORM 4100-TABLE-EXCLOG-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-FILE
           END-IF.

      *****************************************************************
      *  CUSTERAS leaves TRANS.DAT alone, so a record it has erased
      *  would be joined back to the customer's name and email.  A
      *  redacted row is counted as erased and never tabled.
      *****************************************************************
       4100-TABLE-EXCLOG-ROW.
           ADD 1 TO WS-EXCLOG-ROWS
           IF EL-TRUNCATED-VALUE (1 : 16) = RD-REDACTION-MARKER
               ADD 1 TO WS-REDACTED-ROWS
           ELSE
               PERFORM 4110-ADD-EXCLOG-ENTRY
           END-IF.

       4110-ADD-EXCLOG-ENTRY.
           IF WS-EXC-COUNT < 5000
               ADD 1 TO WS-EXC-COUNT
               MOVE EL-RECORD-KEY TO WS-EX-RECORD-KEY (WS-EXC-COUNT)
               MOVE EL-RECEIVING-NAME
                   TO WS-EX-FIELD-NAME (WS-EXC-COUNT)
               IF EL-ACTION-CODE = 'R'
                   MOVE 'R' TO WS-EX-KIND (WS-EXC-COUNT)
               ELSE
                   MOVE 'T' TO WS-EX-KIND (WS-EXC-COUNT)
               END-IF
               MOVE 'N' TO WS-EX-MATCHED (WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXCLOG-OVERFLOW
               MOVE 'Y' TO WS-PARTIAL-FLAG
           END-IF.

      *****************************************************************
      *  TRANS.DAT is overwritten by each night's feed; only when
      *  TRANS.CTL carries the cycle's business date is it the file
      *  the cycle scanned and its record keys the cycle's keys.
      *****************************************************************
       5000-INDEX-TRUNCATIONS.
           IF WS-EXC-COUNT > ZERO
               MOVE 'N' TO WS-TRANS-OK-FLAG
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CT-FILE-DATE = WS-BUSINESS-DATE
                               MOVE 'Y' TO WS-TRANS-OK-FLAG
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
               IF WS-TRANS-IS-CYCLES
                   PERFORM 5100-MATCH-TRANS-FILE
               ELSE
                   MOVE WS-EXC-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** TRANS.CTL IS NOT DATED " WS-BUSINESS-DATE
                           " -- " WS-DISP-COUNT
                           " EXCLOG EXCEPTIONS NOT INDEXED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-EXC-COUNT TO WS-EXCLOG-UNMATCHED
                   MOVE 'Y' TO WS-PARTIAL-FLAG
               END-IF
           END-IF.

       5100-MATCH-TRANS-FILE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TRANS-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 5200-MATCH-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EX-MATCHED (WS-EXC-SUB) = 'N'
                   ADD 1 TO WS-EXCLOG-UNMATCHED
                   MOVE 'Y' TO WS-PARTIAL-FLAG
               END-IF
           END-PERFORM.

       5200-MATCH-ONE-RECORD.
           MOVE TR-RECORD-NO TO WS-DISP-NO
           MOVE SPACES TO WS-TRANS-KEY
           STRING WS-DISP-NO DELIMITED BY SIZE INTO WS-TRANS-KEY
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EX-RECORD-KEY (WS-EXC-SUB) = WS-TRANS-KEY
                   MOVE 'Y' TO WS-EX-MATCHED (WS-EXC-SUB)
                   MOVE TR-CUSTOMER-NAME TO WS-IX-CUSTOMER-NAME
                   MOVE TR-CUSTOMER-EMAIL TO WS-IX-CUSTOMER-EMAIL
                   MOVE WS-EX-FIELD-NAME (WS-EXC-SUB)
                       TO WS-IX-FIELD-NAME
                   MOVE WS-EX-KIND (WS-EXC-SUB) TO WS-IX-KIND
                   MOVE "TRUNSCN" TO WS-IX-JOB-NAME
                   MOVE WS-TRANS-KEY TO WS-IX-RECORD-KEY
                   MOVE "EXCLOG" TO WS-IX-SOURCE-FILE
                   PERFORM 7000-INDEX-ONE-EXCEPTION
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Every transaction entry queued for the cycle is a reject,
      *  whatever has happened to it since -- repaired, resubmitted
      *  -- unless CUSTERAS has erased it.
      *****************************************************************
       6000-INDEX-REJECTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RJ-RUN-ID = WS-RUN-ID
                                   AND RJ-TRANS-RECORD
                                   AND NOT RJ-ERASED
                               PERFORM 6100-INDEX-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       6100-INDEX-ONE-REJECT.
           ADD 1 TO WS-REJECT-ROWS
           MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
           MOVE TR-RECORD-NO TO WS-DISP-NO
           MOVE SPACES TO WS-IX-RECORD-KEY
           STRING WS-DISP-NO DELIMITED BY SIZE INTO WS-IX-RECORD-KEY
           MOVE TR-CUSTOMER-NAME TO WS-IX-CUSTOMER-NAME
           MOVE TR-CUSTOMER-EMAIL TO WS-IX-CUSTOMER-EMAIL
           MOVE RJ-FIELD-NAME TO WS-IX-FIELD-NAME
           MOVE 'R' TO WS-IX-KIND
           MOVE RJ-JOB-NAME TO WS-IX-JOB-NAME
           MOVE "REJECTQ" TO WS-IX-SOURCE-FILE
           PERFORM 7000-INDEX-ONE-EXCEPTION.

      *****************************************************************
      *  The caller has loaded the WS-IX- fields.  Normalize the
      *  customer, skip what cannot or must not be indexed, and
      *  write the row unless the night already has it.
      *****************************************************************
       7000-INDEX-ONE-EXCEPTION.
           IF WS-IX-CUSTOMER-NAME (1 : 16) = RD-REDACTION-MARKER
                   OR WS-IX-CUSTOMER-EMAIL (1 : 16)
                       = RD-REDACTION-MARKER
               ADD 1 TO WS-REDACTED-ROWS
           ELSE
               PERFORM 7100-NORMALIZE-NAME
               PERFORM 7200-NORMALIZE-EMAIL
               IF WS-IX-CUSTOMER-KEY = SPACES
                   ADD 1 TO WS-NO-IDENTITY-ROWS
               ELSE
                   PERFORM 7300-FIND-NIGHT-ROW
                   EVALUATE TRUE
                       WHEN WS-ALREADY-INDEXED
                           ADD 1 TO WS-DUPLICATE-ROWS
                       WHEN WS-NIGHT-COUNT NOT < 5000
                           ADD 1 TO WS-NIGHT-OVERFLOW
                           MOVE 'Y' TO WS-PARTIAL-FLAG
                       WHEN OTHER
                           PERFORM 7400-NOTE-NIGHT-ROW
                           PERFORM 7500-WRITE-INDEX-ROW
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************************
      *  Fold to upper case; letters, digits and the bytes of
      *  multi-byte characters are kept, and every run of anything
      *  else between them becomes one space.
      *****************************************************************
       7100-NORMALIZE-NAME.
           MOVE WS-IX-CUSTOMER-NAME TO WS-NORM-INPUT
           INSPECT WS-NORM-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE ZERO TO WS-NORM-OUT-POS
           MOVE 'N' TO WS-NORM-GAP-FLAG
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 40
               MOVE WS-NORM-INPUT (WS-NORM-SUB : 1) TO WS-NORM-CHAR
               IF WS-NORM-KEY-CHARACTER
                   IF WS-NORM-GAP-PENDING AND WS-NORM-OUT-POS > ZERO
                       ADD 1 TO WS-NORM-OUT-POS
                   END-IF
                   ADD 1 TO WS-NORM-OUT-POS
                   MOVE WS-NORM-CHAR
                       TO WS-NORM-OUTPUT (WS-NORM-OUT-POS : 1)
                   MOVE 'N' TO WS-NORM-GAP-FLAG
               ELSE
                   MOVE 'Y' TO WS-NORM-GAP-FLAG
               END-IF
           END-PERFORM
           MOVE WS-NORM-OUTPUT TO WS-IX-NAME-KEY.

       7200-NORMALIZE-EMAIL.
           MOVE WS-IX-CUSTOMER-EMAIL TO WS-NORM-INPUT
           INSPECT WS-NORM-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE ZERO TO WS-NORM-OUT-POS
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 50
               IF WS-NORM-INPUT (WS-NORM-SUB : 1) NOT = SPACE
                   ADD 1 TO WS-NORM-OUT-POS
                   MOVE WS-NORM-INPUT (WS-NORM-SUB : 1)
                       TO WS-NORM-OUTPUT (WS-NORM-OUT-POS : 1)
               END-IF
           END-PERFORM
           MOVE WS-NORM-OUTPUT TO WS-IX-EMAIL-KEY.

       7300-FIND-NIGHT-ROW.
           MOVE 'N' TO WS-NIGHT-FOUND-FLAG
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                       OR WS-ALREADY-INDEXED
               IF WS-NE-CUSTOMER-KEY (WS-NIGHT-SUB)
                       = WS-IX-CUSTOMER-KEY
                       AND WS-NE-FIELD-NAME (WS-NIGHT-SUB)
                           = WS-IX-FIELD-NAME
                       AND WS-NE-KIND (WS-NIGHT-SUB) = WS-IX-KIND
                   MOVE 'Y' TO WS-NIGHT-FOUND-FLAG
               END-IF
           END-PERFORM.

       7400-NOTE-NIGHT-ROW.
           IF WS-NIGHT-COUNT < 5000
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-IX-CUSTOMER-KEY
                   TO WS-NE-CUSTOMER-KEY (WS-NIGHT-COUNT)
               MOVE WS-IX-FIELD-NAME
                   TO WS-NE-FIELD-NAME (WS-NIGHT-COUNT)
               MOVE WS-IX-KIND TO WS-NE-KIND (WS-NIGHT-COUNT)
           END-IF.

       7500-WRITE-INDEX-ROW.
           IF NOT WS-INDEX-FILE-OPEN
               OPEN EXTEND INDEX-FILE
               IF WS-INDEX-STATUS = "35"
                   OPEN OUTPUT INDEX-FILE
                   CLOSE INDEX-FILE
                   OPEN EXTEND INDEX-FILE
               END-IF
               MOVE 'Y' TO WS-INDEX-OPEN-FLAG
           END-IF
           MOVE WS-IX-CUSTOMER-KEY TO CX-CUSTOMER-KEY
           MOVE WS-BUSINESS-DATE TO CX-BUSINESS-DATE
           MOVE WS-IX-FIELD-NAME TO CX-FIELD-NAME
           MOVE WS-IX-KIND TO CX-EXCEPTION-KIND
           MOVE WS-IX-JOB-NAME TO CX-JOB-NAME
           MOVE WS-RUN-ID TO CX-RUN-ID
           MOVE WS-IX-RECORD-KEY TO CX-RECORD-KEY
           MOVE WS-IX-SOURCE-FILE TO CX-SOURCE-FILE
           MOVE WS-IX-CUSTOMER-NAME TO CX-CUSTOMER-NAME
           MOVE WS-IX-CUSTOMER-EMAIL TO CX-CUSTOMER-EMAIL
           MOVE WS-CURRENT-DATE TO CX-INDEX-DATE
           MOVE WS-CURRENT-TIME TO CX-INDEX-TIME
           WRITE CUSTOMER-EXCEPTION-INDEX-RECORD
           IF CX-REJECTED
               ADD 1 TO WS-INDEXED-REJECT
           ELSE
               ADD 1 TO WS-INDEXED-TRUNC
           END-IF.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-PURGED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INDEX ROWS OF BACKED-OUT CYCLES REMOVED  "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-HELD TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INDEX ROWS ALREADY HELD FOR THE DATE     "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCLOG-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EXCLOG EXCEPTIONS FOR THE CYCLE          "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCLOG-UNMATCHED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT TIED TO A TRANS.DAT RECORD         "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCLOG-OVERFLOW TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OVER THE 5000-ROW TABLE, NOT INDEXED   "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECT-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTQ ENTRIES FOR THE CYCLE            "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INDEXED-TRUNC TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ROWS INDEXED -- TRUNCATED                "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INDEXED-REJECT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ROWS INDEXED -- REJECTED                 "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DUPLICATE-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHT ALREADY INDEXED FOR CUSTOMER/FIELD "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NO-IDENTITY-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SKIPPED -- NO CUSTOMER NAME OR EMAIL     "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REDACTED-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SKIPPED -- CUSTOMER DATA ERASED          "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NIGHT-OVERFLOW TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHT TABLE OVER 5000 ROWS, NOT INDEXED  "
                   WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INDEX-PARTIAL
               MOVE "INDEX BUILD RESULT: PARTIAL -- SEE COUNTS ABOVE"
                   TO REPORT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "INDEX BUILD RESULT: COMPLETE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY "CUSTXBLD: RUN-ID " WS-RUN-ID " INDEXED "
               WS-INDEXED-TRUNC " TRUNCATED, " WS-INDEXED-REJECT
               " REJECTED".

       9900-REFUSE.
           MOVE SPACES TO WS-REFUSAL-LINE
           STRING WS-REFUSAL-TEXT DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-REQUESTED-RUN-ID DELIMITED BY SPACE
                   " -- JOB TERMINATED" DELIMITED BY SIZE
               INTO WS-REFUSAL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NOTHING INDEXED -- " WS-REFUSAL-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CUSTXBLD: " WS-REFUSAL-LINE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
