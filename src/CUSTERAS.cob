      *****************************************************************
      *  PROGRAM-ID. CUSTERAS
      *
      *  Customer erasure job.  EXCLOG.DAT, VSAMEXC.DAT, SPILL.DAT
      *  and their .ARC archives hold full original customer values
      *  -- names, street addresses, email addresses -- and
      *  REJECTQ.DAT holds the whole transaction image, or for a
      *  catalogued feed the whole feed record, as do the rows
      *  CYCBKOUT moved aside into BACKOUT.DAT.  When a customer
      *  makes a data-protection erasure request this job takes the
      *  customer's identifier on SYSIN (line 1 the name, line 2 the
      *  email address, line 3 an optional request reference for the
      *  certificate) and:
      *
      *    - finds every record of the customer's on file.  A record
      *      is one transaction of one scan -- job, run-id and record
      *      key, the key LENCHK stamps on every row it writes.  The
      *      rows that carry a name or email value (EXCLOG and
      *      VSAMEXC rows for those fields, and the name and email
      *      inside each queued transaction image) are compared with
      *      the identifier, case folded.  A record whose email
      *      matches, with no different name on file for it, is the
      *      customer's.  A queued feed record is laid out by
      *      LAYOUTDC.DAT, not known here, so it is never evidence
      *      itself; it goes with the record its FEEDSCN EXCLOG rows
      *      were attributed to;
      *    - overwrites the customer values of every row of those
      *      records, whatever field fired, in the live files and the
      *      archives alike, with the fixed redaction marker
      *      (REDACT.CPY).  Run-id, key, lengths, action code and
      *      timestamps are kept, so every row still counts in
      *      RUNAUDIT and MONCLOSE and an erasure never looks like a
      *      file discrepancy.  A queue entry still pending or
      *      repaired is closed as erased, since there is nothing
      *      left to repair or resubmit;
      *    - prints the erasure certificate, CUSTERAS.RPT: the
      *      records attributed to the customer and why, each file
      *      and row touched, and per-file totals.
      *
      *  A record the identifier only half matches -- the name with
      *  no email on file for it, or the email under a different
      *  name -- is NOT redacted: it is listed on the certificate
      *  for review by hand, and the job ends with return code 4.
      *  A record with neither value on file (only its address
      *  fired, say) cannot be tied to the customer from the
      *  retained rows at all.
      *
      *  The .ARC archives are otherwise only ever extended; this is
      *  the one job that rewrites them.  A file is rewritten only
      *  when a row in it was redacted.  Run it outside the nightly
      *  window and with no REJMAINT session open, as for CYCBKOUT.
      *  Running it twice is harmless: a redacted value matches
      *  nothing, and the second certificate shows no rows touched.
      *
      *  The cross-day customer exception index, CUSTXIDX.DAT,
      *  holds the customer's name and email as sent beside the
      *  normalized key built from them, and outlives the exception
      *  files it is built from.  Its rows name the scan record
      *  they came from, so they are evidence like any other row,
      *  and a row of an attributed record has its key, name and
      *  email overwritten with the marker.  CUSTXRPT passes over
      *  such rows, so an erased customer drops out of the monthly
      *  ranking.  The month's extract, CUSTXTOP.DAT, is cut afresh
      *  by each CUSTXRPT run and is not searched.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT VSAMEXC-TMP-FILE
               ASSIGN TO "VSAMEXC.TMP"
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

           SELECT REJECT-FILE
               ASSIGN TO "REJECTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-TMP-FILE
               ASSIGN TO "REJECTQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKOUT-FILE
               ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT BACKOUT-TMP-FILE
               ASSIGN TO "BACKOUT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTXIDX-FILE
               ASSIGN TO "CUSTXIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTXIDX-STATUS.

           SELECT CUSTXIDX-TMP-FILE
               ASSIGN TO "CUSTXIDX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "CUSTERAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCLOG-FILE.
       COPY EXCLOGR.

       FD  EXCLOG-ARC-FILE.
       01  EXCLOG-ARC-RECORD                 PIC X(4255).

       FD  EXCLOG-TMP-FILE.
       01  EXCLOG-TMP-RECORD                 PIC X(4255).

       FD  VSAM-EXCEPTION-FILE.
       COPY VSAMEXC.

       FD  VSAMEXC-ARC-FILE.
       01  VSAMEXC-ARC-RECORD                PIC X(4231).

       FD  VSAMEXC-TMP-FILE.
       01  VSAMEXC-TMP-RECORD                PIC X(4231).

       FD  SPILL-FILE.
       COPY SPILLREC.

       FD  SPILL-ARC-FILE.
       01  SPILL-ARC-RECORD                  PIC X(4098).

       FD  SPILL-TMP-FILE.
       01  SPILL-TMP-RECORD                  PIC X(4098).

       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  REJECT-TMP-FILE.
       01  REJECT-TMP-RECORD                 PIC X(4367).

       FD  BACKOUT-FILE.
       COPY BACKOUTR.

       FD  BACKOUT-TMP-FILE.
       01  BACKOUT-TMP-RECORD                PIC X(4399).

       FD  CUSTXIDX-FILE.
       COPY CUSTXIDX.

       FD  CUSTXIDX-TMP-FILE.
       01  CUSTXIDX-TMP-RECORD               PIC X(279).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCLOG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-VSAMEXC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SPILL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BACKOUT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUSTXIDX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ARCHIVE-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

      * the identifier as keyed, and case folded for matching
       01  WS-ERASE-NAME                     PIC X(40) VALUE SPACES.
       01  WS-ERASE-EMAIL                    PIC X(50) VALUE SPACES.
       01  WS-ERASE-REFERENCE                PIC X(20) VALUE SPACES.
       01  WS-MATCH-NAME                     PIC X(100).
       01  WS-MATCH-EMAIL                    PIC X(100).
       01  WS-FOLD-VALUE                     PIC X(100).

      * pass 1 notes matching values, pass 2 contradicting ones for
      * the records pass 1 found
       01  WS-PASS-NO                        PIC 9(01) VALUE 1.
           88  WS-MATCH-PASS                      VALUE 1.
           88  WS-CONTRADICT-PASS                 VALUE 2.

      * one row value in hand, whichever file it came from
       01  WS-EV-JOB-NAME                    PIC X(08).
       01  WS-EV-RUN-ID                      PIC X(08).
       01  WS-EV-RECORD-KEY                  PIC X(20).
       01  WS-EV-FIELD-NAME                  PIC X(30).
       01  WS-EV-VALUE                       PIC X(100).
       01  WS-EV-MATCH-FLAG                  PIC X(01).
           88  WS-EV-MATCHES                      VALUE 'Y'.

      * the customer's records: M = the value on file matches the
      * identifier, X = a different value is on file, blank = none
       01  WS-CUSTOMER-RECORD-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-RECORD-TABLE.
           05  WS-CUSTOMER-RECORD OCCURS 500 TIMES.
               10  WS-CR-JOB-NAME            PIC X(08).
               10  WS-CR-RUN-ID              PIC X(08).
               10  WS-CR-RECORD-KEY          PIC X(20).
               10  WS-CR-NAME-FLAG           PIC X(01).
               10  WS-CR-EMAIL-FLAG          PIC X(01).
               10  WS-CR-VERDICT             PIC X(01).
                   88  WS-CR-ERASE               VALUE 'E'.
                   88  WS-CR-REVIEW              VALUE 'R'.
               10  WS-CR-ROWS-REDACTED       PIC 9(06).
       01  WS-CR-SUB                         PIC 9(04).
       01  WS-FOUND-SUB                      PIC 9(04).
       01  WS-TABLE-FULL-FLAG                PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                      VALUE 'Y'.
       01  WS-ERASE-RECORDS                  PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-RECORDS                 PIC 9(04) VALUE ZERO.
       01  WS-BASIS-TEXT                     PIC X(50).

      * the row being redacted and its certificate line
       01  WS-ROW-REDACTED-FLAG              PIC X(01).
           88  WS-ROW-REDACTED                    VALUE 'Y'.
       01  WS-CT-FIELD-NAME                  PIC X(30).
       01  WS-CT-DATE                        PIC 9(08).
       01  WS-CT-TIME                        PIC 9(08).
       01  WS-CT-NOTE                        PIC X(30).

       01  WS-FILE-NAME                      PIC X(13).
       01  WS-READ-COUNT                     PIC 9(08).
       01  WS-REDACT-COUNT                   PIC 9(08).
       01  WS-TOTAL-REDACTED                 PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-READ                      PIC ZZZZZZZ9.
       01  WS-DISP-REDACTED                  PIC ZZZZZZZ9.

       COPY TRANREC.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-PASS-NO
           PERFORM 2000-GATHER-EVIDENCE
           MOVE 2 TO WS-PASS-NO
           PERFORM 2000-GATHER-EVIDENCE
           IF WS-TABLE-FULL
               PERFORM 1900-REPORT-REFUSAL
           ELSE
               PERFORM 3000-CLASSIFY-RECORDS
               PERFORM 4000-REDACT-ALL-FILES
               PERFORM 8000-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ERASE-NAME
           ACCEPT WS-ERASE-EMAIL
           ACCEPT WS-ERASE-REFERENCE
           IF WS-ERASE-NAME = SPACES OR WS-ERASE-EMAIL = SPACES
               DISPLAY "CUSTERAS: CUSTOMER NAME AND EMAIL REQUIRED ON "
                   "SYSIN -- JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ERASE-NAME TO WS-MATCH-NAME
           INSPECT WS-MATCH-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-ERASE-EMAIL TO WS-MATCH-EMAIL
           INSPECT WS-MATCH-EMAIL
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTERAS CUSTOMER ERASURE CERTIFICATE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST REFERENCE " WS-ERASE-REFERENCE
                   "   ERASURE DATE " WS-CURRENT-DATE
                   "   TIME " WS-CURRENT-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER NAME  " WS-ERASE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER EMAIL " WS-ERASE-EMAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1900-REPORT-REFUSAL.
           MOVE SPACES TO REPORT-LINE
           STRING "ERASURE REFUSED -- MORE THAN 500 RECORDS MATCH THE "
                   "IDENTIFIER; CHECK IT IS SPECIFIC ENOUGH"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOTHING WAS REDACTED." TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CUSTERAS: IDENTIFIER MATCHES TOO MANY RECORDS -- "
               "NOTHING REDACTED"
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      *  Every row that carries a name or email value is evidence.
      *  Pass 1 tables the records whose name or email matches the
      *  identifier; pass 2 goes back over the same rows and marks
      *  any of those records that has a DIFFERENT name or email on
      *  file, so a shared family email or a namesake is not taken
      *  for the customer.  SPILL rows hold only the tail of a value
      *  and are no evidence either way.
      *****************************************************************
       2000-GATHER-EVIDENCE.
           PERFORM 2100-SEARCH-EXCLOG
           PERFORM 2150-SEARCH-EXCLOG-ARC
           PERFORM 2200-SEARCH-VSAMEXC
           PERFORM 2250-SEARCH-VSAMEXC-ARC
           PERFORM 2300-SEARCH-REJECTQ
           PERFORM 2400-SEARCH-BACKOUT
           PERFORM 2500-SEARCH-CUSTXIDX.

       2100-SEARCH-EXCLOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-FILE
           IF WS-EXCLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2190-EXCLOG-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-FILE
           END-IF.

       2150-SEARCH-EXCLOG-ARC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-ARC-FILE INTO EXCLOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2190-EXCLOG-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-ARC-FILE
           END-IF.

       2190-EXCLOG-EVIDENCE.
           MOVE EL-JOB-NAME TO WS-EV-JOB-NAME
           MOVE EL-RUN-ID TO WS-EV-RUN-ID
           MOVE EL-RECORD-KEY TO WS-EV-RECORD-KEY
           MOVE EL-RECEIVING-NAME TO WS-EV-FIELD-NAME
           MOVE EL-TRUNCATED-VALUE (1 : 100) TO WS-EV-VALUE
           PERFORM 2900-NOTE-EVIDENCE.

       2200-SEARCH-VSAMEXC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT VSAM-EXCEPTION-FILE
           IF WS-VSAMEXC-STATUS = "00"
               MOVE LOW-VALUES TO VE-KEY
               START VSAM-EXCEPTION-FILE KEY IS >= VE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-EOF
                   READ VSAM-EXCEPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2290-VSAMEXC-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE VSAM-EXCEPTION-FILE
           END-IF.

       2250-SEARCH-VSAMEXC-ARC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT VSAMEXC-ARC-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ VSAMEXC-ARC-FILE INTO VSAM-EXCEPTION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2290-VSAMEXC-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE VSAMEXC-ARC-FILE
           END-IF.

       2290-VSAMEXC-EVIDENCE.
           MOVE VE-JOB-NAME TO WS-EV-JOB-NAME
           MOVE VE-RUN-ID TO WS-EV-RUN-ID
           MOVE VE-RECORD-KEY TO WS-EV-RECORD-KEY
           MOVE VE-RECEIVING-NAME TO WS-EV-FIELD-NAME
           MOVE VE-ORIGINAL-VALUE (1 : 100) TO WS-EV-VALUE
           PERFORM 2900-NOTE-EVIDENCE.

       2300-SEARCH-REJECTQ.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2390-REJECT-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      *****************************************************************
      *  A queued transaction carries both values, so one entry is
      *  two pieces of evidence.  Its key is the edited record
      *  number, built the way TRUNSCN builds LC-RECORD-KEY.  A
      *  queued feed record offers none.
      *****************************************************************
       2390-REJECT-EVIDENCE.
           IF RJ-TRANS-RECORD
               MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
               MOVE RJ-JOB-NAME TO WS-EV-JOB-NAME
               MOVE RJ-RUN-ID TO WS-EV-RUN-ID
               PERFORM 2950-BUILD-REJECT-KEY
               MOVE "CUSTOMER-NAME" TO WS-EV-FIELD-NAME
               MOVE TR-CUSTOMER-NAME TO WS-EV-VALUE
               PERFORM 2900-NOTE-EVIDENCE
               MOVE "CUSTOMER-EMAIL" TO WS-EV-FIELD-NAME
               MOVE TR-CUSTOMER-EMAIL TO WS-EV-VALUE
               PERFORM 2900-NOTE-EVIDENCE
           END-IF.

       2400-SEARCH-BACKOUT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BACKOUT-FILE
           IF WS-BACKOUT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BACKOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2490-BACKOUT-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-FILE
           END-IF.

       2490-BACKOUT-EVIDENCE.
           EVALUATE BK-SOURCE-FILE
               WHEN "EXCLOG"
                   MOVE BK-ROW-IMAGE TO EXCLOG-RECORD
                   PERFORM 2190-EXCLOG-EVIDENCE
               WHEN "VSAMEXC"
                   MOVE BK-ROW-IMAGE TO VSAM-EXCEPTION-RECORD
                   PERFORM 2290-VSAMEXC-EVIDENCE
               WHEN "REJECTQ"
                   MOVE BK-ROW-IMAGE TO REJECT-QUEUE-RECORD
                   PERFORM 2390-REJECT-EVIDENCE
           END-EVALUATE.

       2500-SEARCH-CUSTXIDX.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CUSTXIDX-FILE
           IF WS-CUSTXIDX-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CUSTXIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2590-CUSTXIDX-EVIDENCE
                   END-READ
               END-PERFORM
               CLOSE CUSTXIDX-FILE
           END-IF.

      *****************************************************************
      *  An index row carries the name and email its transaction
      *  was sent with, under the record key the scan stamped.
      *****************************************************************
       2590-CUSTXIDX-EVIDENCE.
           MOVE CX-JOB-NAME TO WS-EV-JOB-NAME
           MOVE CX-RUN-ID TO WS-EV-RUN-ID
           MOVE CX-RECORD-KEY TO WS-EV-RECORD-KEY
           MOVE "CUSTOMER-NAME" TO WS-EV-FIELD-NAME
           MOVE CX-CUSTOMER-NAME TO WS-EV-VALUE
           PERFORM 2900-NOTE-EVIDENCE
           MOVE "CUSTOMER-EMAIL" TO WS-EV-FIELD-NAME
           MOVE CX-CUSTOMER-EMAIL TO WS-EV-VALUE
           PERFORM 2900-NOTE-EVIDENCE.

      *****************************************************************
      *  Only the name and email fields are compared.  A value
      *  already redacted matches nothing and contradicts nothing.
      *****************************************************************
       2900-NOTE-EVIDENCE.
           IF WS-EV-VALUE (1 : 16) NOT = RD-REDACTION-MARKER
                   AND (WS-EV-FIELD-NAME = "CUSTOMER-NAME"
                       OR WS-EV-FIELD-NAME = "CUSTOMER-EMAIL")
               MOVE WS-EV-VALUE TO WS-FOLD-VALUE
               INSPECT WS-FOLD-VALUE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 'N' TO WS-EV-MATCH-FLAG
               IF WS-EV-FIELD-NAME = "CUSTOMER-NAME"
                   IF WS-FOLD-VALUE = WS-MATCH-NAME
                       MOVE 'Y' TO WS-EV-MATCH-FLAG
                   END-IF
               ELSE
                   IF WS-FOLD-VALUE = WS-MATCH-EMAIL
                       MOVE 'Y' TO WS-EV-MATCH-FLAG
                   END-IF
               END-IF
               PERFORM 2960-LOCATE-RECORD
               EVALUATE TRUE
                   WHEN WS-MATCH-PASS AND WS-EV-MATCHES
                       IF WS-FOUND-SUB = ZERO
                           PERFORM 2970-ADD-RECORD
                       END-IF
                       IF WS-FOUND-SUB > ZERO
                           IF WS-EV-FIELD-NAME = "CUSTOMER-NAME"
                               MOVE 'M' TO WS-CR-NAME-FLAG
                                   (WS-FOUND-SUB)
                           ELSE
                               MOVE 'M' TO WS-CR-EMAIL-FLAG
                                   (WS-FOUND-SUB)
                           END-IF
                       END-IF
                   WHEN WS-CONTRADICT-PASS AND NOT WS-EV-MATCHES
                           AND WS-FOUND-SUB > ZERO
                       IF WS-EV-FIELD-NAME = "CUSTOMER-NAME"
                           IF WS-CR-NAME-FLAG (WS-FOUND-SUB) = SPACE
                               MOVE 'X' TO WS-CR-NAME-FLAG
                                   (WS-FOUND-SUB)
                           END-IF
                       ELSE
                           IF WS-CR-EMAIL-FLAG (WS-FOUND-SUB) = SPACE
                               MOVE 'X' TO WS-CR-EMAIL-FLAG
                                   (WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  A feed entry is keyed by its feed record number, as FEEDSCN
      *  builds LC-RECORD-KEY.
      *****************************************************************
       2950-BUILD-REJECT-KEY.
           IF RJ-TRANS-RECORD
               MOVE TR-RECORD-NO TO WS-DISP-NO
           ELSE
               MOVE RJ-FEED-RECORD-NO TO WS-DISP-NO
           END-IF
           MOVE SPACES TO WS-EV-RECORD-KEY
           STRING WS-DISP-NO DELIMITED BY SIZE INTO WS-EV-RECORD-KEY.

       2960-LOCATE-RECORD.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CUSTOMER-RECORD-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-CR-JOB-NAME (WS-CR-SUB) = WS-EV-JOB-NAME
                       AND WS-CR-RUN-ID (WS-CR-SUB) = WS-EV-RUN-ID
                       AND WS-CR-RECORD-KEY (WS-CR-SUB)
                           = WS-EV-RECORD-KEY
                   MOVE WS-CR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       2970-ADD-RECORD.
           IF WS-CUSTOMER-RECORD-COUNT < 500
               ADD 1 TO WS-CUSTOMER-RECORD-COUNT
               MOVE WS-CUSTOMER-RECORD-COUNT TO WS-FOUND-SUB
               MOVE WS-EV-JOB-NAME TO WS-CR-JOB-NAME (WS-FOUND-SUB)
               MOVE WS-EV-RUN-ID TO WS-CR-RUN-ID (WS-FOUND-SUB)
               MOVE WS-EV-RECORD-KEY
                   TO WS-CR-RECORD-KEY (WS-FOUND-SUB)
               MOVE SPACE TO WS-CR-NAME-FLAG (WS-FOUND-SUB)
               MOVE SPACE TO WS-CR-EMAIL-FLAG (WS-FOUND-SUB)
               MOVE SPACE TO WS-CR-VERDICT (WS-FOUND-SUB)
               MOVE ZERO TO WS-CR-ROWS-REDACTED (WS-FOUND-SUB)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-FLAG
           END-IF.

      *****************************************************************
      *  The email is what ties a record to the customer; the name
      *  confirms it, or -- when a different name is on file --
      *  vetoes it.  A name alone proves nothing: namesakes are
      *  common.  Half matches go to review, not to redaction.
      *****************************************************************
       3000-CLASSIFY-RECORDS.
           MOVE "RECORDS ATTRIBUTED TO THE CUSTOMER -- REDACTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CUSTOMER-RECORD-COUNT
               EVALUATE TRUE
                   WHEN WS-CR-EMAIL-FLAG (WS-CR-SUB) = 'M'
                           AND WS-CR-NAME-FLAG (WS-CR-SUB) = 'M'
                       SET WS-CR-ERASE (WS-CR-SUB) TO TRUE
                       MOVE "NAME AND EMAIL MATCH" TO WS-BASIS-TEXT
                   WHEN WS-CR-EMAIL-FLAG (WS-CR-SUB) = 'M'
                           AND WS-CR-NAME-FLAG (WS-CR-SUB) = SPACE
                       SET WS-CR-ERASE (WS-CR-SUB) TO TRUE
                       MOVE "EMAIL MATCHES, NO NAME ON FILE"
                           TO WS-BASIS-TEXT
                   WHEN WS-CR-NAME-FLAG (WS-CR-SUB) = 'M'
                           AND WS-CR-EMAIL-FLAG (WS-CR-SUB) = SPACE
                       SET WS-CR-REVIEW (WS-CR-SUB) TO TRUE
                   WHEN WS-CR-EMAIL-FLAG (WS-CR-SUB) = 'M'
                       SET WS-CR-REVIEW (WS-CR-SUB) TO TRUE
               END-EVALUATE
               IF WS-CR-ERASE (WS-CR-SUB)
                   ADD 1 TO WS-ERASE-RECORDS
                   PERFORM 3100-LIST-ONE-RECORD
               END-IF
           END-PERFORM
           IF WS-ERASE-RECORDS = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE -- NO RETAINED ROW HOLDS THIS "
                       "CUSTOMER'S VALUES UNDER THIS IDENTIFIER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECORDS NOT REDACTED -- REFER FOR REVIEW BY HAND"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CUSTOMER-RECORD-COUNT
               IF WS-CR-REVIEW (WS-CR-SUB)
                   ADD 1 TO WS-REVIEW-RECORDS
                   IF WS-CR-NAME-FLAG (WS-CR-SUB) = 'M'
                       MOVE "NAME MATCHES, NO EMAIL ON FILE"
                           TO WS-BASIS-TEXT
                   ELSE
                       MOVE "EMAIL MATCHES, A DIFFERENT NAME ON FILE"
                           TO WS-BASIS-TEXT
                   END-IF
                   PERFORM 3100-LIST-ONE-RECORD
               END-IF
           END-PERFORM
           IF WS-REVIEW-RECORDS = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-LIST-ONE-RECORD.
           MOVE SPACES TO REPORT-LINE
           STRING "  JOB " WS-CR-JOB-NAME (WS-CR-SUB)
                   "  RUN-ID " WS-CR-RUN-ID (WS-CR-SUB)
                   "  RECORD " WS-CR-RECORD-KEY (WS-CR-SUB)
                   "  " WS-BASIS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Every file is searched and reported, whether or not it held
      *  a row of the customer's, so the certificate shows the whole
      *  search.  Each row of an attributed record has its values
      *  overwritten in place and is written back; nothing is added
      *  or dropped.
      *****************************************************************
       4000-REDACT-ALL-FILES.
           MOVE "ROWS REDACTED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-REDACT-EXCLOG
           PERFORM 4150-REDACT-EXCLOG-ARC
           PERFORM 4200-REDACT-VSAMEXC
           PERFORM 4250-REDACT-VSAMEXC-ARC
           PERFORM 4300-REDACT-SPILL
           PERFORM 4350-REDACT-SPILL-ARC
           PERFORM 4400-REDACT-REJECTQ
           PERFORM 4500-REDACT-BACKOUT
           PERFORM 4600-REDACT-CUSTXIDX.

       4050-START-FILE-COUNTS.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-REDACT-COUNT
           MOVE 'N' TO WS-END-OF-FILE.

      *****************************************************************
      *  Look the row's record up; the caller has loaded the job,
      *  run-id and key into the WS-EV- fields.
      *****************************************************************
       4060-CHECK-ROW-RECORD.
           MOVE 'N' TO WS-ROW-REDACTED-FLAG
           PERFORM 2960-LOCATE-RECORD
           IF WS-FOUND-SUB > ZERO
               IF NOT WS-CR-ERASE (WS-FOUND-SUB)
                   MOVE ZERO TO WS-FOUND-SUB
               END-IF
           END-IF.

       4070-COUNT-ROW-REDACTED.
           MOVE 'Y' TO WS-ROW-REDACTED-FLAG
           ADD 1 TO WS-REDACT-COUNT
           ADD 1 TO WS-CR-ROWS-REDACTED (WS-FOUND-SUB).

       4100-REDACT-EXCLOG.
           MOVE "EXCLOG.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT EXCLOG-FILE
           IF WS-EXCLOG-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT EXCLOG-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4190-REDACT-EXCLOG-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE EXCLOG-RECORD TO EXCLOG-TMP-RECORD
                           WRITE EXCLOG-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-FILE
               CLOSE EXCLOG-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4110-REWRITE-EXCLOG
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4110-REWRITE-EXCLOG.
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

       4150-REDACT-EXCLOG-ARC.
           MOVE "EXCLOG.ARC" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT EXCLOG-ARC-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT EXCLOG-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-ARC-FILE INTO EXCLOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4190-REDACT-EXCLOG-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE EXCLOG-RECORD TO EXCLOG-TMP-RECORD
                           WRITE EXCLOG-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-ARC-FILE
               CLOSE EXCLOG-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4160-REWRITE-EXCLOG-ARC
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4160-REWRITE-EXCLOG-ARC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-TMP-FILE
           OPEN OUTPUT EXCLOG-ARC-FILE
           PERFORM UNTIL WS-EOF
               READ EXCLOG-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE EXCLOG-TMP-RECORD TO EXCLOG-ARC-RECORD
                       WRITE EXCLOG-ARC-RECORD
               END-READ
           END-PERFORM
           CLOSE EXCLOG-TMP-FILE
           CLOSE EXCLOG-ARC-FILE.

       4190-REDACT-EXCLOG-ROW.
           MOVE EL-JOB-NAME TO WS-EV-JOB-NAME
           MOVE EL-RUN-ID TO WS-EV-RUN-ID
           MOVE EL-RECORD-KEY TO WS-EV-RECORD-KEY
           PERFORM 4060-CHECK-ROW-RECORD
           IF WS-FOUND-SUB > ZERO
                   AND EL-TRUNCATED-VALUE (1 : 16)
                       NOT = RD-REDACTION-MARKER
               MOVE RD-REDACTION-MARKER TO EL-TRUNCATED-VALUE
               IF EL-FITTED-VALUE NOT = SPACES
                   MOVE RD-REDACTION-MARKER TO EL-FITTED-VALUE
               END-IF
               PERFORM 4070-COUNT-ROW-REDACTED
               MOVE EL-RECEIVING-NAME TO WS-CT-FIELD-NAME
               MOVE EL-LOG-DATE TO WS-CT-DATE
               MOVE EL-LOG-TIME TO WS-CT-TIME
               MOVE SPACES TO WS-CT-NOTE
           END-IF.

      *****************************************************************
      *  The keyed file is redacted in place through the key, in key
      *  order; the key itself is never changed.
      *****************************************************************
       4200-REDACT-VSAMEXC.
           MOVE "VSAMEXC.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN I-O VSAM-EXCEPTION-FILE
           IF WS-VSAMEXC-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO VE-KEY
               START VSAM-EXCEPTION-FILE KEY IS >= VE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-EOF
                   READ VSAM-EXCEPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4290-REDACT-VSAMEXC-ROW
                           IF WS-ROW-REDACTED
                               REWRITE VSAM-EXCEPTION-RECORD
                               PERFORM 8200-REPORT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAM-EXCEPTION-FILE
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4250-REDACT-VSAMEXC-ARC.
           MOVE "VSAMEXC.ARC" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT VSAMEXC-ARC-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT VSAMEXC-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ VSAMEXC-ARC-FILE INTO VSAM-EXCEPTION-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4290-REDACT-VSAMEXC-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE VSAM-EXCEPTION-RECORD
                               TO VSAMEXC-TMP-RECORD
                           WRITE VSAMEXC-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE VSAMEXC-ARC-FILE
               CLOSE VSAMEXC-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4260-REWRITE-VSAMEXC-ARC
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4260-REWRITE-VSAMEXC-ARC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT VSAMEXC-TMP-FILE
           OPEN OUTPUT VSAMEXC-ARC-FILE
           PERFORM UNTIL WS-EOF
               READ VSAMEXC-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE VSAMEXC-TMP-RECORD TO VSAMEXC-ARC-RECORD
                       WRITE VSAMEXC-ARC-RECORD
               END-READ
           END-PERFORM
           CLOSE VSAMEXC-TMP-FILE
           CLOSE VSAMEXC-ARC-FILE.

       4290-REDACT-VSAMEXC-ROW.
           MOVE VE-JOB-NAME TO WS-EV-JOB-NAME
           MOVE VE-RUN-ID TO WS-EV-RUN-ID
           MOVE VE-RECORD-KEY TO WS-EV-RECORD-KEY
           PERFORM 4060-CHECK-ROW-RECORD
           IF WS-FOUND-SUB > ZERO
                   AND VE-ORIGINAL-VALUE (1 : 16)
                       NOT = RD-REDACTION-MARKER
               MOVE RD-REDACTION-MARKER TO VE-ORIGINAL-VALUE
               IF VE-FITTED-VALUE NOT = SPACES
                   MOVE RD-REDACTION-MARKER TO VE-FITTED-VALUE
               END-IF
               PERFORM 4070-COUNT-ROW-REDACTED
               MOVE VE-RECEIVING-NAME TO WS-CT-FIELD-NAME
               MOVE VE-LOG-DATE TO WS-CT-DATE
               MOVE VE-LOG-TIME TO WS-CT-TIME
               MOVE SPACES TO WS-CT-NOTE
               STRING "SEQUENCE " VE-SEQUENCE-NO
                   DELIMITED BY SIZE INTO WS-CT-NOTE
           END-IF.

       4300-REDACT-SPILL.
           MOVE "SPILL.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT SPILL-FILE
           IF WS-SPILL-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT SPILL-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ SPILL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4390-REDACT-SPILL-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE SPILLOVER-RECORD TO SPILL-TMP-RECORD
                           WRITE SPILL-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPILL-FILE
               CLOSE SPILL-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4310-REWRITE-SPILL
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4310-REWRITE-SPILL.
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

       4350-REDACT-SPILL-ARC.
           MOVE "SPILL.ARC" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT SPILL-ARC-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT SPILL-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ SPILL-ARC-FILE INTO SPILLOVER-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4390-REDACT-SPILL-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE SPILLOVER-RECORD TO SPILL-TMP-RECORD
                           WRITE SPILL-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPILL-ARC-FILE
               CLOSE SPILL-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4360-REWRITE-SPILL-ARC
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4360-REWRITE-SPILL-ARC.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SPILL-TMP-FILE
           OPEN OUTPUT SPILL-ARC-FILE
           PERFORM UNTIL WS-EOF
               READ SPILL-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SPILL-TMP-RECORD TO SPILL-ARC-RECORD
                       WRITE SPILL-ARC-RECORD
               END-READ
           END-PERFORM
           CLOSE SPILL-TMP-FILE
           CLOSE SPILL-ARC-FILE.

       4390-REDACT-SPILL-ROW.
           MOVE SP-JOB-NAME TO WS-EV-JOB-NAME
           MOVE SP-RUN-ID TO WS-EV-RUN-ID
           MOVE SP-RECORD-KEY TO WS-EV-RECORD-KEY
           PERFORM 4060-CHECK-ROW-RECORD
           IF WS-FOUND-SUB > ZERO
                   AND SP-OVERFLOW-VALUE (1 : 16)
                       NOT = RD-REDACTION-MARKER
               MOVE RD-REDACTION-MARKER TO SP-OVERFLOW-VALUE
               PERFORM 4070-COUNT-ROW-REDACTED
               MOVE SP-RECEIVING-NAME TO WS-CT-FIELD-NAME
               MOVE SP-SPILL-DATE TO WS-CT-DATE
               MOVE SP-SPILL-TIME TO WS-CT-TIME
               MOVE SPACES TO WS-CT-NOTE
           END-IF.

       4400-REDACT-REJECTQ.
           MOVE "REJECTQ.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT REJECT-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4490-REDACT-REJECT-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE REJECT-QUEUE-RECORD
                               TO REJECT-TMP-RECORD
                           WRITE REJECT-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE REJECT-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4410-REWRITE-REJECTQ
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4410-REWRITE-REJECTQ.
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

      *****************************************************************
      *  The queued image is the whole customer record: every
      *  customer field is overwritten, only the record number is
      *  kept.  A feed record's layout is not known here, so the
      *  whole of it is overwritten; its record number stays in
      *  RJ-FEED-RECORD-NO.  An entry that could still be repaired
      *  or resubmitted is closed, since there is nothing left to
      *  repair.
      *****************************************************************
       4490-REDACT-REJECT-ROW.
           MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
           MOVE RJ-JOB-NAME TO WS-EV-JOB-NAME
           MOVE RJ-RUN-ID TO WS-EV-RUN-ID
           PERFORM 2950-BUILD-REJECT-KEY
           PERFORM 4060-CHECK-ROW-RECORD
           IF WS-FOUND-SUB > ZERO
               IF RJ-TRANS-RECORD
                   IF TR-CUSTOMER-NAME (1 : 16)
                           NOT = RD-REDACTION-MARKER
                       MOVE RD-REDACTION-MARKER TO TR-CUSTOMER-NAME
                       MOVE RD-REDACTION-MARKER
                           TO TR-CUSTOMER-ADDRESS
                       MOVE RD-REDACTION-MARKER TO TR-CUSTOMER-CITY
                       MOVE RD-REDACTION-MARKER TO TR-CUSTOMER-EMAIL
                       MOVE TRANSACTION-RECORD TO RJ-TRANSACTION
                       PERFORM 4495-CLOSE-REJECT-ENTRY
                   END-IF
               ELSE
                   IF RJ-FEED-RECORD (1 : 16)
                           NOT = RD-REDACTION-MARKER
                       MOVE RD-REDACTION-MARKER TO RJ-FEED-RECORD
                       PERFORM 4495-CLOSE-REJECT-ENTRY
                   END-IF
               END-IF
           END-IF.

       4495-CLOSE-REJECT-ENTRY.
           PERFORM 4070-COUNT-ROW-REDACTED
           MOVE RJ-FIELD-NAME TO WS-CT-FIELD-NAME
           MOVE RJ-REJECT-DATE TO WS-CT-DATE
           MOVE RJ-REJECT-TIME TO WS-CT-TIME
           EVALUATE TRUE
               WHEN RJ-PENDING
                   MOVE "PENDING ENTRY CLOSED" TO WS-CT-NOTE
                   SET RJ-ERASED TO TRUE
               WHEN RJ-REPAIRED
                   MOVE "REPAIRED ENTRY CLOSED" TO WS-CT-NOTE
                   SET RJ-ERASED TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-CT-NOTE
           END-EVALUATE.

      *****************************************************************
      *  Rows CYCBKOUT moved aside keep their source layout inside
      *  BK-ROW-IMAGE, so each is redacted through its own file's
      *  record and put back.
      *****************************************************************
       4500-REDACT-BACKOUT.
           MOVE "BACKOUT.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT BACKOUT-FILE
           IF WS-BACKOUT-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT BACKOUT-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ BACKOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4590-REDACT-BACKOUT-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE BACKOUT-RECORD TO BACKOUT-TMP-RECORD
                           WRITE BACKOUT-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-FILE
               CLOSE BACKOUT-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4510-REWRITE-BACKOUT
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4510-REWRITE-BACKOUT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BACKOUT-TMP-FILE
           OPEN OUTPUT BACKOUT-FILE
           PERFORM UNTIL WS-EOF
               READ BACKOUT-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE BACKOUT-TMP-RECORD TO BACKOUT-RECORD
                       WRITE BACKOUT-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-TMP-FILE
           CLOSE BACKOUT-FILE.

       4590-REDACT-BACKOUT-ROW.
           MOVE 'N' TO WS-ROW-REDACTED-FLAG
           EVALUATE BK-SOURCE-FILE
               WHEN "EXCLOG"
                   MOVE BK-ROW-IMAGE TO EXCLOG-RECORD
                   PERFORM 4190-REDACT-EXCLOG-ROW
                   IF WS-ROW-REDACTED
                       MOVE EXCLOG-RECORD TO BK-ROW-IMAGE
                   END-IF
               WHEN "VSAMEXC"
                   MOVE BK-ROW-IMAGE TO VSAM-EXCEPTION-RECORD
                   PERFORM 4290-REDACT-VSAMEXC-ROW
                   IF WS-ROW-REDACTED
                       MOVE VSAM-EXCEPTION-RECORD TO BK-ROW-IMAGE
                   END-IF
               WHEN "SPILL"
                   MOVE BK-ROW-IMAGE TO SPILLOVER-RECORD
                   PERFORM 4390-REDACT-SPILL-ROW
                   IF WS-ROW-REDACTED
                       MOVE SPILLOVER-RECORD TO BK-ROW-IMAGE
                   END-IF
               WHEN "REJECTQ"
                   MOVE BK-ROW-IMAGE TO REJECT-QUEUE-RECORD
                   PERFORM 4490-REDACT-REJECT-ROW
                   IF WS-ROW-REDACTED
                       MOVE REJECT-QUEUE-RECORD TO BK-ROW-IMAGE
                   END-IF
           END-EVALUATE
           IF WS-ROW-REDACTED
               MOVE SPACES TO WS-CT-NOTE
               STRING "BACKED OUT FROM " BK-SOURCE-FILE
                   DELIMITED BY SIZE INTO WS-CT-NOTE
           END-IF.

       4600-REDACT-CUSTXIDX.
           MOVE "CUSTXIDX.DAT" TO WS-FILE-NAME
           PERFORM 4050-START-FILE-COUNTS
           OPEN INPUT CUSTXIDX-FILE
           IF WS-CUSTXIDX-STATUS NOT = "00"
               PERFORM 8100-REPORT-FILE-ABSENT
           ELSE
               OPEN OUTPUT CUSTXIDX-TMP-FILE
               PERFORM UNTIL WS-EOF
                   READ CUSTXIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4690-REDACT-CUSTXIDX-ROW
                           IF WS-ROW-REDACTED
                               PERFORM 8200-REPORT-ROW
                           END-IF
                           MOVE CUSTOMER-EXCEPTION-INDEX-RECORD
                               TO CUSTXIDX-TMP-RECORD
                           WRITE CUSTXIDX-TMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTXIDX-FILE
               CLOSE CUSTXIDX-TMP-FILE
               IF WS-REDACT-COUNT > ZERO
                   PERFORM 4610-REWRITE-CUSTXIDX
               END-IF
               PERFORM 8300-REPORT-FILE-TOTALS
           END-IF.

       4610-REWRITE-CUSTXIDX.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CUSTXIDX-TMP-FILE
           OPEN OUTPUT CUSTXIDX-FILE
           PERFORM UNTIL WS-EOF
               READ CUSTXIDX-TMP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE CUSTXIDX-TMP-RECORD
                           TO CUSTOMER-EXCEPTION-INDEX-RECORD
                       WRITE CUSTOMER-EXCEPTION-INDEX-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTXIDX-TMP-FILE
           CLOSE CUSTXIDX-FILE.

      *****************************************************************
      *  The normalized key is the customer's data too, so it goes
      *  with the name and email.  Date, field, kind, run-id and
      *  record key stay.
      *****************************************************************
       4690-REDACT-CUSTXIDX-ROW.
           MOVE CX-JOB-NAME TO WS-EV-JOB-NAME
           MOVE CX-RUN-ID TO WS-EV-RUN-ID
           MOVE CX-RECORD-KEY TO WS-EV-RECORD-KEY
           PERFORM 4060-CHECK-ROW-RECORD
           IF WS-FOUND-SUB > ZERO
                   AND CX-CUSTOMER-NAME (1 : 16)
                       NOT = RD-REDACTION-MARKER
               MOVE RD-REDACTION-MARKER TO CX-NAME-KEY
               MOVE RD-REDACTION-MARKER TO CX-EMAIL-KEY
               MOVE RD-REDACTION-MARKER TO CX-CUSTOMER-NAME
               MOVE RD-REDACTION-MARKER TO CX-CUSTOMER-EMAIL
               PERFORM 4070-COUNT-ROW-REDACTED
               MOVE CX-FIELD-NAME TO WS-CT-FIELD-NAME
               MOVE CX-INDEX-DATE TO WS-CT-DATE
               MOVE CX-INDEX-TIME TO WS-CT-TIME
               MOVE SPACES TO WS-CT-NOTE
           END-IF.

       8000-REPORT-TOTALS.
           MOVE WS-TOTAL-REDACTED TO WS-DISP-REDACTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ROWS REDACTED " WS-DISP-REDACTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EVERY REDACTED ROW KEEPS ITS RUN-ID, RECORD KEY, "
                   "LENGTHS, ACTION CODE AND TIMESTAMPS, AND STILL "
                   "COUNTS IN RUNAUDIT AND MONCLOSE."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER VALUES NOW READ " RD-REDACTION-MARKER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERASE-RECORDS TO WS-DISP-NO
           MOVE WS-REVIEW-RECORDS TO WS-DISP-READ
           DISPLAY "CUSTERAS: " WS-DISP-REDACTED
               " ROW(S) REDACTED FOR " WS-DISP-NO
               " RECORD(S), " WS-DISP-READ " REFERRED FOR REVIEW"
           IF WS-REVIEW-RECORDS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-REPORT-FILE-ABSENT.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME "NOT PRESENT -- NOTHING TO SEARCH"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8200-REPORT-ROW.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME WS-EV-RUN-ID
                   "  KEY " WS-EV-RECORD-KEY
                   "  " WS-CT-FIELD-NAME
                   "  " WS-CT-DATE " " WS-CT-TIME
                   "  " WS-CT-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8300-REPORT-FILE-TOTALS.
           ADD WS-REDACT-COUNT TO WS-TOTAL-REDACTED
           MOVE WS-READ-COUNT TO WS-DISP-READ
           MOVE WS-REDACT-COUNT TO WS-DISP-REDACTED
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME "SEARCHED -- ROWS READ "
                   WS-DISP-READ "   ROWS REDACTED " WS-DISP-REDACTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIGN-OFF: ______________________   DATE: __________"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
