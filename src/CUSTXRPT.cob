      *****************************************************************
      *  PROGRAM-ID. CUSTXRPT
      *
      *  Monthly repeat-offender report.  Reads the cross-day
      *  customer exception index CUSTXBLD builds each night
      *  (CUSTXIDX.DAT, CUSTXIDX.CPY) and ranks the customers by how
      *  many nights of the month their records were truncated or
      *  rejected, so the same customer is fixed once at source
      *  instead of repaired in REJMAINT every week.
      *
      *  SYSIN:
      *    line 1  report month YYYYMM; blank or zero for the month
      *            just ended, as for MONCLOSE;
      *    line 2  two digits, the fewest nights in the month that
      *            puts a customer in the extract; blank for 03;
      *    line 3  four digits, the most customers to extract;
      *            blank for 0100.
      *
      *  CUSTXRPT.RPT lists every customer with an exception in the
      *  month, highest ranked first -- most nights, then most
      *  nights rejected, then the most recent -- with the nights
      *  truncated and rejected, the first and last date the
      *  customer was ever indexed, and each field with the nights
      *  it was truncated and rejected in the month.  A '*' marks
      *  the customers extracted.
      *
      *  CUSTXTOP.DAT (CUSTXTOP.CPY) is the extract the customer
      *  master-data team loads: header, one row per customer
      *  selected, trailer with the row count.  It is cut afresh
      *  each run.
      *
      *  Index rows CUSTERAS has redacted are passed over.  Return
      *  code 4 when more customers had exceptions in the month than
      *  the 2000 the ranking holds, else 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
               ASSIGN TO "CUSTXIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "CUSTXTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "CUSTXRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       COPY CUSTXIDX.

       FD  EXTRACT-FILE.
       COPY CUSTXTOP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-MONTH-INPUT                    PIC X(06) VALUE SPACES.
       01  WS-MIN-NIGHTS-INPUT               PIC X(02) VALUE SPACES.
       01  WS-MAX-ROWS-INPUT                 PIC X(04) VALUE SPACES.
       01  WS-REPORT-MONTH.
           05  WS-RPT-YEAR                  PIC 9(04).
           05  WS-RPT-MONTH                 PIC 9(02).
       01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH
                                             PIC 9(06).
       01  WS-MIN-NIGHTS                     PIC 9(02) VALUE 3.
       01  WS-MAX-ROWS                       PIC 9(04) VALUE 100.
       01  WS-WORK-DATE                      PIC 9(08).
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WRK-YEAR                  PIC 9(04).
           05  WS-WRK-MONTH                 PIC 9(02).
           05  WS-WRK-DAY                   PIC 9(02).

      * the index row's business date, split
       01  WS-ROW-DATE                       PIC 9(08).
       01  WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
           05  WS-ROW-MONTH                 PIC 9(06).
           05  WS-ROW-DAY                   PIC 9(02).

      * one entry per customer with an exception in the month; a
      * day flag per calendar day for each kind
       01  WS-CUSTOMER-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 2000 TIMES.
               10  WS-CU-CUSTOMER-KEY        PIC X(90).
               10  WS-CU-NAME-KEY REDEFINES WS-CU-CUSTOMER-KEY
                                             PIC X(40).
               10  WS-CU-CUSTOMER-NAME       PIC X(40).
               10  WS-CU-CUSTOMER-EMAIL      PIC X(50).
               10  WS-CU-NAME-DATE           PIC 9(08).
               10  WS-CU-ANY-DAY             PIC X(01) OCCURS 31.
               10  WS-CU-TRUNC-DAY           PIC X(01) OCCURS 31.
               10  WS-CU-REJECT-DAY          PIC X(01) OCCURS 31.
               10  WS-CU-NIGHTS              PIC 9(02).
               10  WS-CU-TRUNC-NIGHTS        PIC 9(02).
               10  WS-CU-REJECT-NIGHTS       PIC 9(02).
               10  WS-CU-FIRST-SEEN          PIC 9(08).
               10  WS-CU-LAST-SEEN           PIC 9(08).
               10  WS-CU-FIELD-COUNT         PIC 9(02).
               10  WS-CU-MORE-FIELDS         PIC X(01).
               10  WS-CU-FIELD OCCURS 8 TIMES.
                   15  WS-CF-NAME            PIC X(30).
                   15  WS-CF-TRUNC-NIGHTS    PIC 9(02).
                   15  WS-CF-REJECT-NIGHTS   PIC 9(02).
               10  WS-CU-RANKED              PIC X(01).
       01  WS-CU-SUB                         PIC 9(04).
       01  WS-FOUND-SUB                      PIC 9(04).
       01  WS-CF-SUB                         PIC 9(02).
       01  WS-CF-FOUND                       PIC 9(02).
       01  WS-CF-START                       PIC 9(02).
       01  WS-CF-NEXT                        PIC 9(02).
       01  WS-DAY-SUB                        PIC 9(02).
       01  WS-CF-SWAP.
           05  WS-SW-NAME                    PIC X(30).
           05  WS-SW-TRUNC-NIGHTS            PIC 9(02).
           05  WS-SW-REJECT-NIGHTS           PIC 9(02).

      * the ranking, best first
       01  WS-RANK-ORDER-TABLE.
           05  WS-RANK-ORDER OCCURS 2000 TIMES PIC 9(04).
       01  WS-RANK-SUB                       PIC 9(04).
       01  WS-BEST-SUB                       PIC 9(04).
       01  WS-BETTER-FLAG                    PIC X(01).
           88  WS-CANDIDATE-BETTER               VALUE 'Y'.
       01  WS-EXTRACT-FLAG                   PIC X(01).
           88  WS-CUSTOMER-EXTRACTED             VALUE 'Y'.
       01  WS-EXTRACT-MARK                   PIC X(01).

       01  WS-ROWS-READ                      PIC 9(08) VALUE ZERO.
       01  WS-ROWS-IN-MONTH                  PIC 9(08) VALUE ZERO.
       01  WS-ROWS-REDACTED                  PIC 9(08) VALUE ZERO.
       01  WS-ROWS-OVERFLOW                  PIC 9(08) VALUE ZERO.
       01  WS-EXTRACT-COUNT                  PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-RANK                      PIC ZZZ9.
       01  WS-DISP-NIGHTS                    PIC Z9.
       01  WS-DISP-TRUNC                     PIC Z9.
       01  WS-DISP-REJECT                    PIC Z9.
       01  WS-DISP-COUNT                     PIC ZZZZZZZ9.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TABLE-MONTH-ROWS
           IF WS-CUSTOMER-COUNT > ZERO
               PERFORM 3000-FIND-FIRST-LAST-SEEN
               PERFORM 4000-COUNT-NIGHTS
               PERFORM 5000-RANK-CUSTOMERS
           END-IF
           PERFORM 6000-WRITE-REPORT-AND-EXTRACT
           PERFORM 8000-WRITE-TOTALS
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-MONTH-INPUT
           ACCEPT WS-MIN-NIGHTS-INPUT
           ACCEPT WS-MAX-ROWS-INPUT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-MONTH-INPUT IS NUMERIC
                   AND WS-MONTH-INPUT NOT = "000000"
               MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
           ELSE
               MOVE WS-CURRENT-DATE TO WS-WORK-DATE
               IF WS-WRK-MONTH = 1
                   COMPUTE WS-RPT-YEAR = WS-WRK-YEAR - 1
                   MOVE 12 TO WS-RPT-MONTH
               ELSE
                   MOVE WS-WRK-YEAR TO WS-RPT-YEAR
                   COMPUTE WS-RPT-MONTH = WS-WRK-MONTH - 1
               END-IF
           END-IF
           IF WS-MIN-NIGHTS-INPUT IS NUMERIC
                   AND WS-MIN-NIGHTS-INPUT NOT = "00"
               MOVE WS-MIN-NIGHTS-INPUT TO WS-MIN-NIGHTS
           END-IF
           IF WS-MAX-ROWS-INPUT IS NUMERIC
                   AND WS-MAX-ROWS-INPUT NOT = "0000"
               MOVE WS-MAX-ROWS-INPUT TO WS-MAX-ROWS
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           MOVE "CUSTXRPT REPEAT-OFFENDER CUSTOMERS BY NIGHTS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REPORT MONTH " WS-REPORT-MONTH
                   "   RUN " WS-CURRENT-DATE
                   "   EXTRACT: AT LEAST " WS-MIN-NIGHTS
                   " NIGHTS, AT MOST " WS-MAX-ROWS " CUSTOMERS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO CUSTOMER-EXTRACT-RECORD
           SET XT-HEADER-ROW TO TRUE
           MOVE WS-CURRENT-DATE TO XH-EXTRACT-DATE
           MOVE WS-REPORT-MONTH TO XH-REPORT-MONTH
           MOVE WS-MIN-NIGHTS TO XH-MINIMUM-NIGHTS
           MOVE WS-MAX-ROWS TO XH-MAXIMUM-ROWS
           WRITE CUSTOMER-EXTRACT-RECORD.

      *****************************************************************
      *  Pass 1: the month's rows, tabled by customer.  Each index
      *  row is one night, field and kind, so a field's row count is
      *  its nights; the customer's nights come from the day flags,
      *  since one night can carry several fields.
      *****************************************************************
       2000-TABLE-MONTH-ROWS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE CX-BUSINESS-DATE TO WS-ROW-DATE
                           IF WS-ROW-MONTH = WS-REPORT-MONTH-NUM
                               PERFORM 2100-TAKE-MONTH-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       2100-TAKE-MONTH-ROW.
           EVALUATE TRUE
               WHEN CX-NAME-KEY (1 : 16) = RD-REDACTION-MARKER
                       OR CX-EMAIL-KEY (1 : 16) = RD-REDACTION-MARKER
                   ADD 1 TO WS-ROWS-REDACTED
               WHEN WS-ROW-DAY < 1 OR WS-ROW-DAY > 31
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-IN-MONTH
                   PERFORM 2200-LOCATE-CUSTOMER
                   IF WS-FOUND-SUB = ZERO
                       PERFORM 2300-ADD-CUSTOMER
                   END-IF
                   IF WS-FOUND-SUB > ZERO
                       PERFORM 2400-NOTE-ROW
                   END-IF
           END-EVALUATE.

       2200-LOCATE-CUSTOMER.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CUSTOMER-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-CU-CUSTOMER-KEY (WS-CU-SUB) = CX-CUSTOMER-KEY
                   MOVE WS-CU-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       2300-ADD-CUSTOMER.
           IF WS-CUSTOMER-COUNT < 2000
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-FOUND-SUB
               MOVE SPACES TO WS-CUSTOMER-ENTRY (WS-FOUND-SUB)
               MOVE CX-CUSTOMER-KEY
                   TO WS-CU-CUSTOMER-KEY (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-NAME-DATE (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-NIGHTS (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-TRUNC-NIGHTS (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-REJECT-NIGHTS (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-FIRST-SEEN (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-LAST-SEEN (WS-FOUND-SUB)
               MOVE ZERO TO WS-CU-FIELD-COUNT (WS-FOUND-SUB)
               MOVE 'N' TO WS-CU-MORE-FIELDS (WS-FOUND-SUB)
               MOVE 'N' TO WS-CU-RANKED (WS-FOUND-SUB)
           ELSE
               ADD 1 TO WS-ROWS-OVERFLOW
           END-IF.

      *****************************************************************
      *  The name and email kept for the extract are the ones the
      *  customer's latest transaction carried.
      *****************************************************************
       2400-NOTE-ROW.
           IF CX-BUSINESS-DATE NOT < WS-CU-NAME-DATE (WS-FOUND-SUB)
               MOVE CX-BUSINESS-DATE TO WS-CU-NAME-DATE (WS-FOUND-SUB)
               MOVE CX-CUSTOMER-NAME
                   TO WS-CU-CUSTOMER-NAME (WS-FOUND-SUB)
               MOVE CX-CUSTOMER-EMAIL
                   TO WS-CU-CUSTOMER-EMAIL (WS-FOUND-SUB)
           END-IF
           MOVE 'Y' TO WS-CU-ANY-DAY (WS-FOUND-SUB, WS-ROW-DAY)
           IF CX-REJECTED
               MOVE 'Y' TO WS-CU-REJECT-DAY (WS-FOUND-SUB, WS-ROW-DAY)
           ELSE
               MOVE 'Y' TO WS-CU-TRUNC-DAY (WS-FOUND-SUB, WS-ROW-DAY)
           END-IF
           MOVE ZERO TO WS-CF-FOUND
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CU-FIELD-COUNT (WS-FOUND-SUB)
                       OR WS-CF-FOUND > ZERO
               IF WS-CF-NAME (WS-FOUND-SUB, WS-CF-SUB) = CX-FIELD-NAME
                   MOVE WS-CF-SUB TO WS-CF-FOUND
               END-IF
           END-PERFORM
           IF WS-CF-FOUND = ZERO
               IF WS-CU-FIELD-COUNT (WS-FOUND-SUB) < 8
                   ADD 1 TO WS-CU-FIELD-COUNT (WS-FOUND-SUB)
                   MOVE WS-CU-FIELD-COUNT (WS-FOUND-SUB) TO WS-CF-FOUND
                   MOVE CX-FIELD-NAME
                       TO WS-CF-NAME (WS-FOUND-SUB, WS-CF-FOUND)
                   MOVE ZERO TO WS-CF-TRUNC-NIGHTS
                       (WS-FOUND-SUB, WS-CF-FOUND)
                   MOVE ZERO TO WS-CF-REJECT-NIGHTS
                       (WS-FOUND-SUB, WS-CF-FOUND)
               ELSE
                   MOVE 'Y' TO WS-CU-MORE-FIELDS (WS-FOUND-SUB)
               END-IF
           END-IF
           IF WS-CF-FOUND > ZERO
               IF CX-REJECTED
                   ADD 1 TO WS-CF-REJECT-NIGHTS
                       (WS-FOUND-SUB, WS-CF-FOUND)
               ELSE
                   ADD 1 TO WS-CF-TRUNC-NIGHTS
                       (WS-FOUND-SUB, WS-CF-FOUND)
               END-IF
           END-IF.

      *****************************************************************
      *  Pass 2: the whole index, any month, for the first and last
      *  night each tabled customer was ever indexed -- how long the
      *  problem has been running.
      *****************************************************************
       3000-FIND-FIRST-LAST-SEEN.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2200-LOCATE-CUSTOMER
                           IF WS-FOUND-SUB > ZERO
                               PERFORM 3100-NOTE-SEEN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       3100-NOTE-SEEN-DATE.
           IF WS-CU-FIRST-SEEN (WS-FOUND-SUB) = ZERO
                   OR CX-BUSINESS-DATE < WS-CU-FIRST-SEEN (WS-FOUND-SUB)
               MOVE CX-BUSINESS-DATE TO WS-CU-FIRST-SEEN (WS-FOUND-SUB)
           END-IF
           IF CX-BUSINESS-DATE > WS-CU-LAST-SEEN (WS-FOUND-SUB)
               MOVE CX-BUSINESS-DATE TO WS-CU-LAST-SEEN (WS-FOUND-SUB)
           END-IF.

       4000-COUNT-NIGHTS.
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CUSTOMER-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   IF WS-CU-ANY-DAY (WS-CU-SUB, WS-DAY-SUB) = 'Y'
                       ADD 1 TO WS-CU-NIGHTS (WS-CU-SUB)
                   END-IF
                   IF WS-CU-TRUNC-DAY (WS-CU-SUB, WS-DAY-SUB) = 'Y'
                       ADD 1 TO WS-CU-TRUNC-NIGHTS (WS-CU-SUB)
                   END-IF
                   IF WS-CU-REJECT-DAY (WS-CU-SUB, WS-DAY-SUB) = 'Y'
                       ADD 1 TO WS-CU-REJECT-NIGHTS (WS-CU-SUB)
                   END-IF
               END-PERFORM
               PERFORM 4100-ORDER-FIELDS
           END-PERFORM.

      *****************************************************************
      *  A customer's fields, most nights first.  Eight at most, so
      *  a straight exchange sort.
      *****************************************************************
       4100-ORDER-FIELDS.
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB >= WS-CU-FIELD-COUNT (WS-CU-SUB)
               COMPUTE WS-CF-START = WS-CF-SUB + 1
               PERFORM VARYING WS-CF-NEXT FROM WS-CF-START BY 1
                       UNTIL WS-CF-NEXT > WS-CU-FIELD-COUNT (WS-CU-SUB)
                   IF WS-CF-TRUNC-NIGHTS (WS-CU-SUB, WS-CF-NEXT)
                           + WS-CF-REJECT-NIGHTS (WS-CU-SUB, WS-CF-NEXT)
                           > WS-CF-TRUNC-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                           + WS-CF-REJECT-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                       MOVE WS-CU-FIELD (WS-CU-SUB, WS-CF-SUB)
                           TO WS-CF-SWAP
                       MOVE WS-CU-FIELD (WS-CU-SUB, WS-CF-NEXT)
                           TO WS-CU-FIELD (WS-CU-SUB, WS-CF-SUB)
                       MOVE WS-CF-SWAP
                           TO WS-CU-FIELD (WS-CU-SUB, WS-CF-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  Rank by selection: each place goes to the best customer not
      *  yet placed -- most nights, then most nights rejected, then
      *  the most recent last night seen.
      *****************************************************************
       5000-RANK-CUSTOMERS.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-CUSTOMER-COUNT
               MOVE ZERO TO WS-BEST-SUB
               PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                       UNTIL WS-CU-SUB > WS-CUSTOMER-COUNT
                   IF WS-CU-RANKED (WS-CU-SUB) = 'N'
                       PERFORM 5100-COMPARE-TO-BEST
                       IF WS-CANDIDATE-BETTER
                           MOVE WS-CU-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BEST-SUB TO WS-RANK-ORDER (WS-RANK-SUB)
               MOVE 'Y' TO WS-CU-RANKED (WS-BEST-SUB)
           END-PERFORM.

       5100-COMPARE-TO-BEST.
           MOVE 'N' TO WS-BETTER-FLAG
           EVALUATE TRUE
               WHEN WS-BEST-SUB = ZERO
                   MOVE 'Y' TO WS-BETTER-FLAG
               WHEN WS-CU-NIGHTS (WS-CU-SUB)
                       NOT = WS-CU-NIGHTS (WS-BEST-SUB)
                   IF WS-CU-NIGHTS (WS-CU-SUB)
                           > WS-CU-NIGHTS (WS-BEST-SUB)
                       MOVE 'Y' TO WS-BETTER-FLAG
                   END-IF
               WHEN WS-CU-REJECT-NIGHTS (WS-CU-SUB)
                       NOT = WS-CU-REJECT-NIGHTS (WS-BEST-SUB)
                   IF WS-CU-REJECT-NIGHTS (WS-CU-SUB)
                           > WS-CU-REJECT-NIGHTS (WS-BEST-SUB)
                       MOVE 'Y' TO WS-BETTER-FLAG
                   END-IF
               WHEN WS-CU-LAST-SEEN (WS-CU-SUB)
                       > WS-CU-LAST-SEEN (WS-BEST-SUB)
                   MOVE 'Y' TO WS-BETTER-FLAG
           END-EVALUATE.

       6000-WRITE-REPORT-AND-EXTRACT.
           MOVE SPACES TO REPORT-LINE
           STRING "RANK   NIGHTS  TRUNC  REJECT  FIRST SEEN  LAST SEEN"
                   "   CUSTOMER"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CUSTOMER-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE -- NO CUSTOMER EXCEPTIONS INDEXED FOR "
                       "THE MONTH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-CUSTOMER-COUNT
               MOVE WS-RANK-ORDER (WS-RANK-SUB) TO WS-CU-SUB
               MOVE 'N' TO WS-EXTRACT-FLAG
               IF WS-CU-NIGHTS (WS-CU-SUB) NOT < WS-MIN-NIGHTS
                       AND WS-EXTRACT-COUNT < WS-MAX-ROWS
                   MOVE 'Y' TO WS-EXTRACT-FLAG
                   PERFORM 6200-WRITE-EXTRACT-ROW
               END-IF
               PERFORM 6100-REPORT-CUSTOMER
           END-PERFORM
           MOVE SPACES TO CUSTOMER-EXTRACT-RECORD
           SET XT-TRAILER-ROW TO TRUE
           MOVE WS-EXTRACT-COUNT TO XR-DETAIL-COUNT
           WRITE CUSTOMER-EXTRACT-RECORD.

       6100-REPORT-CUSTOMER.
           MOVE WS-RANK-SUB TO WS-DISP-RANK
           MOVE WS-CU-NIGHTS (WS-CU-SUB) TO WS-DISP-NIGHTS
           MOVE WS-CU-TRUNC-NIGHTS (WS-CU-SUB) TO WS-DISP-TRUNC
           MOVE WS-CU-REJECT-NIGHTS (WS-CU-SUB) TO WS-DISP-REJECT
           IF WS-CUSTOMER-EXTRACTED
               MOVE "*" TO WS-EXTRACT-MARK
           ELSE
               MOVE SPACE TO WS-EXTRACT-MARK
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-DISP-RANK WS-EXTRACT-MARK "     " WS-DISP-NIGHTS
                   "     " WS-DISP-TRUNC "      " WS-DISP-REJECT
                   "    " WS-CU-FIRST-SEEN (WS-CU-SUB)
                   "  " WS-CU-LAST-SEEN (WS-CU-SUB)
                   "    " WS-CU-CUSTOMER-NAME (WS-CU-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                                              "
                   "      EMAIL  " WS-CU-CUSTOMER-EMAIL (WS-CU-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                                              "
                   "      KEY    " WS-CU-NAME-KEY (WS-CU-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CU-FIELD-COUNT (WS-CU-SUB)
               MOVE WS-CF-TRUNC-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                   TO WS-DISP-TRUNC
               MOVE WS-CF-REJECT-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                   TO WS-DISP-REJECT
               MOVE SPACES TO REPORT-LINE
               STRING "        FIELD " WS-CF-NAME (WS-CU-SUB, WS-CF-SUB)
                       "  TRUNCATED " WS-DISP-TRUNC " NIGHTS"
                       "  REJECTED " WS-DISP-REJECT " NIGHTS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-CU-MORE-FIELDS (WS-CU-SUB) = 'Y'
               MOVE "        FIELD ... MORE THAN EIGHT FIELDS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6200-WRITE-EXTRACT-ROW.
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE SPACES TO CUSTOMER-EXTRACT-RECORD
           SET XT-DETAIL-ROW TO TRUE
           MOVE WS-RANK-SUB TO XD-RANK
           MOVE WS-CU-CUSTOMER-NAME (WS-CU-SUB) TO XD-CUSTOMER-NAME
           MOVE WS-CU-CUSTOMER-EMAIL (WS-CU-SUB) TO XD-CUSTOMER-EMAIL
           MOVE WS-CU-CUSTOMER-KEY (WS-CU-SUB) (1 : 40) TO XD-NAME-KEY
           MOVE WS-CU-CUSTOMER-KEY (WS-CU-SUB) (41 : 50)
               TO XD-EMAIL-KEY
           MOVE WS-CU-NIGHTS (WS-CU-SUB) TO XD-NIGHTS
           MOVE WS-CU-TRUNC-NIGHTS (WS-CU-SUB) TO XD-TRUNCATED-NIGHTS
           MOVE WS-CU-REJECT-NIGHTS (WS-CU-SUB) TO XD-REJECTED-NIGHTS
           MOVE WS-CU-FIRST-SEEN (WS-CU-SUB) TO XD-FIRST-SEEN-DATE
           MOVE WS-CU-LAST-SEEN (WS-CU-SUB) TO XD-LAST-SEEN-DATE
           MOVE ZERO TO XD-FIELD-COUNT
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > 5
               IF WS-CF-SUB > WS-CU-FIELD-COUNT (WS-CU-SUB)
                   MOVE SPACES TO XD-FIELD-NAME (WS-CF-SUB)
                   MOVE ZERO TO XD-FIELD-TRUNC-NIGHTS (WS-CF-SUB)
                   MOVE ZERO TO XD-FIELD-REJECT-NIGHTS (WS-CF-SUB)
               ELSE
                   ADD 1 TO XD-FIELD-COUNT
                   MOVE WS-CF-NAME (WS-CU-SUB, WS-CF-SUB)
                       TO XD-FIELD-NAME (WS-CF-SUB)
                   MOVE WS-CF-TRUNC-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                       TO XD-FIELD-TRUNC-NIGHTS (WS-CF-SUB)
                   MOVE WS-CF-REJECT-NIGHTS (WS-CU-SUB, WS-CF-SUB)
                       TO XD-FIELD-REJECT-NIGHTS (WS-CF-SUB)
               END-IF
           END-PERFORM
           WRITE CUSTOMER-EXTRACT-RECORD.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INDEX ROWS READ                 " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-IN-MONTH TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INDEX ROWS IN THE MONTH         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-REDACTED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ERASED CUSTOMER ROWS SKIPPED  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS RANKED                " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXTRACT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS EXTRACTED             " WS-DISP-COUNT
                   "  TO CUSTXTOP.DAT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROWS-OVERFLOW > ZERO
               MOVE WS-ROWS-OVERFLOW TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** ROWS OF CUSTOMERS OVER THE 2000 RANKED, "
                       "NOT COUNTED " WS-DISP-COUNT " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CUSTXRPT: MONTH " WS-REPORT-MONTH " -- "
               WS-CUSTOMER-COUNT " CUSTOMER(S) RANKED, "
               WS-EXTRACT-COUNT " EXTRACTED".
