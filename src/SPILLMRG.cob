      *  new length, and lists spill rows that matched no record in
      *  the transaction file, so month-end can see exactly what was
      *  recovered and what still is not.
      *
      *  FIELDCTL.DAT rows are effective-dated.  The widened length
      *  a tail is re-joined against is the one in force for the
      *  business date of the cycle now open in the run registry --
      *  the cycle the repaired file will go out with -- so a
      *  widening keyed ahead of its go-live date is not used early.
      *  Only with no cycle open does the system date stand in.  The
      *  date used is printed in the report heading.
      *
      *  A spill row whose tail CUSTERAS has redacted under a
      *  customer erasure is never re-joined -- the marker is not
      *  the customer's data.  It is left out of the merge and
      *  counted on the report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPILLMRG.
       01  WS-FIELDCTL-TABLE-CTL.
           05  WS-FIELDCTL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-FIELDCTL-TABLE.
           05  WS-FIELDCTL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FIELDCTL-COUNT
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-NAME                PIC X(30).
               10  WS-FC-LENGTH              PIC 9(08).
               10  WS-FC-EFFECTIVE           PIC 9(08).

       01  WS-LENGTH-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-BEST-EFFECTIVE                 PIC 9(08).
       01  WS-LENGTH-FOUND-FLAG              PIC X(01).
           88  WS-LENGTH-FOUND                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-TARGET-DATE-INPUT              PIC X(08) VALUE SPACES.
       01  WS-TARGET-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-SPILLS-APPLIED                 PIC 9(08) VALUE ZERO.
       01  WS-SPILLS-TOO-LONG                PIC 9(08) VALUE ZERO.
       01  WS-SPILLS-UNMATCHED               PIC 9(08) VALUE ZERO.
       01  WS-SPILLS-REDACTED                PIC 9(08) VALUE ZERO.

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-LEN                       PIC ZZZZZZZ9.

       COPY RUNREG.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-SPILL-TABLE
           PERFORM 1200-LOAD-FIELDCTL-TABLE
           PERFORM 1300-RESOLVE-LENGTH-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "SPILLMRG SPILLOVER RE-MERGE REPORT, SPILL DATE "
                   WS-TARGET-DATE-INPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIELD LENGTHS IN FORCE FOR BUSINESS DATE "
                   WS-LENGTH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-TRANS-FILE.

                           IF SP-SPILL-DATE NOT = WS-TARGET-DATE
                               CONTINUE
                           ELSE
                           IF SP-OVERFLOW-VALUE (1 : 16)
                                   = RD-REDACTION-MARKER
                               ADD 1 TO WS-SPILLS-REDACTED
                           ELSE
                           IF WS-SPILL-COUNT < 1000
                               ADD 1 TO WS-SPILL-COUNT
                               MOVE SP-RECORD-KEY TO
                                   " -- REST IGNORED"
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPILL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-FIELDCTL-COUNT < 500
                               ADD 1 TO WS-FIELDCTL-COUNT
                               MOVE FC-FIELD-NAME
                                   TO WS-FC-NAME (WS-FIELDCTL-COUNT)
                               MOVE FC-MAX-LENGTH
                                   TO WS-FC-LENGTH (WS-FIELDCTL-COUNT)
                               IF FC-EFFECTIVE-DATE IS NUMERIC
                                   MOVE FC-EFFECTIVE-DATE TO
                                       WS-FC-EFFECTIVE
                                           (WS-FIELDCTL-COUNT)
                               ELSE
                                   MOVE ZERO TO WS-FC-EFFECTIVE
                                       (WS-FIELDCTL-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "SPILLMRG: FIELDCTL.DAT HAS "
                                   "MORE THAN 500 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIELDCTL-FILE
           END-IF.

       1300-RESOLVE-LENGTH-DATE.
           SET RG-REQ-INQUIRE TO TRUE
           MOVE SPACES TO RG-STEP-NAME
           MOVE SPACES TO RG-OUTCOME
           MOVE ZERO TO RG-BUSINESS-DATE
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF RG-OK
               MOVE RG-BUSINESS-DATE TO WS-LENGTH-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-LENGTH-DATE
               DISPLAY "SPILLMRG: NO CYCLE OPEN -- FIELD LENGTHS "
                   "TAKEN AS OF SYSTEM DATE " WS-LENGTH-DATE
           END-IF.

       2000-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE 'N' TO WS-RECORD-REPAIRED

       3100-RESOLVE-NEW-LENGTH.
           MOVE ZERO TO WS-NEW-MAX-LENGTH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           MOVE 'N' TO WS-LENGTH-FOUND-FLAG
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
               IF WS-FC-NAME (WS-FC-IDX) =
                       WS-SP-RECEIVING-NAME (WS-SP-IDX)
                       AND WS-FC-EFFECTIVE (WS-FC-IDX)
                           <= WS-LENGTH-DATE
                       AND (NOT WS-LENGTH-FOUND
                           OR WS-FC-EFFECTIVE (WS-FC-IDX)
                               >= WS-BEST-EFFECTIVE)
                   MOVE WS-FC-LENGTH (WS-FC-IDX)
                       TO WS-NEW-MAX-LENGTH
                   MOVE WS-FC-EFFECTIVE (WS-FC-IDX)
                       TO WS-BEST-EFFECTIVE
                   MOVE 'Y' TO WS-LENGTH-FOUND-FLAG
               END-IF
           END-PERFORM.

       3200-FETCH-FIELD-VALUE.
           MOVE SPACES TO WS-WORK-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "SPILL ROWS UNMATCHED   " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SPILLS-REDACTED TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "SPILL ROWS REDACTED    " WS-DISP-NO
                   "  (CUSTOMER ERASURE -- NOT RE-JOINED)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
