      *  matches what the scan stamped.  Exceptions logged before
      *  the key existed cannot be traced this way and still need
      *  the old read-the-log-by-eye approach.
      *
      *  Each guard firing also shows the value as it was shipped,
      *  beneath the value as it arrived, and an abbreviate-to-fit
      *  firing says whether the abbreviation came out clean or was
      *  cut back to a word boundary.
      *
      *  A firing logged by the character-set check shows the
      *  value's content length in characters and in bytes and says
      *  whether it held an invalid UTF-8 sequence or a control
      *  character; a value that fitted and was passed as sent reads
      *  CHARSET LOGGED, PASSED.
      *
      *  A value CUSTERAS has redacted under a customer erasure reads
      *  REDACTED -- CUSTOMER DATA ERASED, never a blank or the
      *  marker as if it were data; the firing, its lengths and its
      *  action still print, and a queue entry the erasure closed
      *  says so.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNTRACE.
       01  WS-DISP-SEND-LEN                  PIC ZZZZZZZ9.
       01  WS-DISP-RECV-LEN                  PIC ZZZZZZZ9.
       01  WS-ACTION-TEXT                    PIC X(24).
       01  WS-DISP-CHARS                     PIC ZZZ9.
       01  WS-DISP-BYTES                     PIC ZZZ9.
       01  WS-REDACTED-TEXT                  PIC X(32)
                           VALUE "REDACTED -- CUSTOMER DATA ERASED".

       COPY TRANREC.

       COPY REDACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                   MOVE "REJECTED" TO WS-ACTION-TEXT
               WHEN EL-ACTION-CODE = 'P'
                   MOVE "TRUNCATED, SPILL KEPT" TO WS-ACTION-TEXT
               WHEN EL-ACTION-CODE = 'A' AND EL-FIT-CLEAN
                   MOVE "ABBREVIATED CLEAN" TO WS-ACTION-TEXT
               WHEN EL-ACTION-CODE = 'A'
                   MOVE "ABBREVIATED, WORD CUT" TO WS-ACTION-TEXT
               WHEN EL-ACTION-CODE = 'L'
                   MOVE "CHARSET LOGGED, PASSED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "TRUNCATED AND LOGGED" TO WS-ACTION-TEXT
           END-EVALUATE.
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF EL-TRUNCATED-VALUE (1 : 16) = RD-REDACTION-MARKER
               STRING "    VALUE AS ARRIVED: " WS-REDACTED-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "    VALUE AS ARRIVED: "
                       EL-TRUNCATED-VALUE (1 : 100)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF EL-ACTION-CODE NOT = 'R' AND EL-FITTED-VALUE NOT = SPACES
                   AND EL-FITTED-VALUE (1 : 16)
                       NOT = RD-REDACTION-MARKER
               MOVE SPACES TO REPORT-LINE
               STRING "    VALUE AS SHIPPED: "
                       EL-FITTED-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF EL-CHAR-LENGTH IS NUMERIC AND EL-BYTE-LENGTH IS NUMERIC
               MOVE EL-CHAR-LENGTH TO WS-DISP-CHARS
               MOVE EL-BYTE-LENGTH TO WS-DISP-BYTES
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN EL-CHARSET-INVALID
                       STRING "    CONTENT: CHARACTERS " WS-DISP-CHARS
                               "  BYTES " WS-DISP-BYTES
                               "  INVALID UTF-8 BYTE SEQUENCE"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN EL-CHARSET-CONTROL
                       STRING "    CONTENT: CHARACTERS " WS-DISP-CHARS
                               "  BYTES " WS-DISP-BYTES
                               "  CONTROL CHARACTER IN VALUE"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       STRING "    CONTENT: CHARACTERS " WS-DISP-CHARS
                               "  BYTES " WS-DISP-BYTES
                           DELIMITED BY SIZE INTO REPORT-LINE
               END-EVALUATE
               WRITE REPORT-LINE
           END-IF
           IF WS-FIRED-COUNT < 10
               ADD 1 TO WS-FIRED-COUNT
               MOVE EL-RECEIVING-NAME
                   "  FIELD " VE-RECEIVING-NAME
                   "  ACTION " VE-ACTION-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF VE-ORIGINAL-VALUE (1 : 16) = RD-REDACTION-MARKER
               MOVE SPACES TO REPORT-LINE
               STRING "    VALUE " WS-REDACTED-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4000-TRACE-SPILL.
           MOVE "SPILLOVER CAPTURED (SPILL.DAT)" TO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF SP-OVERFLOW-VALUE (1 : 16) = RD-REDACTION-MARKER
               STRING "    OVERFLOW VALUE: " WS-REDACTED-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "    OVERFLOW VALUE: "
                       SP-OVERFLOW-VALUE (1 : 100)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *****************************************************************
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
                           IF RJ-TRANS-RECORD
                                   AND TR-RECORD-NO = WS-TRACE-RECORD-NO
                                   AND RJ-REJECT-DATE = WS-TRACE-DATE
                               PERFORM 5100-WRITE-REJECT-LINES
                           END-IF
                           " AT " RJ-REPAIR-TIME
                           " -- AWAITING RESUBMIT"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN RJ-ERASED
                   MOVE "    ENTRY CLOSED BY CUSTOMER ERASURE"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "    STILL PENDING REPAIR" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF TR-CUSTOMER-NAME (1 : 16) = RD-REDACTION-MARKER
               MOVE SPACES TO REPORT-LINE
               STRING "    CUSTOMER VALUES " WS-REDACTED-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      *  The paging trail: summarized alerts for the business date
