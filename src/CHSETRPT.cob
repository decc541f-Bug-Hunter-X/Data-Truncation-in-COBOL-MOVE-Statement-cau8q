      *****************************************************************
      *  PROGRAM-ID. CHSETRPT
      *
      *  Daily character-set exception count.  LENCHK walks every
      *  value it guards as UTF-8 and logs a value holding an
      *  invalid byte sequence or a control character (tab,
      *  low-values, CR/LF) to EXCLOG.DAT with EL-CHARSET-FLAG set
      *  and the feed it came from in EL-FEED-ID.  This job counts
      *  those rows for one business date and prints CHSETRPT.RPT:
      *
      *    - by field: invalid-sequence and control-character
      *      counts, and how many of them were rejected rather than
      *      logged and passed;
      *    - the same counts by feed -- TRANS for the main
      *      transaction file, the record type for FEEDSCN feeds --
      *      so a provider sending bad bytes stands out;
      *    - the day's totals.
      *
      *  The business date comes from SYSIN; blank defaults to the
      *  run registry's current cycle, falling back to today when no
      *  cycle is open.  A row is attributed to the date by its
      *  run-id (YYMMDD plus cycle number) where it carries one, and
      *  by its log date otherwise, so a cycle that ran past
      *  midnight is still counted under its own business date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHSETRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLOG-FILE
               ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CHSETRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCLOG-FILE.
       COPY EXCLOGR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCLOG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-END-OF-FILE                    PIC X(01) VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-REPORT-DATE-INPUT              PIC X(08) VALUE SPACES.
       01  WS-REPORT-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
           05  FILLER                        PIC X(02).
           05  WS-REPORT-YYMMDD              PIC X(06).

       01  WS-ROW-RUN-ID                     PIC X(08).
       01  WS-ROW-RUN-ID-PARTS REDEFINES WS-ROW-RUN-ID.
           05  WS-RID-YYMMDD                 PIC X(06).
           05  WS-RID-CYCLE                  PIC X(02).
       01  WS-ROW-IN-DATE                    PIC X(01).
           88  WS-ROW-FOR-DATE                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

      * counts by receiving field, across every feed
       01  WS-FIELD-TABLE-CTL.
           05  WS-FIELD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-FIELD-COUNT
                   INDEXED BY WS-FD-IDX.
               10  WS-FD-NAME                PIC X(30).
               10  WS-FD-INVALID             PIC 9(08).
               10  WS-FD-CONTROL             PIC 9(08).
               10  WS-FD-REJECTED            PIC 9(08).

      * counts by feed
       01  WS-FEED-TABLE-CTL.
           05  WS-FEED-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-FEED-COUNT
                   INDEXED BY WS-FE-IDX.
               10  WS-FE-FEED-ID             PIC X(08).
               10  WS-FE-INVALID             PIC 9(08).
               10  WS-FE-CONTROL             PIC 9(08).
               10  WS-FE-REJECTED            PIC 9(08).

       01  WS-TOT-INVALID                    PIC 9(08) VALUE ZERO.
       01  WS-TOT-CONTROL                    PIC 9(08) VALUE ZERO.
       01  WS-TOT-REJECTED                   PIC 9(08) VALUE ZERO.
       01  WS-ROWS-READ                      PIC 9(08) VALUE ZERO.

       01  WS-DISP-INVALID                   PIC ZZZZZZZ9.
       01  WS-DISP-CONTROL                   PIC ZZZZZZZ9.
       01  WS-DISP-REJECTED                  PIC ZZZZZZZ9.
       01  WS-DISP-TOTAL                     PIC ZZZZZZZ9.
       01  WS-LINE-TOTAL                     PIC 9(08).

       COPY RUNREG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-EXCEPTIONS
           PERFORM 8000-WRITE-REPORT
           CLOSE REPORT-FILE
           MOVE WS-TOT-INVALID TO WS-DISP-INVALID
           MOVE WS-TOT-CONTROL TO WS-DISP-CONTROL
           DISPLAY "CHSETRPT: " WS-DISP-INVALID " INVALID UTF-8, "
               WS-DISP-CONTROL " CONTROL CHARACTER EXCEPTION(S) FOR "
               "DATE " WS-REPORT-DATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE-INPUT
           IF WS-REPORT-DATE-INPUT IS NUMERIC
                   AND WS-REPORT-DATE-INPUT NOT = "00000000"
               MOVE WS-REPORT-DATE-INPUT TO WS-REPORT-DATE
           ELSE
               SET RG-REQ-INQUIRE TO TRUE
               MOVE SPACES TO RG-STEP-NAME
               MOVE SPACES TO RG-OUTCOME
               MOVE ZERO TO RG-BUSINESS-DATE
               CALL "RUNREG" USING RUNREG-LINKAGE
               IF RG-OK
                   MOVE RG-BUSINESS-DATE TO WS-REPORT-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATE-TIME
                   MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE.

      *****************************************************************
      *  Only rows the character-set check raised are counted; a
      *  pure length exception leaves EL-CHARSET-FLAG blank, and so
      *  does every row logged before the check existed.
      *****************************************************************
       2000-COUNT-EXCEPTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCLOG-FILE
           IF WS-EXCLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 2100-CHECK-ROW-DATE
                           IF WS-ROW-FOR-DATE
                                   AND (EL-CHARSET-INVALID
                                       OR EL-CHARSET-CONTROL)
                               PERFORM 2200-COUNT-BY-FIELD
                               PERFORM 2300-COUNT-BY-FEED
                               PERFORM 2400-COUNT-TOTALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLOG-FILE
           ELSE
               DISPLAY "CHSETRPT: EXCLOG.DAT NOT PRESENT -- NOTHING "
                   "TO COUNT"
           END-IF.

       2100-CHECK-ROW-DATE.
           MOVE 'N' TO WS-ROW-IN-DATE
           MOVE EL-RUN-ID TO WS-ROW-RUN-ID
           IF WS-RID-YYMMDD IS NUMERIC AND WS-RID-CYCLE IS NUMERIC
               IF WS-RID-YYMMDD = WS-REPORT-YYMMDD
                   MOVE 'Y' TO WS-ROW-IN-DATE
               END-IF
           ELSE
               IF EL-LOG-DATE = WS-REPORT-DATE
                   MOVE 'Y' TO WS-ROW-IN-DATE
               END-IF
           END-IF.

       2200-COUNT-BY-FIELD.
           SET WS-FD-IDX TO 1
           SEARCH WS-FIELD-ENTRY
               AT END
                   IF WS-FIELD-COUNT < 200
                       ADD 1 TO WS-FIELD-COUNT
                       SET WS-FD-IDX TO WS-FIELD-COUNT
                       MOVE EL-RECEIVING-NAME TO WS-FD-NAME (WS-FD-IDX)
                       MOVE ZERO TO WS-FD-INVALID (WS-FD-IDX)
                       MOVE ZERO TO WS-FD-CONTROL (WS-FD-IDX)
                       MOVE ZERO TO WS-FD-REJECTED (WS-FD-IDX)
                   ELSE
                       DISPLAY "CHSETRPT: MORE THAN 200 FIELDS -- "
                           EL-RECEIVING-NAME " NOT COUNTED BY FIELD"
                       SET WS-FD-IDX TO ZERO
                   END-IF
               WHEN WS-FD-NAME (WS-FD-IDX) = EL-RECEIVING-NAME
                   CONTINUE
           END-SEARCH
           IF WS-FD-IDX > ZERO
               IF EL-CHARSET-INVALID
                   ADD 1 TO WS-FD-INVALID (WS-FD-IDX)
               ELSE
                   ADD 1 TO WS-FD-CONTROL (WS-FD-IDX)
               END-IF
               IF EL-ACTION-CODE = 'R'
                   ADD 1 TO WS-FD-REJECTED (WS-FD-IDX)
               END-IF
           END-IF.

       2300-COUNT-BY-FEED.
           SET WS-FE-IDX TO 1
           SEARCH WS-FEED-ENTRY
               AT END
                   IF WS-FEED-COUNT < 200
                       ADD 1 TO WS-FEED-COUNT
                       SET WS-FE-IDX TO WS-FEED-COUNT
                       MOVE EL-FEED-ID TO WS-FE-FEED-ID (WS-FE-IDX)
                       MOVE ZERO TO WS-FE-INVALID (WS-FE-IDX)
                       MOVE ZERO TO WS-FE-CONTROL (WS-FE-IDX)
                       MOVE ZERO TO WS-FE-REJECTED (WS-FE-IDX)
                   ELSE
                       DISPLAY "CHSETRPT: MORE THAN 200 FEEDS -- "
                           EL-FEED-ID " NOT COUNTED BY FEED"
                       SET WS-FE-IDX TO ZERO
                   END-IF
               WHEN WS-FE-FEED-ID (WS-FE-IDX) = EL-FEED-ID
                   CONTINUE
           END-SEARCH
           IF WS-FE-IDX > ZERO
               IF EL-CHARSET-INVALID
                   ADD 1 TO WS-FE-INVALID (WS-FE-IDX)
               ELSE
                   ADD 1 TO WS-FE-CONTROL (WS-FE-IDX)
               END-IF
               IF EL-ACTION-CODE = 'R'
                   ADD 1 TO WS-FE-REJECTED (WS-FE-IDX)
               END-IF
           END-IF.

       2400-COUNT-TOTALS.
           IF EL-CHARSET-INVALID
               ADD 1 TO WS-TOT-INVALID
           ELSE
               ADD 1 TO WS-TOT-CONTROL
           END-IF
           IF EL-ACTION-CODE = 'R'
               ADD 1 TO WS-TOT-REJECTED
           END-IF.

       8000-WRITE-REPORT.
           MOVE "CHSETRPT DAILY CHARACTER-SET EXCEPTION COUNT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BY FIELD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIELD                         "
                   "   INVALID   CONTROL  REJECTED     TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FIELD-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FIELD-COUNT
               MOVE WS-FD-INVALID (WS-FD-IDX) TO WS-DISP-INVALID
               MOVE WS-FD-CONTROL (WS-FD-IDX) TO WS-DISP-CONTROL
               MOVE WS-FD-REJECTED (WS-FD-IDX) TO WS-DISP-REJECTED
               COMPUTE WS-LINE-TOTAL = WS-FD-INVALID (WS-FD-IDX)
                   + WS-FD-CONTROL (WS-FD-IDX)
               MOVE WS-LINE-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-FD-NAME (WS-FD-IDX) "  " WS-DISP-INVALID
                       "  " WS-DISP-CONTROL "  " WS-DISP-REJECTED
                       "  " WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BY FEED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FEED    "
                   "   INVALID   CONTROL  REJECTED     TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FEED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FEED-COUNT
               MOVE WS-FE-INVALID (WS-FE-IDX) TO WS-DISP-INVALID
               MOVE WS-FE-CONTROL (WS-FE-IDX) TO WS-DISP-CONTROL
               MOVE WS-FE-REJECTED (WS-FE-IDX) TO WS-DISP-REJECTED
               COMPUTE WS-LINE-TOTAL = WS-FE-INVALID (WS-FE-IDX)
                   + WS-FE-CONTROL (WS-FE-IDX)
               MOVE WS-LINE-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-FE-FEED-ID (WS-FE-IDX) "  " WS-DISP-INVALID
                       "  " WS-DISP-CONTROL "  " WS-DISP-REJECTED
                       "  " WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-INVALID TO WS-DISP-INVALID
           MOVE WS-TOT-CONTROL TO WS-DISP-CONTROL
           MOVE WS-TOT-REJECTED TO WS-DISP-REJECTED
           COMPUTE WS-LINE-TOTAL = WS-TOT-INVALID + WS-TOT-CONTROL
           MOVE WS-LINE-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL   " "  " WS-DISP-INVALID
                   "  " WS-DISP-CONTROL "  " WS-DISP-REJECTED
                   "  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
