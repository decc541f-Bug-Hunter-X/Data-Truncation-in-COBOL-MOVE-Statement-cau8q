      *****************************************************************
      *  PROGRAM-ID. FLDSCHED
      *
      *  Upcoming field-length changes.  FIELDCTL.DAT rows carry the
      *  business date they take effect, so a downstream widening
      *  can be keyed on FLDMAINT well ahead of go-live.  This job
      *  lists every row due to take effect in the 30 days after the
      *  business date -- field, effective date, days to go, the
      *  length in force now and the length coming in, and whether
      *  it widens or narrows the field -- in effective-date order,
      *  with a sign-off block at the foot.  FLDSCHED.RPT is the
      *  sheet handed to the downstream team to confirm each change
      *  matches their own go-live plan.
      *
      *  The business date comes from SYSIN; blank defaults to the
      *  run registry's current cycle, falling back to today when no
      *  cycle is open.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLDSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIELDCTL-FILE
               ASSIGN TO "FIELDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELDCTL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "FLDSCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIELDCTL-FILE.
       COPY FIELDCTL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FIELDCTL-STATUS                PIC X(02) VALUE SPACES.

      * in-memory copy of FIELDCTL.DAT, every dated row
       01  WS-FIELDCTL-TABLE-CTL.
           05  WS-FIELDCTL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-FIELDCTL-TABLE.
           05  WS-FIELDCTL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FIELDCTL-COUNT
                   INDEXED BY WS-FC-IDX WS-CUR-IDX.
               10  WS-FC-NAME                PIC X(30).
               10  WS-FC-LENGTH              PIC 9(08).
               10  WS-FC-EFFECTIVE           PIC 9(08).
               10  WS-FC-DAYS-AHEAD          PIC S9(08) COMP.

       01  WS-REPORT-DATE-INPUT              PIC X(08) VALUE SPACES.
       01  WS-REPORT-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-REPORT-DAY-NO                  PIC 9(08) COMP.
       01  WS-LOOKAHEAD-DAYS                 PIC 9(02) VALUE 30.
       01  WS-DAY-SUB                        PIC 9(02).

       01  WS-CURRENT-LENGTH                 PIC 9(08).
       01  WS-BEST-EFFECTIVE                 PIC 9(08).
       01  WS-CURRENT-FOUND-FLAG             PIC X(01).
           88  WS-CURRENT-FOUND                  VALUE 'Y'.
       01  WS-CHANGE-TEXT                    PIC X(08).
       01  WS-CHANGES-LISTED                 PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  WS-DISP-DAYS                      PIC ZZ9.
       01  WS-DISP-CURRENT                   PIC ZZZZZZZ9.
       01  WS-DISP-NEW                       PIC ZZZZZZZ9.
       01  WS-DISP-NO                        PIC ZZZZZZZ9.

       COPY RUNREG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-FIELDCTL-TABLE
           PERFORM 2000-WRITE-HEADINGS
           PERFORM 3000-LIST-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-LOOKAHEAD-DAYS
           PERFORM 8000-WRITE-FOOTING
           CLOSE REPORT-FILE
           MOVE WS-CHANGES-LISTED TO WS-DISP-NO
           DISPLAY "FLDSCHED: " WS-DISP-NO " LENGTH CHANGE(S) DUE IN "
               "THE 30 DAYS AFTER " WS-REPORT-DATE
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
           COMPUTE WS-REPORT-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
           OPEN OUTPUT REPORT-FILE.

      *****************************************************************
      *  Each row's distance from the business date is worked out
      *  once here; undated rows (in force all along) get zero and
      *  are never listed.
      *****************************************************************
       1100-LOAD-FIELDCTL-TABLE.
           MOVE ZERO TO WS-FIELDCTL-COUNT
           OPEN INPUT FIELDCTL-FILE
           IF WS-FIELDCTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FIELDCTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-FIELDCTL-COUNT < 500
                               ADD 1 TO WS-FIELDCTL-COUNT
                               SET WS-FC-IDX TO WS-FIELDCTL-COUNT
                               MOVE FC-FIELD-NAME
                                   TO WS-FC-NAME (WS-FC-IDX)
                               MOVE FC-MAX-LENGTH
                                   TO WS-FC-LENGTH (WS-FC-IDX)
                               MOVE ZERO TO WS-FC-EFFECTIVE (WS-FC-IDX)
                               MOVE ZERO TO WS-FC-DAYS-AHEAD (WS-FC-IDX)
                               IF FC-EFFECTIVE-DATE IS NUMERIC
                                       AND FC-EFFECTIVE-DATE > ZERO
                                   MOVE FC-EFFECTIVE-DATE
                                       TO WS-FC-EFFECTIVE (WS-FC-IDX)
                                   COMPUTE WS-FC-DAYS-AHEAD (WS-FC-IDX)
                                       = FUNCTION INTEGER-OF-DATE
                                           (FC-EFFECTIVE-DATE)
                                       - WS-REPORT-DAY-NO
                               END-IF
                           ELSE
                               DISPLAY "FLDSCHED: FIELDCTL.DAT HAS "
                                   "MORE THAN 500 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIELDCTL-FILE
           ELSE
               DISPLAY "FLDSCHED: FIELDCTL.DAT NOT PRESENT -- NO "
                   "LENGTHS ON FILE"
           END-IF.

       2000-WRITE-HEADINGS.
           MOVE "FLDSCHED FIELD LENGTH CHANGES DUE IN THE NEXT 30 DAYS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIELD                         "
                   "  EFFECTIVE  DAYS  LENGTH NOW  NEW LENGTH"
                   "  CHANGE    CONFIRMED BY DOWNSTREAM"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *  One pass per day ahead keeps the listing in effective-date
      *  order without a sort.
      *****************************************************************
       3000-LIST-ONE-DAY.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
               IF WS-FC-DAYS-AHEAD (WS-FC-IDX) = WS-DAY-SUB
                   PERFORM 3100-LIST-ONE-CHANGE
               END-IF
           END-PERFORM.

       3100-LIST-ONE-CHANGE.
           PERFORM 3200-RESOLVE-CURRENT-LENGTH
           EVALUATE TRUE
               WHEN NOT WS-CURRENT-FOUND
                   MOVE "NEW" TO WS-CHANGE-TEXT
               WHEN WS-FC-LENGTH (WS-FC-IDX) > WS-CURRENT-LENGTH
                   MOVE "WIDER" TO WS-CHANGE-TEXT
               WHEN WS-FC-LENGTH (WS-FC-IDX) < WS-CURRENT-LENGTH
                   MOVE "NARROWER" TO WS-CHANGE-TEXT
               WHEN OTHER
                   MOVE "SAME" TO WS-CHANGE-TEXT
           END-EVALUATE
           MOVE WS-FC-DAYS-AHEAD (WS-FC-IDX) TO WS-DISP-DAYS
           MOVE WS-CURRENT-LENGTH TO WS-DISP-CURRENT
           MOVE WS-FC-LENGTH (WS-FC-IDX) TO WS-DISP-NEW
           MOVE SPACES TO REPORT-LINE
           IF WS-CURRENT-FOUND
               STRING WS-FC-NAME (WS-FC-IDX) "  "
                       WS-FC-EFFECTIVE (WS-FC-IDX) "   " WS-DISP-DAYS
                       "     " WS-DISP-CURRENT "    " WS-DISP-NEW
                       "  " WS-CHANGE-TEXT "  ____________________"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-FC-NAME (WS-FC-IDX) "  "
                       WS-FC-EFFECTIVE (WS-FC-IDX) "   " WS-DISP-DAYS
                       "         NONE    " WS-DISP-NEW
                       "  " WS-CHANGE-TEXT "  ____________________"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-CHANGES-LISTED.

      *****************************************************************
      *  The length in force today: the field's row with the latest
      *  effective date on or before the business date.
      *****************************************************************
       3200-RESOLVE-CURRENT-LENGTH.
           MOVE ZERO TO WS-CURRENT-LENGTH
           MOVE ZERO TO WS-BEST-EFFECTIVE
           MOVE 'N' TO WS-CURRENT-FOUND-FLAG
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-FIELDCTL-COUNT
               IF WS-FC-NAME (WS-CUR-IDX) = WS-FC-NAME (WS-FC-IDX)
                       AND WS-FC-EFFECTIVE (WS-CUR-IDX)
                           <= WS-REPORT-DATE
                       AND (NOT WS-CURRENT-FOUND
                           OR WS-FC-EFFECTIVE (WS-CUR-IDX)
                               >= WS-BEST-EFFECTIVE)
                   MOVE WS-FC-LENGTH (WS-CUR-IDX)
                       TO WS-CURRENT-LENGTH
                   MOVE WS-FC-EFFECTIVE (WS-CUR-IDX)
                       TO WS-BEST-EFFECTIVE
                   MOVE 'Y' TO WS-CURRENT-FOUND-FLAG
               END-IF
           END-PERFORM.

       8000-WRITE-FOOTING.
           IF WS-CHANGES-LISTED = ZERO
               MOVE "  NO LENGTH CHANGES DUE IN THE NEXT 30 DAYS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHANGES-LISTED TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES LISTED " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONFIRMED FOR DOWNSTREAM: ____________________  "
                   "DATE: ________"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
