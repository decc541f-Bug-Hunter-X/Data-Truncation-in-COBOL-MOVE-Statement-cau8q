      *  the scan run yet, and did REJRESUB go before it" is a
      *  report, not guesswork.  Earlier cycles stay in RUNREG.DAT
      *  and are listed after the current one for reference.
      *
      *  A cycle CYCBKOUT backed out, and one whose upstream return
      *  UPSRTN has sent, say so under the cycle heading.
      *
      *  FIELDCTL and RULECTL changes wait in CTLPEND.DAT until a
      *  checker approves them on CTLAPPR.  After the registry the
      *  report lists every change that was still pending when the
      *  current cycle opened -- still pending now, or decided since
      *  and so not in force when the cycle started -- plus any
      *  keyed since that are still waiting, so nobody reads a keyed
      *  length or rule as live for tonight.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RUNSTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  PENDING-FILE.
       COPY CTLPEND.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                       PIC X(132).
       01  WS-ROWS-READ                      PIC 9(04) VALUE ZERO.
       01  WS-CURRENT-RUN-ID                 PIC X(08) VALUE SPACES.
       01  WS-CYCLE-HEADING-FLAG             PIC X(01) VALUE 'N'.
       01  WS-PENDING-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CYCLE-OPEN-STAMP.
           05  WS-CYCLE-OPEN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-OPEN-TIME           PIC 9(08) VALUE ZERO.
       01  WS-PENDING-LISTED                 PIC 9(04) VALUE ZERO.
       01  WS-DISP-CNT                       PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "RUNSTAT: REGISTRY IS EMPTY"
           ELSE
               PERFORM 3000-REPORT-PENDING-CHANGES
           END-IF
           CLOSE REGISTRY-FILE
           CLOSE REPORT-FILE
                   NOT AT END
                       IF RR-CYCLE-ROW
                           MOVE RR-RUN-ID TO WS-CURRENT-RUN-ID
                           MOVE RR-START-STAMP TO WS-CYCLE-OPEN-STAMP
                       END-IF
               END-READ
           END-PERFORM
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF RR-CYCLE-BACKED-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  BACKED OUT " RR-END-DATE " " RR-END-TIME
                       " -- ROWS MOVED TO BACKOUT.DAT BY CYCBKOUT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF RR-CYCLE-RETURN-SENT
               MOVE "  UPSTREAM RETURN SENT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF RR-RUN-ID = WS-CURRENT-RUN-ID
               DISPLAY "RUNSTAT: CURRENT CYCLE IS RUN-ID " RR-RUN-ID
                   " FOR DATE " RR-BUSINESS-DATE
               DISPLAY "RUNSTAT:   STEP " RR-STEP-NAME " IS "
                   RR-STATUS
           END-IF.

      *****************************************************************
      *  A change counts as pending at cycle open if it was keyed by
      *  then and not decided until after.  The cycle's open stamp is
      *  the start stamp on its *CYCLE row.
      *****************************************************************
       3000-REPORT-PENDING-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTROL-FILE CHANGES NOT IN FORCE AT CYCLE OPEN "
                   WS-CYCLE-OPEN-DATE " " WS-CYCLE-OPEN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ PENDING-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CP-PENDING
                                   OR (CP-KEYED-STAMP
                                           NOT > WS-CYCLE-OPEN-STAMP
                                       AND CP-DECISION-STAMP
                                           > WS-CYCLE-OPEN-STAMP)
                               PERFORM 3100-WRITE-PENDING-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           IF WS-PENDING-LISTED = ZERO
               MOVE "  NONE -- EVERY KEYED CHANGE HAD BEEN DECIDED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-PENDING-LISTED TO WS-DISP-CNT
               DISPLAY "RUNSTAT: " WS-DISP-CNT " CONTROL-FILE "
                   "CHANGE(S) NOT IN FORCE AT CYCLE OPEN -- SEE "
                   "RUNSTAT.RPT"
           END-IF.

       3100-WRITE-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-LISTED
           MOVE SPACES TO REPORT-LINE
           STRING "  " CP-FILE-ID "  " CP-KEY-VALUE
                   "  KEYED " CP-KEYED-DATE " " CP-KEYED-TIME
                   " BY " CP-MAKER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    CHANGE: " CP-AFTER-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN CP-PENDING
                   STRING "    STILL PENDING -- NOT IN FORCE UNTIL "
                           "APPROVED ON CTLAPPR"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CP-APPROVED
                   STRING "    APPROVED " CP-DECISION-DATE " "
                           CP-DECISION-TIME " BY " CP-CHECKER-ID
                           " -- AFTER CYCLE OPEN"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "    REJECTED " CP-DECISION-DATE " "
                           CP-DECISION-TIME " BY " CP-CHECKER-ID
                           " -- NEVER IN FORCE"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
