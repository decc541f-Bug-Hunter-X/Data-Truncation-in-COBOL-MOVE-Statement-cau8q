      *         step DONE and final for the cycle; anything else
      *         marks it FAIL and leaves it restartable);
      *    'Q'  return the current cycle's run-id without touching
      *         the registry (for jobs outside the enforced stream);
      *    'L'  return the business date and cycle number of the
      *         cycle whose run-id the caller passes in RG-RUN-ID,
      *         so a rerun of an old night can pick up that night's
      *         date instead of today's;
      *    'B'  mark the cycle whose run-id is in RG-RUN-ID backed
      *         out.  CYCBKOUT asks for this once it has moved the
      *         cycle's rows to BACKOUT.DAT; refused when the cycle
      *         is not on file, is already backed out, or its
      *         upstream return has been sent;
      *    'R'  mark every cycle of RG-BUSINESS-DATE as having had
      *         its upstream return sent -- UPSRTN asks for this
      *         after cutting UPSRTN.DAT, and it is what stops a
      *         cycle the provider has already heard about from
      *         being backed out.
      *
      *  'Q' and 'L' also hand back the cycle row's status and
      *  return mark.  Steps are refused against a backed-out
      *  current cycle: the rerun needs a fresh cycle from RUNOPEN.
      *
      *  A step that abended mid-run is left RUNNING and may be
      *  started again -- restart is the same recovery the TRUNSCN
      *  checkpoint has always supported.
      *
      *  Each cycle opened also gets a step row for every active feed
      *  in the feed catalog (FEEDCAT.DAT) other than TRANREC, named
      *  for the feed's record type, for FEEDSCN to register its scan
      *  of that feed under.  Feed steps carry sequence 00: they are
      *  not part of the TRANS.DAT stream's order, so they neither
      *  wait on it nor hold it up, and each may run once per cycle
      *  like any stream step.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNREG.
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT FEED-CATALOG-FILE
               ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY RUNREGF.

       FD  FEED-CATALOG-FILE.
       COPY FEEDCAT.

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FEEDCAT-STATUS                 PIC X(02) VALUE SPACES.

      * in-memory copy of RUNREG.DAT, reloaded on every call so two
      * jobs registering back to back each see the other's stamps
           05  WS-STEP-NAME OCCURS 5 TIMES   PIC X(08).
       01  WS-STEP-SUB                       PIC 9(02).

      * catalogued feeds registered as steps of each cycle opened
       01  WS-FEED-STEP-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-FEED-STEP-TABLE.
           05  WS-FEED-STEP-NAME OCCURS 50 TIMES
                                             PIC X(08).
       01  WS-FEED-SUB                       PIC 9(02).
       01  WS-FEED-TYPE-OK-FLAG              PIC X(01).
           88  WS-FEED-TYPE-OK                   VALUE 'Y'.

      * the current cycle: the last *CYCLE row in the file
       01  WS-CUR-CYCLE-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-CUR-RUN-ID                     PIC X(08).
       01  WS-CUR-BUSINESS-DATE              PIC 9(08).
       01  WS-CUR-CYCLE-NO                   PIC 9(02).
       01  WS-CUR-CYCLE-STATUS               PIC X(04).
       01  WS-CUR-RETURN-STATUS              PIC X(04).

       01  WS-LOOKUP-RUN-ID                  PIC X(08).

       01  WS-TARGET-SEQ                     PIC 9(02).
       01  WS-TARGET-SUB                     PIC 9(04).
       01  WS-HIGH-CYCLE-NO                  PIC 9(02).
       01  WS-MARKED-COUNT                   PIC 9(04).

       01  WS-DATE-DIGITS                    PIC 9(08).
       01  WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS

       0000-MAIN.
           MOVE 'N' TO WS-TABLE-CHANGED-FLAG
           MOVE RG-RUN-ID TO WS-LOOKUP-RUN-ID
           MOVE SPACES TO RG-RUN-ID
           MOVE ZERO TO RG-CYCLE-NO
           MOVE SPACES TO RG-MESSAGE
           MOVE SPACES TO RG-CYCLE-STATUS
           MOVE SPACES TO RG-RETURN-STATUS
           SET RG-OK TO TRUE
           PERFORM 1000-LOAD-REGISTRY-TABLE
           PERFORM 1500-LOCATE-CURRENT-CYCLE
                   PERFORM 4000-END-STEP
               WHEN RG-REQ-INQUIRE
                   PERFORM 5000-INQUIRE-CYCLE
               WHEN RG-REQ-LOOKUP-RUN
                   PERFORM 5500-LOOKUP-RUN
               WHEN RG-REQ-BACK-OUT
                   PERFORM 6000-BACK-OUT-CYCLE
               WHEN RG-REQ-RETURN-SENT
                   PERFORM 6500-MARK-RETURN-SENT
               WHEN OTHER
                   SET RG-STEP-REFUSED TO TRUE
                   MOVE "REQUEST CODE NOT RECOGNIZED" TO RG-MESSAGE
                   MOVE RR-RUN-ID TO WS-CUR-RUN-ID
                   MOVE RR-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE
                   MOVE RR-CYCLE-NO TO WS-CUR-CYCLE-NO
                   MOVE RR-STATUS TO WS-CUR-CYCLE-STATUS
                   MOVE RR-OUTCOME TO WS-CUR-RETURN-STATUS
               END-IF
           END-PERFORM.

                   MOVE "99 CYCLES ALREADY OPENED FOR THIS DATE"
                       TO RG-MESSAGE
               ELSE
                   PERFORM 2050-LOAD-FEED-STEPS
                   IF WS-REGISTRY-COUNT + 6 + WS-FEED-STEP-COUNT
                           > 500
                       SET RG-STEP-REFUSED TO TRUE
                       MOVE "RUNREG.DAT IS FULL -- ARCHIVE OLD CYCLES"
                           TO RG-MESSAGE
               END-IF
           END-IF.

      *****************************************************************
      *  Collect the active catalogued feeds other than TRANREC.  A
      *  row whose record type is blank, is a stream step's name or
      *  repeats an earlier row's is passed over -- a second step of
      *  one name could never be found.  No catalog, no feed steps.
      *****************************************************************
       2050-LOAD-FEED-STEPS.
           MOVE ZERO TO WS-FEED-STEP-COUNT
           OPEN INPUT FEED-CATALOG-FILE
           IF WS-FEEDCAT-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FEED-CATALOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FE-FEED-ACTIVE AND NOT FE-TRANS-FEED
                                   AND FE-RECORD-TYPE NOT = SPACES
                               PERFORM 2060-ADD-FEED-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-CATALOG-FILE
           END-IF.

       2060-ADD-FEED-STEP.
           MOVE 'Y' TO WS-FEED-TYPE-OK-FLAG
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 5
               IF FE-RECORD-TYPE = WS-STEP-NAME (WS-STEP-SUB)
                   MOVE 'N' TO WS-FEED-TYPE-OK-FLAG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-STEP-COUNT
               IF FE-RECORD-TYPE = WS-FEED-STEP-NAME (WS-FEED-SUB)
                   MOVE 'N' TO WS-FEED-TYPE-OK-FLAG
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-FEED-TYPE-OK
                   DISPLAY "RUNREG: FEEDCAT.DAT RECORD TYPE "
                       FE-RECORD-TYPE " IS A STEP NAME ALREADY IN "
                       "USE -- NOT REGISTERED"
               WHEN WS-FEED-STEP-COUNT >= 50
                   DISPLAY "RUNREG: FEEDCAT.DAT HAS MORE THAN 50 "
                       "ACTIVE FEEDS -- " FE-RECORD-TYPE
                       " NOT REGISTERED"
               WHEN OTHER
                   ADD 1 TO WS-FEED-STEP-COUNT
                   MOVE FE-RECORD-TYPE
                       TO WS-FEED-STEP-NAME (WS-FEED-STEP-COUNT)
           END-EVALUATE.

       2100-APPEND-CYCLE-ROWS.
           MOVE RG-BUSINESS-DATE TO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS-X (3 : 6) TO WS-RUN-YYMMDD
                   TO WS-RR-ROW (WS-REGISTRY-COUNT)
           END-PERFORM

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-STEP-COUNT
               SET RR-STEP-ROW TO TRUE
               MOVE ZERO TO RR-STEP-SEQ
               MOVE WS-FEED-STEP-NAME (WS-FEED-SUB) TO RR-STEP-NAME
               SET RR-STEP-PENDING TO TRUE
               MOVE ZERO TO RR-START-DATE
               MOVE ZERO TO RR-START-TIME
               MOVE ZERO TO RR-END-DATE
               MOVE ZERO TO RR-END-TIME
               MOVE SPACES TO RR-OUTCOME
               ADD 1 TO WS-REGISTRY-COUNT
               MOVE RUN-REGISTRY-RECORD
                   TO WS-RR-ROW (WS-REGISTRY-COUNT)
           END-PERFORM

           MOVE 'Y' TO WS-TABLE-CHANGED-FLAG
           MOVE WS-RUN-ID-BUILD TO RG-RUN-ID
           MOVE WS-RUN-CYCLE TO RG-CYCLE-NO
           END-PERFORM.

       3000-START-STEP.
           EVALUATE TRUE
               WHEN WS-CUR-CYCLE-SUB = ZERO
                   SET RG-NO-OPEN-CYCLE TO TRUE
                   MOVE "NO CYCLE OPEN -- RUN RUNOPEN FIRST"
                       TO RG-MESSAGE
               WHEN WS-CUR-CYCLE-STATUS = "BKOT"
                   SET RG-NO-OPEN-CYCLE TO TRUE
                   MOVE "CYCLE BACKED OUT -- RUNOPEN A NEW CYCLE"
                       TO RG-MESSAGE
               WHEN OTHER
                   PERFORM 2500-LOCATE-TARGET-STEP
                   IF WS-TARGET-SUB = ZERO
                       SET RG-STEP-REFUSED TO TRUE
                       MOVE "STEP IS NOT PART OF THE REGISTERED STREAM"
                           TO RG-MESSAGE
                   ELSE
                       PERFORM 3100-CHECK-STEP-ORDER
                       IF RG-OK
                           PERFORM 3200-MARK-STEP-RUNNING
                       END-IF
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  The step may start only when it has not already completed
      *  for the cycle, every earlier stream step is DONE, and no
      *  later step has started.  A FAIL or an abandoned RUN on the
      *  step itself is restartable.  A feed step (sequence 00) is
      *  checked against its own row only, and the stream steps
      *  pass over the feed rows.
      *****************************************************************
       3100-CHECK-STEP-ORDER.
           PERFORM VARYING WS-ROW-SUB FROM WS-CUR-CYCLE-SUB BY 1
               MOVE WS-RR-ROW (WS-ROW-SUB) TO RUN-REGISTRY-RECORD
               IF RR-STEP-ROW AND RR-RUN-ID = WS-CUR-RUN-ID
                   EVALUATE TRUE
                       WHEN RR-STEP-NAME = RG-STEP-NAME
                           IF RR-STEP-DONE
                               SET RG-STEP-REFUSED TO TRUE
                               MOVE "STEP ALREADY RAN FOR THIS CYCLE"
                                   TO RG-MESSAGE
                           END-IF
                       WHEN WS-TARGET-SEQ = ZERO
                               OR RR-STEP-SEQ = ZERO
                           CONTINUE
                       WHEN RR-STEP-SEQ = WS-TARGET-SEQ
                           IF RR-STEP-DONE
                               SET RG-STEP-REFUSED TO TRUE
               SET RG-NO-OPEN-CYCLE TO TRUE
               MOVE "NO CYCLE OPEN -- RUN RUNOPEN FIRST"
                   TO RG-MESSAGE
           ELSE
               PERFORM 4100-END-CURRENT-STEP
           END-IF.

      *****************************************************************
      *  A step still running when its cycle was backed out is left
      *  as it stood -- the backout already moved whatever it wrote.
      *****************************************************************
       4100-END-CURRENT-STEP.
           IF WS-CUR-CYCLE-STATUS = "BKOT"
               SET RG-NO-OPEN-CYCLE TO TRUE
               MOVE "CYCLE BACKED OUT -- RUNOPEN A NEW CYCLE"
                   TO RG-MESSAGE
           ELSE
               PERFORM 2500-LOCATE-TARGET-STEP
               IF WS-TARGET-SUB = ZERO
               MOVE WS-CUR-RUN-ID TO RG-RUN-ID
               MOVE WS-CUR-BUSINESS-DATE TO RG-BUSINESS-DATE
               MOVE WS-CUR-CYCLE-NO TO RG-CYCLE-NO
               MOVE WS-CUR-CYCLE-STATUS TO RG-CYCLE-STATUS
               MOVE WS-CUR-RETURN-STATUS TO RG-RETURN-STATUS
               MOVE "CURRENT CYCLE RETURNED" TO RG-MESSAGE
           END-IF.

      *****************************************************************
      *  Find the *CYCLE row for the caller's run-id, open or not.
      *  A run-id is only ever opened once, so the first match is
      *  the one.
      *****************************************************************
       5500-LOOKUP-RUN.
           SET RG-RUN-NOT-FOUND TO TRUE
           MOVE "NO CYCLE ON FILE FOR THAT RUN-ID" TO RG-MESSAGE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-REGISTRY-COUNT
               MOVE WS-RR-ROW (WS-ROW-SUB) TO RUN-REGISTRY-RECORD
               IF RR-CYCLE-ROW AND RR-RUN-ID = WS-LOOKUP-RUN-ID
                   MOVE RR-RUN-ID TO RG-RUN-ID
                   MOVE RR-BUSINESS-DATE TO RG-BUSINESS-DATE
                   MOVE RR-CYCLE-NO TO RG-CYCLE-NO
                   MOVE RR-STATUS TO RG-CYCLE-STATUS
                   MOVE RR-OUTCOME TO RG-RETURN-STATUS
                   MOVE "CYCLE RETURNED" TO RG-MESSAGE
                   SET RG-OK TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Mark the caller's cycle backed out, stamping the backout as
      *  the cycle row's end.  A cycle whose return has gone to the
      *  provider stays as it is -- they have already seen its
      *  exceptions.
      *****************************************************************
       6000-BACK-OUT-CYCLE.
           SET RG-RUN-NOT-FOUND TO TRUE
           MOVE "NO CYCLE ON FILE FOR THAT RUN-ID" TO RG-MESSAGE
           MOVE ZERO TO WS-TARGET-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-REGISTRY-COUNT
               MOVE WS-RR-ROW (WS-ROW-SUB) TO RUN-REGISTRY-RECORD
               IF RR-CYCLE-ROW AND RR-RUN-ID = WS-LOOKUP-RUN-ID
                   MOVE WS-ROW-SUB TO WS-TARGET-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TARGET-SUB > ZERO
               MOVE WS-RR-ROW (WS-TARGET-SUB) TO RUN-REGISTRY-RECORD
               MOVE RR-RUN-ID TO RG-RUN-ID
               MOVE RR-BUSINESS-DATE TO RG-BUSINESS-DATE
               MOVE RR-CYCLE-NO TO RG-CYCLE-NO
               EVALUATE TRUE
                   WHEN RR-CYCLE-BACKED-OUT
                       SET RG-STEP-REFUSED TO TRUE
                       MOVE "CYCLE IS ALREADY BACKED OUT"
                           TO RG-MESSAGE
                   WHEN RR-CYCLE-RETURN-SENT
                       SET RG-STEP-REFUSED TO TRUE
                       MOVE "UPSTREAM RETURN ALREADY SENT"
                           TO RG-MESSAGE
                   WHEN OTHER
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-TIME
                       SET RR-CYCLE-BACKED-OUT TO TRUE
                       MOVE WS-CURRENT-DATE TO RR-END-DATE
                       MOVE WS-CURRENT-TIME TO RR-END-TIME
                       MOVE RUN-REGISTRY-RECORD
                           TO WS-RR-ROW (WS-TARGET-SUB)
                       MOVE 'Y' TO WS-TABLE-CHANGED-FLAG
                       SET RG-OK TO TRUE
                       MOVE "CYCLE MARKED BACKED OUT" TO RG-MESSAGE
               END-EVALUATE
               MOVE RR-STATUS TO RG-CYCLE-STATUS
               MOVE RR-OUTCOME TO RG-RETURN-STATUS
           END-IF.

      *****************************************************************
      *  Mark every live cycle of the business date as having had
      *  its upstream return sent.  A backed-out cycle's rows were
      *  not in the return, so it is left unmarked.
      *****************************************************************
       6500-MARK-RETURN-SENT.
           MOVE ZERO TO WS-MARKED-COUNT
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-REGISTRY-COUNT
               MOVE WS-RR-ROW (WS-ROW-SUB) TO RUN-REGISTRY-RECORD
               IF RR-CYCLE-ROW
                       AND RR-BUSINESS-DATE = RG-BUSINESS-DATE
                       AND NOT RR-CYCLE-BACKED-OUT
                   SET RR-CYCLE-RETURN-SENT TO TRUE
                   MOVE RUN-REGISTRY-RECORD TO WS-RR-ROW (WS-ROW-SUB)
                   MOVE 'Y' TO WS-TABLE-CHANGED-FLAG
                   ADD 1 TO WS-MARKED-COUNT
               END-IF
           END-PERFORM
           IF WS-MARKED-COUNT = ZERO
               SET RG-RUN-NOT-FOUND TO TRUE
               MOVE "NO CYCLE ON FILE FOR THAT BUSINESS DATE"
                   TO RG-MESSAGE
           ELSE
               MOVE "CYCLES MARKED RETURN SENT" TO RG-MESSAGE
           END-IF.

       8000-SAVE-REGISTRY-TABLE.
           OPEN OUTPUT REGISTRY-FILE
           PERFORM VARYING WS-RR-IDX FROM 1 BY 1
