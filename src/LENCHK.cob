      *  row.  The exception files are not even opened until the
      *  first live (non-simulate) call, so a pure what-if run leaves
      *  every output file exactly as it found it.
      *
      *  Abbreviate-to-fit: a field whose active rule is LC-ACTION-
      *  ABBREVIATE no longer loses its tail at the max-length byte.
      *  LENCHK rebuilds the value word by word, replacing every word
      *  that has an active row in the ABBRCTL.DAT dictionary (kept
      *  on the ABRMAINT screen) by its standard abbreviation -- so
      *  "1400 NORTHWEST INDUSTRIAL PARKWAY SUITE 200" goes out as
      *  "1400 NW INDUSTRIAL PKWY STE 200".  If the rebuilt value
      *  still does not fit it is cut back to the last whole word,
      *  never mid-word.  LC-FIT-RESULT tells the caller which of the
      *  two it was, and the exception log and VSAM row now carry the
      *  fitted value beside the original for every action, so the
      *  two can be compared side by side.
      *
      *  Character-set guard: every value is also walked as UTF-8.
      *  The significant length is returned both in characters and
      *  in bytes, and a value holding a malformed byte sequence or
      *  a control character (tab, low-values, CR/LF) is raised as a
      *  charset exception of its own -- even when it fits.  Each
      *  field's RULECTL row says whether such a value is rejected or
      *  logged and passed.  Every cut -- truncate, spill, or the
      *  hard cut of an over-long single word -- backs off to the
      *  start of the character it would otherwise split, so the
      *  receiving field never ends in half a character and the
      *  spillover picks up exactly where the kept part stops.
      *  EXCLOG.DAT and SPILL.DAT are line sequential and cannot hold
      *  a control byte -- a CR/LF would split the row -- so there
      *  each control character is shown as '?'.  The VSAM row keeps
      *  the value byte for byte.
      *
      *  Effective-dated lengths: FIELDCTL.DAT may hold several rows
      *  per field, each taking effect on a business date.  LENCHK
      *  works to the cycle's business date, not the clock: the
      *  caller's LC-RUN-ID is looked up in the run registry and the
      *  row in force on that cycle's date is the one enforced, so a
      *  rerun of an old night gets the lengths that night had and a
      *  widening keyed ahead of go-live stays dormant until its
      *  date.  A run-id the registry does not know (a simulation)
      *  takes the current cycle's date, and the system date only
      *  when no cycle is open at all.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENCHK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULECTL-STATUS.

           SELECT ABBRCTL-FILE
               ASSIGN TO "ABBRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBRCTL-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RULECTL-FILE.
       COPY RULECTL.

       FD  ABBRCTL-FILE.
       COPY ABBRCTL.

       FD  ALERT-FILE.
       COPY ALERTFD.

       01  WS-EXCLOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FIELDCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RULECTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ABBRCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SPILL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-VSAMEXC-STATUS               PIC X(02) VALUE SPACES.
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

      * in-memory copy of FIELDCTL.DAT, loaded once per run -- every
      * dated row, current and future
       01  WS-FIELDCTL-TABLE-CTL.
           05  WS-FIELDCTL-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-FIELDCTL-TABLE.
           05  WS-FIELDCTL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-FIELDCTL-COUNT
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-NAME               PIC X(30).
               10  WS-FC-LENGTH             PIC 9(08).
               10  WS-FC-EFFECTIVE          PIC 9(08).

      * the business date lengths are resolved for, and the run-id
      * it was resolved from
       01  WS-LENGTH-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-LENGTH-DATE-RUN-ID            PIC X(08) VALUE LOW-VALUES.
       01  WS-BEST-EFFECTIVE                PIC 9(08).

      * in-memory copy of RULECTL.DAT, loaded once per run
       01  WS-RULECTL-TABLE-CTL.
               10  WS-RC-NAME               PIC X(30).
               10  WS-RC-ACTION             PIC X(01).
               10  WS-RC-ACTIVE             PIC X(01).
               10  WS-RC-CHARSET            PIC X(01).

      * in-memory copy of the active ABBRCTL.DAT rows, loaded once
      * per run, with the significant length of each abbreviation
       01  WS-ABBRCTL-TABLE-CTL.
           05  WS-ABBRCTL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ABBRCTL-TABLE.
           05  WS-ABBRCTL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-ABBRCTL-COUNT
                   INDEXED BY WS-AB-IDX.
               10  WS-AB-WORD               PIC X(30).
               10  WS-AB-ABBREV             PIC X(10).
               10  WS-AB-ABBREV-LENGTH      PIC 9(04) COMP.

      * abbreviate-to-fit work areas
       01  WS-FIT-VALUE                     PIC X(4000).
       01  WS-FIT-LENGTH                    PIC 9(08) COMP.
       01  WS-TRIM-LENGTH                   PIC 9(08) COMP.
       01  WS-SCAN-POS                      PIC 9(08) COMP.
       01  WS-WORD-START                    PIC 9(08) COMP.
       01  WS-WORD-LENGTH                   PIC 9(08) COMP.
       01  WS-WORD                          PIC X(30).
       01  WS-ABBREV-FOUND-FLAG             PIC X(01).
           88  WS-ABBREV-FOUND                  VALUE 'Y'.

      * character-set work areas -- one byte of the value under test,
      * classed by where it may sit in a UTF-8 sequence
       01  WS-BYTE                          PIC X(01).
           88  WS-BYTE-CONTROL                  VALUE X"00" THRU X"1F"
                                                      X"7F".
           88  WS-BYTE-SINGLE                   VALUE X"20" THRU X"7E".
           88  WS-BYTE-CONTINUATION             VALUE X"80" THRU X"BF".
           88  WS-BYTE-LEAD-OF-2                VALUE X"C2" THRU X"DF".
           88  WS-BYTE-LEAD-OF-3                VALUE X"E0" THRU X"EF".
           88  WS-BYTE-LEAD-OF-4                VALUE X"F0" THRU X"F4".
       01  WS-CONTINUATION-NEEDED           PIC 9(01) COMP.
       01  WS-CUT-LENGTH                    PIC 9(08) COMP.
       01  WS-BACKOFF-COUNT                 PIC 9(01) COMP.
       01  WS-CHARSET-ACTION                PIC X(01).
           88  WS-CHARSET-REJECT                VALUE 'R'.
       01  WS-MASK-POS                      PIC 9(08) COMP.

       COPY RUNREG.

       LINKAGE SECTION.
       COPY LENCHK.
           IF WS-FIRST-CALL
               PERFORM 1100-LOAD-FIELDCTL-TABLE
               PERFORM 1200-LOAD-RULECTL-TABLE
               PERFORM 1400-LOAD-ABBRCTL-TABLE
               MOVE 'N' TO WS-FIRST-CALL-FLAG
           END-IF


           MOVE SPACES TO LC-RECEIVING-FIELD
           MOVE 'T' TO LC-ACTION-CODE
           MOVE SPACE TO LC-FIT-RESULT
           PERFORM 3000-CHECK-CHARACTER-SET
           PERFORM 2000-RESOLVE-RECEIVING-LENGTH

           IF WS-FIELDCTL-NOT-FOUND
               DISPLAY "LENCHK: NO FIELDCTL.DAT ROW FOR "
                   LC-RECEIVING-NAME " -- LENGTH NOT VALIDATED"
           ELSE
               EVALUATE TRUE
                   WHEN LC-SENDING-LENGTH > LC-RECEIVING-LENGTH
                       SET LC-TRUNCATION-RISK TO TRUE
                       PERFORM 2100-RESOLVE-ACTION-CODE
                       PERFORM 4000-HANDLE-TRUNCATION
                   WHEN NOT LC-CHARSET-CLEAN
                       SET LC-CHARSET-EXCEPTION TO TRUE
                       PERFORM 2100-RESOLVE-ACTION-CODE
                       PERFORM 4500-HANDLE-CHARSET-ONLY
                   WHEN OTHER
                       SET LC-OK TO TRUE
                       MOVE LC-SENDING-FIELD (1 : LC-RECEIVING-LENGTH)
                           TO LC-RECEIVING-FIELD
                               (1 : LC-RECEIVING-LENGTH)
               END-EVALUATE
           END-IF

           GOBACK.
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
                               DISPLAY "LENCHK: FIELDCTL.DAT HAS MORE "
                                   "THAN 500 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
                                   TO WS-RC-ACTION (WS-RULECTL-COUNT)
                               MOVE RC-ACTIVE-FLAG
                                   TO WS-RC-ACTIVE (WS-RULECTL-COUNT)
                               MOVE RC-CHARSET-ACTION
                                   TO WS-RC-CHARSET (WS-RULECTL-COUNT)
                           ELSE
                               DISPLAY "LENCHK: RULECTL.DAT HAS MORE "
                                   "THAN 200 ROWS -- REST IGNORED"
               CLOSE RULECTL-FILE
           END-IF.

      *****************************************************************
      *  Only active dictionary rows are tabled -- an entry switched
      *  off on ABRMAINT simply stops being applied.
      *****************************************************************
       1400-LOAD-ABBRCTL-TABLE.
           MOVE ZERO TO WS-ABBRCTL-COUNT
           OPEN INPUT ABBRCTL-FILE
           IF WS-ABBRCTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ABBRCTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF AB-ENTRY-ACTIVE
                                   AND AB-ABBREVIATION NOT = SPACES
                               IF WS-ABBRCTL-COUNT < 200
                                   ADD 1 TO WS-ABBRCTL-COUNT
                                   PERFORM 1410-TABLE-ABBRCTL-ROW
                               ELSE
                                   DISPLAY "LENCHK: ABBRCTL.DAT HAS "
                                       "MORE THAN 200 ROWS -- REST "
                                       "IGNORED"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABBRCTL-FILE
           END-IF.

       1410-TABLE-ABBRCTL-ROW.
           MOVE AB-FULL-WORD TO WS-AB-WORD (WS-ABBRCTL-COUNT)
           MOVE AB-ABBREVIATION TO WS-AB-ABBREV (WS-ABBRCTL-COUNT)
           MOVE LENGTH OF AB-ABBREVIATION TO WS-TRIM-LENGTH
           PERFORM UNTIL WS-TRIM-LENGTH = ZERO
                   OR AB-ABBREVIATION (WS-TRIM-LENGTH : 1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LENGTH
           END-PERFORM
           MOVE WS-TRIM-LENGTH
               TO WS-AB-ABBREV-LENGTH (WS-ABBRCTL-COUNT).

       1300-RESOLVE-VSAMEXC-SEQUENCE.
           MOVE ZERO TO WS-VSAMEXC-SEQUENCE-NO
           MOVE LC-RUN-ID TO VE-RUN-ID
                   END-READ
           END-START.

      *****************************************************************
      *  The length in force is the field's row with the latest
      *  effective date on or before the cycle's business date; a
      *  later row of equal date wins, so the file's last word
      *  stands.
      *****************************************************************
       2000-RESOLVE-RECEIVING-LENGTH.
           MOVE 'Y' TO WS-FIELDCTL-FOUND-FLAG
           IF LC-RECEIVING-LENGTH = ZERO
               IF LC-RUN-ID NOT = WS-LENGTH-DATE-RUN-ID
                   PERFORM 2050-RESOLVE-LENGTH-DATE
               END-IF
               MOVE 'N' TO WS-FIELDCTL-FOUND-FLAG
               MOVE ZERO TO WS-BEST-EFFECTIVE
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FIELDCTL-COUNT
                   IF WS-FC-NAME (WS-FC-IDX) = LC-RECEIVING-NAME
                           AND WS-FC-EFFECTIVE (WS-FC-IDX)
                               <= WS-LENGTH-DATE
                           AND (WS-FIELDCTL-NOT-FOUND
                               OR WS-FC-EFFECTIVE (WS-FC-IDX)
                                   >= WS-BEST-EFFECTIVE)
                       MOVE WS-FC-LENGTH (WS-FC-IDX)
                           TO LC-RECEIVING-LENGTH
                       MOVE WS-FC-EFFECTIVE (WS-FC-IDX)
                           TO WS-BEST-EFFECTIVE
                       MOVE 'Y' TO WS-FIELDCTL-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  The business date comes from the run registry: the cycle
      *  the caller's run-id names, else the cycle now open, else --
      *  with no registry to ask -- the system date.
      *****************************************************************
       2050-RESOLVE-LENGTH-DATE.
           MOVE LC-RUN-ID TO WS-LENGTH-DATE-RUN-ID
           MOVE ZERO TO WS-LENGTH-DATE
           IF LC-RUN-ID IS NUMERIC
               SET RG-REQ-LOOKUP-RUN TO TRUE
               MOVE LC-RUN-ID TO RG-RUN-ID
               MOVE SPACES TO RG-STEP-NAME
               MOVE SPACES TO RG-OUTCOME
               MOVE ZERO TO RG-BUSINESS-DATE
               CALL "RUNREG" USING RUNREG-LINKAGE
               IF RG-OK
                   MOVE RG-BUSINESS-DATE TO WS-LENGTH-DATE
               END-IF
           END-IF
           IF WS-LENGTH-DATE = ZERO
               SET RG-REQ-INQUIRE TO TRUE
               MOVE SPACES TO RG-STEP-NAME
               MOVE SPACES TO RG-OUTCOME
               MOVE ZERO TO RG-BUSINESS-DATE
               CALL "RUNREG" USING RUNREG-LINKAGE
               IF RG-OK
                   MOVE RG-BUSINESS-DATE TO WS-LENGTH-DATE
               END-IF
           END-IF
           IF WS-LENGTH-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-LENGTH-DATE
           END-IF.

       2100-RESOLVE-ACTION-CODE.
           MOVE 'L' TO WS-CHARSET-ACTION
           SET WS-RC-IDX TO 1
           SEARCH WS-RULECTL-ENTRY
               AT END
               WHEN WS-RC-NAME (WS-RC-IDX) = LC-RECEIVING-NAME
                   IF WS-RC-ACTIVE (WS-RC-IDX) = 'Y'
                       MOVE WS-RC-ACTION (WS-RC-IDX) TO LC-ACTION-CODE
                       IF WS-RC-CHARSET (WS-RC-IDX) = 'R'
                           MOVE 'R' TO WS-CHARSET-ACTION
                       END-IF
                   END-IF
           END-SEARCH.

      *****************************************************************
      *  Walk the significant part of the sending value as UTF-8,
      *  counting characters and flagging control characters and
      *  malformed sequences -- a stray continuation byte, a lead
      *  byte that can never start a character, or a lead byte not
      *  followed by the continuation bytes it promises.  A malformed
      *  sequence outranks a control character when a value has both.
      *****************************************************************
       3000-CHECK-CHARACTER-SET.
           MOVE SPACE TO LC-CHARSET-FLAG
           MOVE LC-SENDING-LENGTH TO WS-TRIM-LENGTH
           PERFORM UNTIL WS-TRIM-LENGTH = ZERO
                   OR LC-SENDING-FIELD (WS-TRIM-LENGTH : 1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LENGTH
           END-PERFORM
           MOVE WS-TRIM-LENGTH TO LC-BYTE-LENGTH
           MOVE ZERO TO LC-CHAR-LENGTH
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-TRIM-LENGTH
               MOVE LC-SENDING-FIELD (WS-SCAN-POS : 1) TO WS-BYTE
               ADD 1 TO LC-CHAR-LENGTH
               ADD 1 TO WS-SCAN-POS
               MOVE ZERO TO WS-CONTINUATION-NEEDED
               EVALUATE TRUE
                   WHEN WS-BYTE-SINGLE
                       CONTINUE
                   WHEN WS-BYTE-CONTROL
                       IF LC-CHARSET-CLEAN
                           SET LC-CHARSET-CONTROL TO TRUE
                       END-IF
                   WHEN WS-BYTE-LEAD-OF-2
                       MOVE 1 TO WS-CONTINUATION-NEEDED
                   WHEN WS-BYTE-LEAD-OF-3
                       MOVE 2 TO WS-CONTINUATION-NEEDED
                   WHEN WS-BYTE-LEAD-OF-4
                       MOVE 3 TO WS-CONTINUATION-NEEDED
                   WHEN OTHER
                       SET LC-CHARSET-INVALID TO TRUE
               END-EVALUATE
               PERFORM 3100-CHECK-CONTINUATION-BYTES
           END-PERFORM.

       3100-CHECK-CONTINUATION-BYTES.
           PERFORM UNTIL WS-CONTINUATION-NEEDED = ZERO
               IF WS-SCAN-POS > WS-TRIM-LENGTH
                   SET LC-CHARSET-INVALID TO TRUE
                   EXIT PERFORM
               END-IF
               MOVE LC-SENDING-FIELD (WS-SCAN-POS : 1) TO WS-BYTE
               IF NOT WS-BYTE-CONTINUATION
                   SET LC-CHARSET-INVALID TO TRUE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SCAN-POS
               SUBTRACT 1 FROM WS-CONTINUATION-NEEDED
           END-PERFORM.

       4000-HANDLE-TRUNCATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF NOT LC-CHARSET-CLEAN AND WS-CHARSET-REJECT
               SET LC-ACTION-REJECT TO TRUE
           END-IF
           MOVE LC-RECEIVING-LENGTH TO WS-CUT-LENGTH
           PERFORM 4200-BACK-OFF-TO-CHARACTER
           EVALUATE TRUE
               WHEN LC-ACTION-REJECT
                   SET LC-REJECTED TO TRUE
                   MOVE SPACES TO LC-RECEIVING-FIELD
               WHEN LC-ACTION-TRUNC-SPILL
                   IF WS-CUT-LENGTH > ZERO
                       MOVE LC-SENDING-FIELD (1 : WS-CUT-LENGTH)
                           TO LC-RECEIVING-FIELD (1 : WS-CUT-LENGTH)
                   END-IF
                   IF NOT LC-MODE-SIMULATE
                       PERFORM 7000-WRITE-SPILLOVER
                   END-IF
               WHEN LC-ACTION-ABBREVIATE
                   PERFORM 4100-ABBREVIATE-TO-FIT
               WHEN OTHER
                   IF WS-CUT-LENGTH > ZERO
                       MOVE LC-SENDING-FIELD (1 : WS-CUT-LENGTH)
                           TO LC-RECEIVING-FIELD (1 : WS-CUT-LENGTH)
                   END-IF
           END-EVALUATE
           IF NOT LC-MODE-SIMULATE
               PERFORM 5000-WRITE-EXCEPTION-LOG
               PERFORM 8000-WRITE-VSAM-EXCEPTION
           END-IF.

      *****************************************************************
      *  Rebuild the value one word at a time, abbreviating from the
      *  dictionary and closing up runs of blanks to a single space.
      *  If it then fits, every word made it through; otherwise cut
      *  back to the last whole word that fits.
      *****************************************************************
       4100-ABBREVIATE-TO-FIT.
           MOVE LC-SENDING-LENGTH TO WS-TRIM-LENGTH
           PERFORM UNTIL WS-TRIM-LENGTH = ZERO
                   OR LC-SENDING-FIELD (WS-TRIM-LENGTH : 1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LENGTH
           END-PERFORM
           MOVE SPACES TO WS-FIT-VALUE
           MOVE ZERO TO WS-FIT-LENGTH
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-TRIM-LENGTH
               IF LC-SENDING-FIELD (WS-SCAN-POS : 1) = SPACE
                   ADD 1 TO WS-SCAN-POS
               ELSE
                   MOVE WS-SCAN-POS TO WS-WORD-START
                   PERFORM UNTIL WS-SCAN-POS > WS-TRIM-LENGTH
                           OR LC-SENDING-FIELD (WS-SCAN-POS : 1) = SPACE
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
                   COMPUTE WS-WORD-LENGTH = WS-SCAN-POS - WS-WORD-START
                   PERFORM 4110-APPEND-WORD
               END-IF
           END-PERFORM

           IF WS-FIT-LENGTH <= LC-RECEIVING-LENGTH
               SET LC-FIT-CLEAN TO TRUE
           ELSE
               SET LC-FIT-WORD-CUT TO TRUE
               PERFORM 4120-CUT-AT-WORD-BOUNDARY
           END-IF
           IF WS-FIT-LENGTH > ZERO
               MOVE WS-FIT-VALUE (1 : WS-FIT-LENGTH)
                   TO LC-RECEIVING-FIELD (1 : WS-FIT-LENGTH)
           END-IF.

       4110-APPEND-WORD.
           MOVE 'N' TO WS-ABBREV-FOUND-FLAG
           IF WS-WORD-LENGTH <= LENGTH OF WS-WORD
               MOVE LC-SENDING-FIELD (WS-WORD-START : WS-WORD-LENGTH)
                   TO WS-WORD
               SET WS-AB-IDX TO 1
               SEARCH WS-ABBRCTL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AB-WORD (WS-AB-IDX) = WS-WORD
                       MOVE 'Y' TO WS-ABBREV-FOUND-FLAG
               END-SEARCH
           END-IF

           IF WS-FIT-LENGTH > ZERO
               ADD 1 TO WS-FIT-LENGTH
           END-IF
           IF WS-ABBREV-FOUND
               MOVE WS-AB-ABBREV (WS-AB-IDX)
                       (1 : WS-AB-ABBREV-LENGTH (WS-AB-IDX))
                   TO WS-FIT-VALUE (WS-FIT-LENGTH + 1 :
                       WS-AB-ABBREV-LENGTH (WS-AB-IDX))
               ADD WS-AB-ABBREV-LENGTH (WS-AB-IDX) TO WS-FIT-LENGTH
           ELSE
               MOVE LC-SENDING-FIELD (WS-WORD-START : WS-WORD-LENGTH)
                   TO WS-FIT-VALUE (WS-FIT-LENGTH + 1 : WS-WORD-LENGTH)
               ADD WS-WORD-LENGTH TO WS-FIT-LENGTH
           END-IF.

      *****************************************************************
      *  Keep everything up to the last blank at or before the
      *  receiving length + 1 -- a blank in that position means the
      *  word ending at the receiving length fits whole.  A single
      *  word longer than the receiving field has no boundary to cut
      *  at and is cut at the receiving length like any truncation.
      *****************************************************************
       4120-CUT-AT-WORD-BOUNDARY.
           COMPUTE WS-SCAN-POS = LC-RECEIVING-LENGTH + 1
           PERFORM UNTIL WS-SCAN-POS = ZERO
                   OR WS-FIT-VALUE (WS-SCAN-POS : 1) = SPACE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > 1
               COMPUTE WS-FIT-LENGTH = WS-SCAN-POS - 1
           ELSE
               MOVE LC-RECEIVING-LENGTH TO WS-FIT-LENGTH
               MOVE ZERO TO WS-BACKOFF-COUNT
               PERFORM UNTIL WS-FIT-LENGTH = ZERO
                       OR WS-BACKOFF-COUNT = 3
                   MOVE WS-FIT-VALUE (WS-FIT-LENGTH + 1 : 1) TO WS-BYTE
                   IF NOT WS-BYTE-CONTINUATION
                       EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM WS-FIT-LENGTH
                   ADD 1 TO WS-BACKOFF-COUNT
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Step the cut point back while the first byte left out is a
      *  continuation byte, so the kept part ends on a whole
      *  character.  No UTF-8 character has more than three
      *  continuation bytes, so a run of stray ones in bad data
      *  cannot walk the cut back further than that.
      *****************************************************************
       4200-BACK-OFF-TO-CHARACTER.
           MOVE ZERO TO WS-BACKOFF-COUNT
           PERFORM UNTIL WS-CUT-LENGTH = ZERO
                   OR WS-CUT-LENGTH NOT < LC-SENDING-LENGTH
                   OR WS-BACKOFF-COUNT = 3
               MOVE LC-SENDING-FIELD (WS-CUT-LENGTH + 1 : 1) TO WS-BYTE
               IF NOT WS-BYTE-CONTINUATION
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-CUT-LENGTH
               ADD 1 TO WS-BACKOFF-COUNT
           END-PERFORM.

      *****************************************************************
      *  The value fits but is not clean: reject it if the field's
      *  rule says so, otherwise pass it as sent and log the charset
      *  exception on its own.
      *****************************************************************
       4500-HANDLE-CHARSET-ONLY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-CHARSET-REJECT
               SET LC-ACTION-REJECT TO TRUE
               SET LC-REJECTED TO TRUE
           ELSE
               SET LC-ACTION-LOG-ONLY TO TRUE
               MOVE LC-SENDING-FIELD (1 : LC-RECEIVING-LENGTH)
                   TO LC-RECEIVING-FIELD (1 : LC-RECEIVING-LENGTH)
           END-IF
           IF NOT LC-MODE-SIMULATE
               PERFORM 5000-WRITE-EXCEPTION-LOG
               PERFORM 6000-RAISE-ALERT
               PERFORM 8000-WRITE-VSAM-EXCEPTION
           END-IF.

       5000-WRITE-EXCEPTION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE LC-JOB-NAME TO EL-JOB-NAME
           MOVE SPACES TO EL-TRUNCATED-VALUE
           MOVE LC-SENDING-FIELD (1 : LC-SENDING-LENGTH)
               TO EL-TRUNCATED-VALUE (1 : LC-SENDING-LENGTH)
           MOVE LC-FIT-RESULT TO EL-FIT-RESULT
           MOVE LC-RECEIVING-FIELD TO EL-FITTED-VALUE
           MOVE LC-FEED-ID TO EL-FEED-ID
           MOVE LC-CHAR-LENGTH TO EL-CHAR-LENGTH
           MOVE LC-BYTE-LENGTH TO EL-BYTE-LENGTH
           MOVE LC-CHARSET-FLAG TO EL-CHARSET-FLAG
           IF NOT LC-CHARSET-CLEAN
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                       UNTIL WS-MASK-POS > LC-SENDING-LENGTH
                   MOVE EL-TRUNCATED-VALUE (WS-MASK-POS : 1) TO WS-BYTE
                   IF WS-BYTE-CONTROL
                       MOVE '?' TO EL-TRUNCATED-VALUE (WS-MASK-POS : 1)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                       UNTIL WS-MASK-POS > LENGTH OF EL-FITTED-VALUE
                   MOVE EL-FITTED-VALUE (WS-MASK-POS : 1) TO WS-BYTE
                   IF WS-BYTE-CONTROL
                       MOVE '?' TO EL-FITTED-VALUE (WS-MASK-POS : 1)
                   END-IF
               END-PERFORM
           END-IF
           WRITE EXCLOG-RECORD.

       6000-RAISE-ALERT.
           MOVE LC-RECEIVING-NAME TO AL-RECEIVING-NAME
           MOVE LC-ACTION-CODE TO AL-ACTION-CODE
           EVALUATE TRUE
               WHEN LC-REJECTED AND LC-CHARSET-INVALID
                   MOVE "CRIT" TO AL-SEVERITY
                   MOVE "RECORD REJECTED - INVALID UTF-8 BYTE SEQUENCE"
                       TO AL-MESSAGE
               WHEN LC-REJECTED AND LC-CHARSET-CONTROL
                   MOVE "CRIT" TO AL-SEVERITY
                   MOVE "RECORD REJECTED - CONTROL CHARACTER IN VALUE"
                       TO AL-MESSAGE
               WHEN LC-REJECTED
                   MOVE "CRIT" TO AL-SEVERITY
                   MOVE "RECORD REJECTED - RECEIVING FIELD TOO SHORT"
                       TO AL-MESSAGE
               WHEN LC-CHARSET-EXCEPTION AND LC-CHARSET-INVALID
                   MOVE "WARN" TO AL-SEVERITY
                   MOVE "INVALID UTF-8 BYTE SEQUENCE - VALUE PASSED"
                       TO AL-MESSAGE
               WHEN LC-CHARSET-EXCEPTION
                   MOVE "WARN" TO AL-SEVERITY
                   MOVE "CONTROL CHARACTER IN VALUE - VALUE PASSED"
                       TO AL-MESSAGE
               WHEN LC-FIT-CLEAN
                   MOVE "WARN" TO AL-SEVERITY
                   MOVE "VALUE ABBREVIATED TO FIT - NO WORDS LOST"
                       TO AL-MESSAGE
               WHEN LC-FIT-WORD-CUT
                   MOVE "WARN" TO AL-SEVERITY
                   MOVE "VALUE ABBREVIATED AND CUT AT WORD BOUNDARY"
                       TO AL-MESSAGE
               WHEN OTHER
                   MOVE "WARN" TO AL-SEVERITY
                   MOVE "TRUNCATION RISK - SENDING FIELD TOO LONG"
           MOVE WS-CURRENT-DATE TO SP-SPILL-DATE
           MOVE WS-CURRENT-TIME TO SP-SPILL-TIME
           MOVE LC-RECEIVING-NAME TO SP-RECEIVING-NAME
           MOVE WS-CUT-LENGTH TO SP-RECEIVING-LENGTH
           COMPUTE WS-OVERFLOW-START = WS-CUT-LENGTH + 1
           COMPUTE WS-OVERFLOW-LENGTH =
               LC-SENDING-LENGTH - WS-CUT-LENGTH
           MOVE WS-OVERFLOW-LENGTH TO SP-OVERFLOW-LENGTH
           MOVE SPACES TO SP-OVERFLOW-VALUE
           MOVE LC-SENDING-FIELD
                   (WS-OVERFLOW-START : WS-OVERFLOW-LENGTH)
               TO SP-OVERFLOW-VALUE (1 : WS-OVERFLOW-LENGTH)
           IF NOT LC-CHARSET-CLEAN
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                       UNTIL WS-MASK-POS > WS-OVERFLOW-LENGTH
                   MOVE SP-OVERFLOW-VALUE (WS-MASK-POS : 1) TO WS-BYTE
                   IF WS-BYTE-CONTROL
                       MOVE '?' TO SP-OVERFLOW-VALUE (WS-MASK-POS : 1)
                   END-IF
               END-PERFORM
           END-IF
           WRITE SPILLOVER-RECORD.

       8000-WRITE-VSAM-EXCEPTION.
           MOVE SPACES TO VE-ORIGINAL-VALUE
           MOVE LC-SENDING-FIELD (1 : LC-SENDING-LENGTH)
               TO VE-ORIGINAL-VALUE (1 : LC-SENDING-LENGTH)
           MOVE LC-FIT-RESULT TO VE-FIT-RESULT
           MOVE LC-RECEIVING-FIELD TO VE-FITTED-VALUE
           WRITE VSAM-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "LENCHK: VSAM EXCEPTION WRITE FAILED, KEY="
