      *  scan already ran -- appending to TRANS.DAT after TRUNSCN
      *  consumed it used to be possible and silently lost the
      *  resubmitted records until the next night.
      *
      *  Only TRANS.DAT entries are resubmitted here.  A repaired
      *  reject from another catalogued feed is resubmitted by that
      *  feed's own FEEDSCN step, behind its own file, so it is
      *  passed through the queue untouched.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRESUB.
       COPY REJQUEUE.

       FD  REJECT-TMP-FILE.
       01  REJECT-TMP-RECORD                 PIC X(4367).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS                   PIC X(02) VALUE SPACES.
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RJ-REPAIRED AND RJ-TRANS-RECORD
                           MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
                           ADD 1 TO WS-HIGHEST-RECORD-NO
                           MOVE WS-HIGHEST-RECORD-NO TO TR-RECORD-NO
