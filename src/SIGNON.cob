      *  With no OPERAUTH.DAT on the system the screens stay shut
      *  (SN-NO-AUTHORITY-FILE): an authority file that has gone
      *  missing is a security event, not an excuse to run open.
      *
      *  Approval authority (OP-APPROVE-AUTH) is checked the same
      *  way for CTLAPPR, the checker screen for FIELDCTL and
      *  RULECTL changes.  A row without the byte is refused.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
               10  WS-OP-REPAIR              PIC X(01).
               10  WS-OP-INQUIRE             PIC X(01).
               10  WS-OP-ACTIVE              PIC X(01).
               10  WS-OP-APPROVE             PIC X(01).

       01  WS-ATTEMPT-NO                     PIC 9(01).
       01  WS-FOUND-INDEX                    PIC 9(04).
                                   TO WS-OP-INQUIRE (WS-AUTH-COUNT)
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-OP-ACTIVE (WS-AUTH-COUNT)
                               MOVE OP-APPROVE-AUTH
                                   TO WS-OP-APPROVE (WS-AUTH-COUNT)
                           ELSE
                               DISPLAY "SIGNON: OPERAUTH.DAT HAS "
                                   "MORE THAN 100 ROWS -- REST "
                           AND WS-OP-INQUIRE (WS-FOUND-INDEX)
                               NOT = 'Y'
                       MOVE "NO INQUIRY AUTHORITY" TO WS-DENY-REASON
                   WHEN SN-NEED-APPROVE
                           AND WS-OP-APPROVE (WS-FOUND-INDEX)
                               NOT = 'Y'
                       MOVE "NO APPROVAL AUTHORITY" TO WS-DENY-REASON
                   WHEN OTHER
                       SET WS-ATTEMPT-GRANTED TO TRUE
               END-EVALUATE
