      *  OPERAUTH.DAT and confirmed repair authority.  The verified
      *  id -- no longer free-keyed text -- is what lands in
      *  RJ-REPAIRED-BY, and the session is recorded in SESSLOG.DAT.
      *
      *  Downstream load rejects LOADRECN queues come through here
      *  like any other entry.  When the receiving system named a
      *  customer field it is repaired the usual way.  When it named
      *  none (WHOLE-RECORD) the customer name is shown for
      *  identification, and once the receiving side has fixed its
      *  end the operator can answer Y with a blank corrected value
      *  to release the record unchanged for REJRESUB to resend.
      *
      *  Rejects from the other catalogued feeds are offered too.
      *  The screen shows the entry's record type and the record's
      *  position in its feed, and finds the field that fired by
      *  its LAYOUTDC.DAT row for that record type: the value is
      *  shown from the field's offset and length in the queued
      *  record, and a corrected value replaces the field there --
      *  keyed in up to the screen's 60 characters, the rest of a
      *  wider field left blank.  The feed's FEEDSCN step resubmits
      *  the repaired record.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT LAYOUT-FILE
               ASSIGN TO "LAYOUTDC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       COPY REJQUEUE.

       FD  LAYOUT-FILE.
       COPY LAYOUTDC.

       WORKING-STORAGE SECTION.
       01  WS-REJECT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LAYOUT-STATUS                  PIC X(02) VALUE SPACES.

      * where the field that fired sits in a feed reject's record,
      * from the feed's LAYOUTDC.DAT row
       01  WS-FEED-FIELD-FOUND-FLAG          PIC X(01) VALUE 'N'.
           88  WS-FEED-FIELD-FOUND               VALUE 'Y'.
       01  WS-FEED-FIELD-OFFSET              PIC 9(05) VALUE ZERO.
       01  WS-FEED-FIELD-LENGTH              PIC 9(05) VALUE ZERO.
       01  WS-FEED-SHOW-LENGTH               PIC 9(05) VALUE ZERO.

       01  WS-REJECT-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-REJECT-COUNT
                   INDEXED BY WS-RJ-IDX.
               10  WS-RJ-RECORD              PIC X(4367).

       01  WS-ENTRY-NO                       PIC 9(04) VALUE ZERO.
       01  WS-MORE-UPDATES                   PIC X(01) VALUE 'Y'.

       COPY TRANREC.

       01  SC-RECORD-TYPE                   PIC X(08).
       01  SC-RECORD-NO                     PIC X(08).
       01  SC-FIELD-NAME                    PIC X(30).
       01  SC-REASON                        PIC X(60).
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "REJMAINT - REJECTED TRANSACTION REPAIR".
           05  LINE 2 COLUMN 1  VALUE "RECORD TYPE .........: ".
           05  LINE 2 COLUMN 24 PIC X(08) FROM SC-RECORD-TYPE.
           05  LINE 3 COLUMN 1  VALUE "RECORD NO ...........: ".
           05  LINE 3 COLUMN 24 PIC X(08) FROM SC-RECORD-NO.
           05  LINE 4 COLUMN 1  VALUE "FIELD THAT FIRED ....: ".

       2200-SHOW-AND-REPAIR.
           MOVE WS-RJ-RECORD (WS-ENTRY-NO) TO REJECT-QUEUE-RECORD
           MOVE RJ-FIELD-NAME TO SC-FIELD-NAME
           MOVE RJ-REASON TO SC-REASON
           IF RJ-TRANS-RECORD
               MOVE "TRANREC" TO SC-RECORD-TYPE
               MOVE RJ-TRANSACTION TO TRANSACTION-RECORD
               MOVE TR-RECORD-NO TO SC-RECORD-NO
               PERFORM 3000-FETCH-FIELD-VALUE
           ELSE
               MOVE RJ-RECORD-TYPE TO SC-RECORD-TYPE
               MOVE RJ-FEED-RECORD-NO TO SC-RECORD-NO
               PERFORM 3500-LOCATE-FEED-FIELD
               PERFORM 3600-FETCH-FEED-VALUE
           END-IF
           MOVE SPACES TO SC-NEW-VALUE
           MOVE 'N' TO SC-APPLY-FLAG
           MOVE SN-OPERATOR-ID TO SC-CHANGED-BY
           DISPLAY REJMAINT-SCREEN
           ACCEPT REJMAINT-SCREEN
           IF SC-APPLY-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN SC-NEW-VALUE NOT = SPACES
                       PERFORM 4000-APPLY-REPAIR
                   WHEN RJ-DOWNSTREAM-LOAD-REJECT
                       PERFORM 4100-RELEASE-UNCHANGED
                   WHEN OTHER
                       DISPLAY "REJMAINT: CORRECTED VALUE IS BLANK -- "
                           "ENTRY LEFT PENDING"
               END-EVALUATE
           END-IF.

       3000-FETCH-FIELD-VALUE.
                   MOVE TR-CUSTOMER-CITY TO SC-CURRENT-VALUE
               WHEN "CUSTOMER-EMAIL"
                   MOVE TR-CUSTOMER-EMAIL TO SC-CURRENT-VALUE
               WHEN OTHER
                   IF RJ-DOWNSTREAM-LOAD-REJECT
                       MOVE TR-CUSTOMER-NAME TO SC-CURRENT-VALUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  A feed reject's field is found by name among the LAYOUTDC
      *  rows for the entry's record type.
      *****************************************************************
       3500-LOCATE-FEED-FIELD.
           MOVE 'N' TO WS-FEED-FIELD-FOUND-FLAG
           MOVE ZERO TO WS-FEED-FIELD-OFFSET
           MOVE ZERO TO WS-FEED-FIELD-LENGTH
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ LAYOUT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LD-RECORD-TYPE = RJ-RECORD-TYPE
                                   AND LD-FIELD-NAME = RJ-FIELD-NAME
                                   AND LD-FIELD-OFFSET > ZERO
                                   AND LD-FIELD-LENGTH > ZERO
                                   AND LD-FIELD-OFFSET
                                       + LD-FIELD-LENGTH - 1
                                       NOT > 4000
                               MOVE 'Y' TO WS-FEED-FIELD-FOUND-FLAG
                               MOVE LD-FIELD-OFFSET
                                   TO WS-FEED-FIELD-OFFSET
                               MOVE LD-FIELD-LENGTH
                                   TO WS-FEED-FIELD-LENGTH
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

       3600-FETCH-FEED-VALUE.
           MOVE SPACES TO SC-CURRENT-VALUE
           IF WS-FEED-FIELD-FOUND
               MOVE WS-FEED-FIELD-LENGTH TO WS-FEED-SHOW-LENGTH
               IF WS-FEED-SHOW-LENGTH > 60
                   MOVE 60 TO WS-FEED-SHOW-LENGTH
               END-IF
               MOVE RJ-FEED-RECORD (WS-FEED-FIELD-OFFSET :
                       WS-FEED-SHOW-LENGTH)
                   TO SC-CURRENT-VALUE (1 : WS-FEED-SHOW-LENGTH)
           END-IF.

       4000-APPLY-REPAIR.
           IF NOT RJ-TRANS-RECORD
               PERFORM 4200-APPLY-FEED-REPAIR
           ELSE
               PERFORM 4050-APPLY-TRANS-REPAIR
           END-IF.

       4050-APPLY-TRANS-REPAIR.
           EVALUATE RJ-FIELD-NAME
               WHEN "CUSTOMER-NAME"
                   MOVE SC-NEW-VALUE (1 : 40) TO TR-CUSTOMER-NAME
                   OR "CUSTOMER-CITY"
                   OR "CUSTOMER-EMAIL"
               MOVE TRANSACTION-RECORD TO RJ-TRANSACTION
               PERFORM 4900-STAMP-REPAIR
           END-IF.

      *****************************************************************
      *  A downstream load reject the receiving side has cleared at
      *  its end goes back as delivered -- no field is changed.
      *****************************************************************
       4100-RELEASE-UNCHANGED.
           DISPLAY "REJMAINT: RECORD " SC-RECORD-NO
               " RELEASED UNCHANGED FOR RESEND"
           PERFORM 4900-STAMP-REPAIR.

      *****************************************************************
      *  The corrected value replaces the whole field in the queued
      *  feed record, at the field's LAYOUTDC.DAT offset and length.
      *****************************************************************
       4200-APPLY-FEED-REPAIR.
           IF WS-FEED-FIELD-FOUND
               MOVE SPACES TO RJ-FEED-RECORD (WS-FEED-FIELD-OFFSET :
                   WS-FEED-FIELD-LENGTH)
               MOVE SC-NEW-VALUE (1 : WS-FEED-SHOW-LENGTH)
                   TO RJ-FEED-RECORD (WS-FEED-FIELD-OFFSET :
                       WS-FEED-SHOW-LENGTH)
               PERFORM 4900-STAMP-REPAIR
           ELSE
               DISPLAY "REJMAINT: NO LAYOUTDC.DAT ROW FOR "
                   RJ-RECORD-TYPE " FIELD " RJ-FIELD-NAME
                   " -- ENTRY LEFT PENDING"
           END-IF.

       4900-STAMP-REPAIR.
           SET RJ-REPAIRED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO RJ-REPAIR-DATE
           MOVE WS-CURRENT-TIME TO RJ-REPAIR-TIME
           MOVE SC-CHANGED-BY TO RJ-REPAIRED-BY
           MOVE REJECT-QUEUE-RECORD TO WS-RJ-RECORD (WS-ENTRY-NO)
           ADD 1 TO WS-REPAIRS-MADE.

       8000-SAVE-REJECT-TABLE.
           OPEN OUTPUT REJECT-FILE
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
