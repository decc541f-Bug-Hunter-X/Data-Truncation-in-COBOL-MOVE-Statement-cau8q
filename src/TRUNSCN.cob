      *  record counts the way TRNVALID does on ours, and the
      *  delivered count rides the checkpoint so a restarted scan's
      *  trailer still covers the whole file.
      *
      *  Abbreviate-to-fit: when a field's rule is LC-ACTION-
      *  ABBREVIATE the report prints the value as it arrived and as
      *  LENCHK fitted it, one under the other, and says whether the
      *  abbreviation came out clean or had to be cut at a word
      *  boundary.  Both outcomes are counted, carried through the
      *  checkpoint, and shown on TRUNSCN.REC and the TRUNHIST.DAT
      *  row, so month-end can count the truncations the dictionary
      *  turned into clean abbreviations.
      *
      *  Character-set exceptions: every flagged field's report line
      *  is followed by its content length in characters and in
      *  bytes -- the two differ for multi-byte UTF-8 data -- and a
      *  field LENCHK finds holding an invalid byte sequence or a
      *  control character is reported even when it fits.  Such a
      *  field goes to the reject queue when its RULECTL row routes
      *  charset exceptions to reject; otherwise it ships as sent
      *  and the record is counted on TRUNSCN.REC as a charset-only
      *  exception.  The count of fields that raised one rides the
      *  checkpoint and the TRUNHIST.DAT row.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNSCN.
           88  WS-RECORD-REJECTED                VALUE 'Y'.
       01  WS-RECORD-HAS-CONFIG-GAP          PIC X(01).
           88  WS-RECORD-CONFIG-GAP              VALUE 'Y'.
       01  WS-RECORD-HAS-CHARSET             PIC X(01).
           88  WS-RECORD-CHARSET                 VALUE 'Y'.

      * reconciliation totals for month-end sign-off (req. 006)
      * in-memory copy of the proposed field-control file, loaded
       01  WS-REJ-FIELD-NAME                 PIC X(30) VALUE SPACES.
       01  WS-REJ-SENDING-LENGTH             PIC 9(08) VALUE ZERO.
       01  WS-REJ-TARGET-LENGTH              PIC 9(08) VALUE ZERO.
       01  WS-REJ-CHARSET-FLAG               PIC X(01) VALUE SPACE.

      * the record as it will ship downstream (req. 021): each field
      * captured from the LENCHK result at its delivered length
       01  WS-RECON-TRUNC-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-RECON-REJECT-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-RECON-CONFIG-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-ABBREV-CLEAN-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-ABBREV-CUT-COUNT               PIC 9(08) VALUE ZERO.
       01  WS-RECON-CHARSET-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-CHARSET-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-DISP-CHARS                     PIC ZZZ9.
       01  WS-DISP-BYTES                     PIC ZZZ9.

       01  WS-DISP-NO                        PIC ZZZZZZZ9.
       01  WS-DISP-SEND-LEN                  PIC ZZZZZZZ9.
                       MOVE RS-RECON-CONFIG-COUNT
                           TO WS-RECON-CONFIG-COUNT
                       MOVE RS-DELIVERED-COUNT TO WS-DELIVERED-COUNT
                       IF RS-ABBREV-CLEAN-COUNT IS NUMERIC
                           MOVE RS-ABBREV-CLEAN-COUNT
                               TO WS-ABBREV-CLEAN-COUNT
                           MOVE RS-ABBREV-CUT-COUNT
                               TO WS-ABBREV-CUT-COUNT
                       END-IF
                       IF RS-RECON-CHARSET-COUNT IS NUMERIC
                           MOVE RS-RECON-CHARSET-COUNT
                               TO WS-RECON-CHARSET-COUNT
                           MOVE RS-CHARSET-COUNT TO WS-CHARSET-COUNT
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           MOVE 'N' TO WS-RECORD-HAS-RISK
           MOVE 'N' TO WS-RECORD-HAS-REJECT
           MOVE 'N' TO WS-RECORD-HAS-CONFIG-GAP
           MOVE 'N' TO WS-RECORD-HAS-CHARSET
           MOVE SPACES TO WS-REJ-FIELD-NAME
           ADD 1 TO WS-RECORDS-READ

               END-IF
           END-IF

           IF WS-RECORD-FLAGGED OR WS-RECORD-CHARSET
               ADD 1 TO WS-RECORDS-FLAGGED
           END-IF

                   PERFORM 3100-WRITE-REJECT-QUEUE
               WHEN WS-RECORD-FLAGGED
                   ADD 1 TO WS-RECON-TRUNC-COUNT
               WHEN WS-RECORD-CHARSET
                   ADD 1 TO WS-RECON-CHARSET-COUNT
               WHEN WS-RECORD-CONFIG-GAP
                   ADD 1 TO WS-RECON-CONFIG-COUNT
               WHEN OTHER
           MOVE WS-CNT-EMAIL TO RS-CNT-EMAIL
           MOVE WS-RECON-CONFIG-COUNT TO RS-RECON-CONFIG-COUNT
           MOVE WS-DELIVERED-COUNT TO RS-DELIVERED-COUNT
           MOVE WS-ABBREV-CLEAN-COUNT TO RS-ABBREV-CLEAN-COUNT
           MOVE WS-ABBREV-CUT-COUNT TO RS-ABBREV-CUT-COUNT
           MOVE WS-RECON-CHARSET-COUNT TO RS-RECON-CHARSET-COUNT
           MOVE WS-CHARSET-COUNT TO RS-CHARSET-COUNT
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-CONTROL-RECORD
           CLOSE RESTART-FILE.
           MOVE ZERO TO RS-CNT-EMAIL
           MOVE ZERO TO RS-RECON-CONFIG-COUNT
           MOVE ZERO TO RS-DELIVERED-COUNT
           MOVE ZERO TO RS-ABBREV-CLEAN-COUNT
           MOVE ZERO TO RS-ABBREV-CUT-COUNT
           MOVE ZERO TO RS-RECON-CHARSET-COUNT
           MOVE ZERO TO RS-CHARSET-COUNT
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-CONTROL-RECORD
           CLOSE RESTART-FILE.
       3000-CHECK-ONE-FIELD.
           MOVE "TRUNSCN" TO LC-JOB-NAME
           MOVE WS-RUN-ID TO LC-RUN-ID
           MOVE "TRANS" TO LC-FEED-ID
           MOVE SPACES TO LC-RECORD-KEY
           MOVE TR-RECORD-NO TO WS-DISP-NO
           STRING WS-DISP-NO DELIMITED BY SIZE INTO LC-RECORD-KEY
           CALL "LENCHK" USING LENCHK-LINKAGE
           PERFORM 3050-CAPTURE-DELIVERY-FIELD
           IF NOT LC-CHARSET-CLEAN AND NOT LC-CONFIG-MISSING
               MOVE 'Y' TO WS-RECORD-HAS-CHARSET
               ADD 1 TO WS-CHARSET-COUNT
           END-IF
           IF LC-TRUNCATION-RISK OR LC-REJECTED
               MOVE TR-RECORD-NO TO WS-DISP-NO
               MOVE LC-SENDING-LENGTH TO WS-DISP-SEND-LEN
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               PERFORM 3070-REPORT-CONTENT-LENGTH
               IF LC-ACTION-ABBREVIATE AND NOT LC-REJECTED
                   PERFORM 3060-REPORT-ABBREVIATION
               END-IF
               IF LC-REJECTED AND WS-REJ-FIELD-NAME = SPACES
                   MOVE LC-RECEIVING-NAME TO WS-REJ-FIELD-NAME
                   MOVE LC-SENDING-LENGTH TO WS-REJ-SENDING-LENGTH
                   MOVE LC-RECEIVING-LENGTH TO WS-REJ-TARGET-LENGTH
                   MOVE LC-CHARSET-FLAG TO WS-REJ-CHARSET-FLAG
               END-IF
           ELSE
               IF LC-CHARSET-EXCEPTION
                   MOVE TR-RECORD-NO TO WS-DISP-NO
                   MOVE SPACES TO REPORT-LINE
                   STRING "RECORD " WS-DISP-NO
                           "  FIELD " LC-SENDING-NAME
                           "  *** CHARSET EXCEPTION -- PASSED AS "
                           "SENT ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 3070-REPORT-CONTENT-LENGTH
               END-IF
               IF LC-CONFIG-MISSING
                   MOVE TR-RECORD-NO TO WS-DISP-NO
                   MOVE SPACES TO REPORT-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  An abbreviate-to-fit field gets the value as it arrived and
      *  the value as fitted printed one under the other, so the two
      *  read side by side, and the outcome is counted.
      *****************************************************************
       3060-REPORT-ABBREVIATION.
           MOVE SPACES TO REPORT-LINE
           STRING "          AS SENT    : "
                   LC-SENDING-FIELD (1 : 100)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF LC-FIT-CLEAN
               ADD 1 TO WS-ABBREV-CLEAN-COUNT
               STRING "          ABBREVIATED: "
                       WS-DLV-VALUE (WS-DLV-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-ABBREV-CUT-COUNT
               STRING "          WORD CUT   : "
                       WS-DLV-VALUE (WS-DLV-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *****************************************************************
      *  Content length of the value in characters and in bytes,
      *  and what is wrong with it if it is not clean UTF-8.
      *****************************************************************
       3070-REPORT-CONTENT-LENGTH.
           MOVE LC-CHAR-LENGTH TO WS-DISP-CHARS
           MOVE LC-BYTE-LENGTH TO WS-DISP-BYTES
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN LC-CHARSET-INVALID
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                           "  INVALID UTF-8 BYTE SEQUENCE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN LC-CHARSET-CONTROL
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                           "  CONTROL CHARACTER IN VALUE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "          CONTENT    : CHARACTERS "
                           WS-DISP-CHARS "  BYTES " WS-DISP-BYTES
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      *****************************************************************
      *  Hold the field as it will ship (req. 021): the guarded
      *  LC-RECEIVING-FIELD at its FIELDCTL.DAT length, or -- for a
       3500-SIMULATE-ONE-FIELD.
           MOVE "TRUNSCN" TO LC-JOB-NAME
           MOVE "SIMULATE" TO LC-RUN-ID
           MOVE "TRANS" TO LC-FEED-ID
           MOVE SPACES TO LC-RECORD-KEY
           SET LC-MODE-SIMULATE TO TRUE
           MOVE ZERO TO LC-RECEIVING-LENGTH
           PERFORM 3600-RESOLVE-PROPOSED-LENGTH
           CALL "LENCHK" USING LENCHK-LINKAGE

           IF (WS-LIVE-RETURN-CODE = ZERO OR 16)
                   AND (LC-TRUNCATION-RISK OR LC-REJECTED)
               IF LC-REJECTED
                   ADD 1 TO WS-SIM-NEW-REJECT (WS-SIM-SUB)
           MOVE SPACES TO RJ-REASON
           MOVE WS-REJ-SENDING-LENGTH TO WS-DISP-SEND-LEN
           MOVE WS-REJ-TARGET-LENGTH TO WS-DISP-RECV-LEN
           EVALUATE TRUE
               WHEN WS-REJ-SENDING-LENGTH NOT > WS-REJ-TARGET-LENGTH
                       AND WS-REJ-CHARSET-FLAG = 'I'
                   MOVE "INVALID UTF-8 BYTE SEQUENCE IN VALUE"
                       TO RJ-REASON
               WHEN WS-REJ-SENDING-LENGTH NOT > WS-REJ-TARGET-LENGTH
                       AND WS-REJ-CHARSET-FLAG = 'C'
                   MOVE "CONTROL CHARACTER IN VALUE" TO RJ-REASON
               WHEN OTHER
                   STRING "SENDING LENGTH" WS-DISP-SEND-LEN
                           " EXCEEDS TARGET LENGTH" WS-DISP-RECV-LEN
                       DELIMITED BY SIZE INTO RJ-REASON
           END-EVALUATE
           SET RJ-PENDING TO TRUE
           MOVE ZERO TO RJ-REPAIR-DATE
           MOVE ZERO TO RJ-REPAIR-TIME
           MOVE SPACES TO RJ-REPAIRED-BY
           MOVE TRANSACTION-RECORD TO RJ-TRANSACTION
           MOVE "TRANREC" TO RJ-RECORD-TYPE
           MOVE ZERO TO RJ-FEED-RECORD-NO
           MOVE SPACES TO RJ-FEED-RECORD
           WRITE REJECT-QUEUE-RECORD.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS FLAGGED    " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ABBREV-CLEAN-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "ABBREVIATED CLEAN  " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ABBREV-CUT-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "ABBREVIATED + CUT  " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARSET-COUNT TO WS-DISP-NO
           MOVE SPACES TO REPORT-LINE
           STRING "CHARSET EXCEPTIONS " WS-DISP-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8500-WRITE-RECONCILIATION.
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

           MOVE WS-RECON-CHARSET-COUNT TO WS-DISP-NO
           MOVE SPACES TO RECON-LINE
           STRING "RECORDS CHARSET ONLY " WS-DISP-NO
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

           MOVE WS-DELIVERED-COUNT TO WS-DISP-NO
           MOVE SPACES TO RECON-LINE
           STRING "RECORDS DELIVERED    " WS-DISP-NO
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-ABBREV-CLEAN-COUNT TO WS-DISP-NO
           MOVE SPACES TO RECON-LINE
           STRING "FIELDS ABBREVIATED CLEAN   " WS-DISP-NO
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-ABBREV-CUT-COUNT TO WS-DISP-NO
           MOVE SPACES TO RECON-LINE
           STRING "FIELDS CUT AT WORD BOUNDARY" WS-DISP-NO
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-CHARSET-COUNT TO WS-DISP-NO
           MOVE SPACES TO RECON-LINE
           STRING "FIELDS WITH CHARSET EXCEPTION" WS-DISP-NO
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE "SIGN-OFF: ______________________   DATE: __________"
           MOVE WS-CNT-ADDRESS TO TH-CNT-ADDRESS
           MOVE WS-CNT-CITY TO TH-CNT-CITY
           MOVE WS-CNT-EMAIL TO TH-CNT-EMAIL
           MOVE WS-ABBREV-CLEAN-COUNT TO TH-ABBREV-CLEAN-COUNT
           MOVE WS-ABBREV-CUT-COUNT TO TH-ABBREV-CUT-COUNT
           MOVE WS-RECON-CHARSET-COUNT TO TH-RECON-CHARSET-COUNT
           MOVE WS-CHARSET-COUNT TO TH-CHARSET-COUNT
           WRITE TRUNCATION-HISTORY-RECORD
           CLOSE HISTORY-FILE.

