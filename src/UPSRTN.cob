      *  way TRNVALID balances theirs.  The business date comes from
      *  SYSIN; blank defaults to the run registry's current cycle
      *  (req. 020), falling back to today when no cycle is open.
      *
      *  A field the guard shortened under the abbreviate-to-fit rule
      *  goes back under its own reason, ABBR, with the abbreviated
      *  value we shipped in UR-REPAIRED-VALUE, so upstream can adopt
      *  the short form at source.  A value that fitted but was
      *  logged and passed for invalid UTF-8 or a control character
      *  goes back as CHAR, so upstream can clean it at source too.
      *
      *  A downstream load reject LOADRECN queued goes back under
      *  its own reason, LOAD, rather than REJ: our guard passed the
      *  record, the receiving system refused it, and upstream needs
      *  to know which of the two is asking for the correction.
      *  Rejects FEEDSCN queued from the other catalogued feeds are
      *  not this provider's records and are left out, and so are
      *  the EXCLOG rows it logged for them: only TRUNSCN's rows,
      *  keyed by TRANS.DAT record number, are returned.
      *
      *  Once the file is cut, the run registry marks every cycle of
      *  the business date as having had its return sent, so
      *  CYCBKOUT will not back out a night the provider has already
      *  been told about.
      *
      *  A rerun after a customer erasure still returns the erased
      *  customer's rows -- key, field, lengths, reason -- but never
      *  the redaction marker as a value: upstream would adopt it as
      *  the customer's data.  The value goes back blank.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPSRTN.

       COPY TRANREC.

       COPY REDACT.

       COPY RUNREG.

       PROCEDURE DIVISION.
           PERFORM 3000-RETURN-REJECTS
           PERFORM 8000-WRITE-CONTROL-TRAILER
           CLOSE RETURN-FILE
           PERFORM 8500-MARK-RETURN-SENT
           MOVE WS-RETURN-COUNT TO WS-DISP-NO
           DISPLAY "UPSRTN: " WS-DISP-NO " EXCEPTION ROW(S) "
               "RETURNED FOR DATE " WS-RETURN-DATE
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF EL-LOG-DATE = WS-RETURN-DATE
                                   AND EL-JOB-NAME = "TRUNSCN"
                                   AND EL-ACTION-CODE NOT = 'R'
                               PERFORM 2100-WRITE-TRUNCATION-ROW
                           END-IF
           MOVE EL-RECEIVING-NAME TO UR-FIELD-NAME
           MOVE EL-SENDING-LENGTH TO UR-SENDING-LENGTH
           MOVE EL-RECEIVING-LENGTH TO UR-ACCEPTED-LENGTH
           MOVE SPACES TO UR-REPAIRED-VALUE
           EVALUATE EL-ACTION-CODE
               WHEN 'P'
                   SET UR-REASON-SPILLED TO TRUE
               WHEN 'A'
                   SET UR-REASON-ABBREVIATED TO TRUE
                   MOVE EL-FITTED-VALUE TO UR-REPAIRED-VALUE
               WHEN 'L'
                   SET UR-REASON-CHARSET TO TRUE
               WHEN OTHER
                   SET UR-REASON-TRUNCATED TO TRUE
           END-EVALUATE
           PERFORM 2200-BLANK-REDACTED-VALUE
           WRITE UPSTREAM-RETURN-RECORD
           ADD 1 TO WS-RETURN-COUNT
           ADD 1 TO WS-TRUNC-COUNT.

       2200-BLANK-REDACTED-VALUE.
           IF UR-REPAIRED-VALUE (1 : 16) = RD-REDACTION-MARKER
               MOVE SPACES TO UR-REPAIRED-VALUE
           END-IF.

      *****************************************************************
      *  One return row per reject queued for the date, with the
      *  operator's corrected value once the entry is repaired --
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RJ-REJECT-DATE = WS-RETURN-DATE
                                   AND RJ-TRANS-RECORD
                               PERFORM 3100-WRITE-REJECT-ROW
                           END-IF
                   END-READ
           MOVE RJ-FIELD-NAME TO UR-FIELD-NAME
           MOVE RJ-SENDING-LENGTH TO UR-SENDING-LENGTH
           MOVE RJ-TARGET-LENGTH TO UR-ACCEPTED-LENGTH
           IF RJ-DOWNSTREAM-LOAD-REJECT
               SET UR-REASON-LOAD-REJECTED TO TRUE
           ELSE
               SET UR-REASON-REJECTED TO TRUE
           END-IF
           MOVE SPACES TO UR-REPAIRED-VALUE
           IF RJ-REPAIRED OR RJ-RESUBMITTED
               PERFORM 3200-FETCH-REPAIRED-VALUE
               PERFORM 2200-BLANK-REDACTED-VALUE
           END-IF
           WRITE UPSTREAM-RETURN-RECORD
           ADD 1 TO WS-RETURN-COUNT
           MOVE WS-RETURN-COUNT TO CT-RECORD-COUNT
           WRITE TRANS-CONTROL-RECORD
           CLOSE RETURN-CTL-FILE.

       8500-MARK-RETURN-SENT.
           SET RG-REQ-RETURN-SENT TO TRUE
           MOVE WS-RETURN-DATE TO RG-BUSINESS-DATE
           MOVE SPACES TO RG-STEP-NAME
           MOVE SPACES TO RG-OUTCOME
           MOVE SPACES TO RG-RUN-ID
           CALL "RUNREG" USING RUNREG-LINKAGE
           IF NOT RG-OK
               DISPLAY "UPSRTN: NO CYCLE REGISTERED FOR DATE "
                   WS-RETURN-DATE " -- RETURN NOT MARKED SENT"
           END-IF.
