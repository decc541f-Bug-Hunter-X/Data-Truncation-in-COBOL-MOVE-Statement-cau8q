      *****************************************************************
      *  PROGRAM-ID. ABRMAINT
      *
      *  Operator-facing maintenance transaction for the standard
      *  abbreviation dictionary.  When a field's RULECTL action is
      *  abbreviate-to-fit ('A'), LENCHK shortens an oversized value
      *  word by word from this dictionary -- PARKWAY to PKWY, SUITE
      *  to STE, NORTHWEST to NW, APARTMENT to APT -- before it cuts
      *  anything.  This screen adds an entry, changes its
      *  abbreviation, or switches it off, between runs and without
      *  a code change.
      *
      *  Entries are kept in ABBRCTL.DAT (copybook ABBRCTL.CPY), the
      *  same file LENCHK reads at the start of every run.  Like the
      *  other control-file screens, the session opens only after
      *  the shared SIGNON front end has confirmed maintenance
      *  authority, and every applied change is recorded in the
      *  shared CTLJRNL.DAT journal under file id ABBRCTL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABBRCTL-FILE
               ASSIGN TO "ABBRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBRCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABBRCTL-FILE.
       COPY ABBRCTL.

       WORKING-STORAGE SECTION.
       01  WS-ABBRCTL-STATUS                 PIC X(02) VALUE SPACES.

       01  WS-ABBRCTL-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-ABBRCTL-TABLE.
           05  WS-ABBRCTL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-ABBRCTL-COUNT
                   INDEXED BY WS-AB-IDX.
               10  WS-AB-WORD               PIC X(30).
               10  WS-AB-ABBREV             PIC X(10).
               10  WS-AB-ACTIVE             PIC X(01).
               10  WS-AB-CHG-DATE           PIC 9(08).
               10  WS-AB-CHG-TIME           PIC 9(08).
               10  WS-AB-CHG-BY             PIC X(08).

       01  WS-FOUND-INDEX                   PIC 9(04) VALUE ZERO.
       01  WS-WORD-LENGTH                   PIC 9(04) VALUE ZERO.
       01  WS-ABBREV-LENGTH                 PIC 9(04) VALUE ZERO.
       01  WS-SCAN-POS                      PIC 9(04) VALUE ZERO.
       01  WS-EMBEDDED-BLANKS               PIC 9(04) VALUE ZERO.
       01  WS-MORE-UPDATES                  PIC X(01) VALUE 'Y'.
           88  WS-MORE-UPDATES-YES              VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).
           05  FILLER                       PIC X(09).

       01  SC-FULL-WORD                     PIC X(30).
       01  SC-ABBREVIATION                  PIC X(10).
       01  SC-ACTIVE-FLAG                   PIC X(01).
       01  SC-CHANGED-BY                    PIC X(08).
       01  SC-MORE-FLAG                     PIC X(01).

       COPY CTLJRNL.

       COPY SIGNON.

       SCREEN SECTION.
       01  ABRMAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "ABRMAINT - ABBREVIATION DICTIONARY MAINTENANCE".
           05  LINE 3 COLUMN 1  VALUE "FULL WORD ...........: ".
           05  LINE 3 COLUMN 24 PIC X(30) USING SC-FULL-WORD.
           05  LINE 4 COLUMN 1  VALUE "ABBREVIATION ........: ".
           05  LINE 4 COLUMN 24 PIC X(10) USING SC-ABBREVIATION.
           05  LINE 5 COLUMN 1  VALUE "ACTIVE (Y/N) ........: ".
           05  LINE 5 COLUMN 24 PIC X(01) USING SC-ACTIVE-FLAG.
           05  LINE 6 COLUMN 1  VALUE "CHANGED BY ..........: ".
           05  LINE 6 COLUMN 24 PIC X(08) FROM SC-CHANGED-BY.
           05  LINE 8 COLUMN 1
               VALUE "Applied by LENCHK to fields whose rule is ".
           05  LINE 9 COLUMN 1
               VALUE "A=Abbreviate-to-fit, one whole word at a time".

       01  WS-MORE-SCREEN.
           05  LINE 11 COLUMN 1
               VALUE "ADD ANOTHER / CHANGE ANOTHER ENTRY (Y/N): ".
           05  LINE 11 COLUMN 44 PIC X(01) USING SC-MORE-FLAG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SIGN-ON
           PERFORM 1000-LOAD-ABBRCTL-TABLE
           PERFORM 2000-MAINTAIN-ENTRIES UNTIL NOT WS-MORE-UPDATES-YES
           PERFORM 8000-SAVE-ABBRCTL-TABLE
           SET JL-MODE-CLOSE-FILES TO TRUE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE
           PERFORM 9100-SIGN-OFF
           STOP RUN.

      *****************************************************************
      *  The screen opens only for a verified operator holding
      *  maintenance authority.
      *****************************************************************
       0100-SIGN-ON.
           MOVE "ABRMAINT" TO SN-PROGRAM-NAME
           SET SN-NEED-MAINT TO TRUE
           MOVE SPACE TO SN-MODE
           CALL "SIGNON" USING SIGNON-LINKAGE
           IF NOT SN-GRANTED
               DISPLAY "ABRMAINT: SIGN-ON DENIED -- SESSION NOT "
                   "STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-SIGN-OFF.
           SET SN-MODE-SIGN-OFF TO TRUE
           CALL "SIGNON" USING SIGNON-LINKAGE.

       1000-LOAD-ABBRCTL-TABLE.
           MOVE ZERO TO WS-ABBRCTL-COUNT
           OPEN INPUT ABBRCTL-FILE
           IF WS-ABBRCTL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ABBRCTL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-ABBRCTL-COUNT < 200
                               ADD 1 TO WS-ABBRCTL-COUNT
                               MOVE AB-FULL-WORD
                                   TO WS-AB-WORD (WS-ABBRCTL-COUNT)
                               MOVE AB-ABBREVIATION
                                   TO WS-AB-ABBREV (WS-ABBRCTL-COUNT)
                               MOVE AB-ACTIVE-FLAG
                                   TO WS-AB-ACTIVE (WS-ABBRCTL-COUNT)
                               MOVE AB-CHG-DATE
                                   TO WS-AB-CHG-DATE (WS-ABBRCTL-COUNT)
                               MOVE AB-CHG-TIME
                                   TO WS-AB-CHG-TIME (WS-ABBRCTL-COUNT)
                               MOVE AB-CHANGED-BY
                                   TO WS-AB-CHG-BY (WS-ABBRCTL-COUNT)
                           ELSE
                               DISPLAY "ABRMAINT: ABBRCTL.DAT HAS MORE "
                                   "THAN 200 ROWS -- REST IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABBRCTL-FILE
           END-IF.

      *****************************************************************
      *  An abbreviation longer than the word it replaces would make
      *  values longer, not shorter, so it is refused.  The word and
      *  its abbreviation are matched whole and blank-delimited, so
      *  neither may contain an embedded blank.
      *****************************************************************
       2000-MAINTAIN-ENTRIES.
           MOVE SPACES TO SC-FULL-WORD
           MOVE SPACES TO SC-ABBREVIATION
           MOVE SPACES TO SC-ACTIVE-FLAG
           MOVE SN-OPERATOR-ID TO SC-CHANGED-BY
           DISPLAY ABRMAINT-SCREEN
           ACCEPT ABRMAINT-SCREEN

           IF SC-FULL-WORD = SPACES OR SC-ABBREVIATION = SPACES
               DISPLAY "ABRMAINT: WORD AND ABBREVIATION ARE BOTH "
                   "REQUIRED -- NO CHANGE MADE"
           ELSE
               IF SC-ACTIVE-FLAG = "Y" OR "N"
                   PERFORM 2100-CHECK-ENTRY-SHAPE
               ELSE
                   DISPLAY "ABRMAINT: ACTIVE MUST BE Y/N -- "
                       "CHANGE NOT SAVED"
               END-IF
           END-IF

           MOVE 'Y' TO SC-MORE-FLAG
           DISPLAY WS-MORE-SCREEN
           ACCEPT WS-MORE-SCREEN
           MOVE SC-MORE-FLAG TO WS-MORE-UPDATES.

       2100-CHECK-ENTRY-SHAPE.
           MOVE LENGTH OF SC-FULL-WORD TO WS-WORD-LENGTH
           PERFORM UNTIL WS-WORD-LENGTH = ZERO
                   OR SC-FULL-WORD (WS-WORD-LENGTH : 1) NOT = SPACE
               SUBTRACT 1 FROM WS-WORD-LENGTH
           END-PERFORM
           MOVE LENGTH OF SC-ABBREVIATION TO WS-ABBREV-LENGTH
           PERFORM UNTIL WS-ABBREV-LENGTH = ZERO
                   OR SC-ABBREVIATION (WS-ABBREV-LENGTH : 1) NOT = SPACE
               SUBTRACT 1 FROM WS-ABBREV-LENGTH
           END-PERFORM
           MOVE ZERO TO WS-EMBEDDED-BLANKS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-WORD-LENGTH
               IF SC-FULL-WORD (WS-SCAN-POS : 1) = SPACE
                   ADD 1 TO WS-EMBEDDED-BLANKS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-ABBREV-LENGTH
               IF SC-ABBREVIATION (WS-SCAN-POS : 1) = SPACE
                   ADD 1 TO WS-EMBEDDED-BLANKS
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EMBEDDED-BLANKS > ZERO
                   DISPLAY "ABRMAINT: WORD AND ABBREVIATION MUST BE "
                       "SINGLE WORDS -- CHANGE NOT SAVED"
               WHEN WS-ABBREV-LENGTH NOT < WS-WORD-LENGTH
                   DISPLAY "ABRMAINT: ABBREVIATION MUST BE SHORTER "
                       "THAN THE WORD -- CHANGE NOT SAVED"
               WHEN OTHER
                   PERFORM 3000-APPLY-UPDATE
           END-EVALUATE.

       3000-APPLY-UPDATE.
           MOVE ZERO TO WS-FOUND-INDEX
           SET WS-AB-IDX TO 1
           SEARCH WS-ABBRCTL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AB-WORD (WS-AB-IDX) = SC-FULL-WORD
                   MOVE WS-AB-IDX TO WS-FOUND-INDEX
           END-SEARCH

           IF WS-FOUND-INDEX = ZERO AND WS-ABBRCTL-COUNT >= 200
               DISPLAY "ABRMAINT: DICTIONARY IS FULL (200 MAX) -- "
                   "CANNOT ADD A NEW WORD, CHANGE NOT SAVED"
           ELSE
               MOVE SPACES TO JL-BEFORE-VALUE
               IF WS-FOUND-INDEX = ZERO
                   ADD 1 TO WS-ABBRCTL-COUNT
                   MOVE WS-ABBRCTL-COUNT TO WS-FOUND-INDEX
                   MOVE "(NEW ROW)" TO JL-BEFORE-VALUE
               ELSE
                   STRING "ABBREV=" WS-AB-ABBREV (WS-FOUND-INDEX)
                           " ACTIVE=" WS-AB-ACTIVE (WS-FOUND-INDEX)
                       DELIMITED BY SIZE INTO JL-BEFORE-VALUE
               END-IF

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SC-FULL-WORD TO WS-AB-WORD (WS-FOUND-INDEX)
               MOVE SC-ABBREVIATION TO WS-AB-ABBREV (WS-FOUND-INDEX)
               MOVE SC-ACTIVE-FLAG TO WS-AB-ACTIVE (WS-FOUND-INDEX)
               MOVE WS-CURRENT-DATE TO WS-AB-CHG-DATE (WS-FOUND-INDEX)
               MOVE WS-CURRENT-TIME TO WS-AB-CHG-TIME (WS-FOUND-INDEX)
               MOVE SC-CHANGED-BY TO WS-AB-CHG-BY (WS-FOUND-INDEX)
               PERFORM 4000-JOURNAL-CHANGE
           END-IF.

       4000-JOURNAL-CHANGE.
           MOVE "ABBRCTL" TO JL-FILE-ID
           MOVE SC-FULL-WORD TO JL-KEY-VALUE
           MOVE SC-CHANGED-BY TO JL-CHANGED-BY
           MOVE SPACES TO JL-AFTER-VALUE
           STRING "ABBREV=" SC-ABBREVIATION
                   " ACTIVE=" SC-ACTIVE-FLAG
               DELIMITED BY SIZE INTO JL-AFTER-VALUE
           CALL "CTLJRNL" USING CTLJRNL-LINKAGE
           IF JL-WRITE-FAILED
               DISPLAY "ABRMAINT: CHANGE APPLIED BUT NOT JOURNALED"
           END-IF.

       8000-SAVE-ABBRCTL-TABLE.
           OPEN OUTPUT ABBRCTL-FILE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-ABBRCTL-COUNT
               MOVE WS-AB-WORD (WS-AB-IDX) TO AB-FULL-WORD
               MOVE WS-AB-ABBREV (WS-AB-IDX) TO AB-ABBREVIATION
               MOVE WS-AB-ACTIVE (WS-AB-IDX) TO AB-ACTIVE-FLAG
               MOVE WS-AB-CHG-DATE (WS-AB-IDX) TO AB-CHG-DATE
               MOVE WS-AB-CHG-TIME (WS-AB-IDX) TO AB-CHG-TIME
               MOVE WS-AB-CHG-BY (WS-AB-IDX) TO AB-CHANGED-BY
               WRITE ABBRCTL-RECORD
           END-PERFORM
           CLOSE ABBRCTL-FILE.
