      *  OPERAUTH.DAT and confirmed inquiry authority -- the file
      *  holds full original customer values, and who browsed them
      *  is now in SESSLOG.DAT for the auditors.
      *
      *  Below the original value the screen shows the value as it
      *  was shipped, with the abbreviate-to-fit outcome (C = clean
      *  abbreviation, W = cut at a word boundary), so the original
      *  and the abbreviated value can be compared side by side.
      *  The shipped value runs to 100 characters and is shown whole
      *  over two lines.
      *
      *  A row whose value CUSTERAS has redacted under a customer
      *  erasure says so on the message line on every page of the
      *  value, so an erased value is never mistaken for a blank
      *  one.  The rest of the row is shown as kept.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMINQ.
       01  SC-TARGET-LENGTH                  PIC X(08).
       01  SC-ACTION-CODE                    PIC X(01).
       01  SC-SOURCE-CODE                    PIC X(01).
       01  SC-FIT-RESULT                     PIC X(01).
       01  SC-FITTED-VALUE                   PIC X(100).
       01  SC-FITTED-LINES REDEFINES SC-FITTED-VALUE.
           05  SC-FITTED-LINE-1              PIC X(66).
           05  SC-FITTED-LINE-2              PIC X(34).
       01  SC-PAGE-NO                        PIC 9(01).
       01  SC-MESSAGE                        PIC X(60).
       01  SC-COMMAND                        PIC X(01).

       COPY SIGNON.

       COPY REDACT.

       SCREEN SECTION.
       01  VSAMINQ-CRITERIA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 6 COLUMN 38 PIC X(01) FROM SC-ACTION-CODE.
           05  LINE 6 COLUMN 42 VALUE "SOURCE: ".
           05  LINE 6 COLUMN 50 PIC X(01) FROM SC-SOURCE-CODE.
           05  LINE 6 COLUMN 54 VALUE "FIT: ".
           05  LINE 6 COLUMN 59 PIC X(01) FROM SC-FIT-RESULT.
           05  LINE 7 COLUMN 1  VALUE "ORIGINAL VALUE, PAGE ".
           05  LINE 7 COLUMN 22 PIC X(01) FROM SC-PAGE-NO.
           05  LINE 7 COLUMN 24 VALUE "OF 6".
           05  LINE 15 COLUMN 1 PIC X(70) FROM SC-VALUE-LINE (8).
           05  LINE 16 COLUMN 1 PIC X(70) FROM SC-VALUE-LINE (9).
           05  LINE 17 COLUMN 1 PIC X(70) FROM SC-VALUE-LINE (10).
           05  LINE 18 COLUMN 1  VALUE "SHIPPED AS: ".
           05  LINE 18 COLUMN 13 PIC X(66) FROM SC-FITTED-LINE-1.
           05  LINE 19 COLUMN 13 PIC X(34) FROM SC-FITTED-LINE-2.
           05  LINE 20 COLUMN 1 PIC X(60) FROM SC-MESSAGE.
           05  LINE 21 COLUMN 1
               VALUE "COMMAND (F/B/V/T/N/X): ".
           05  LINE 21 COLUMN 24 PIC X(01) USING SC-COMMAND.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE VE-TARGET-LENGTH TO SC-TARGET-LENGTH
           MOVE VE-ACTION-CODE TO SC-ACTION-CODE
           MOVE VE-SOURCE-CODE TO SC-SOURCE-CODE
           MOVE VE-FIT-RESULT TO SC-FIT-RESULT
           MOVE VE-FITTED-VALUE TO SC-FITTED-VALUE
           MOVE 1 TO WS-VALUE-PAGE
           PERFORM 4100-FORMAT-VALUE-PAGE.

                           (1 : WS-VALUE-REMAINING)
               END-IF
               ADD 70 TO WS-VALUE-OFFSET
           END-PERFORM
           IF VE-ORIGINAL-VALUE (1 : 16) = RD-REDACTION-MARKER
               MOVE "VALUE REDACTED -- CUSTOMER DATA ERASED ON REQUEST"
                   TO SC-MESSAGE
           END-IF.
