       COPY EXCLOGR.

       FD  EXCLOG-ARC-FILE.
       01  EXCLOG-ARC-RECORD                 PIC X(4255).

       FD  EXCLOG-TMP-FILE.
       01  EXCLOG-TMP-RECORD                 PIC X(4255).

       FD  ALERT-FILE.
       COPY ALERTFD.
       COPY VSAMEXC.

       FD  VSAMEXC-ARC-FILE.
       01  VSAMEXC-ARC-RECORD                PIC X(4231).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               CLOSE EXCLOG-ARC-FILE
               CLOSE EXCLOG-TMP-FILE
               PERFORM 2100-REWRITE-EXCLOG
               MOVE 4255 TO WS-RECORD-LENGTH
               MOVE "EXCLOG" TO WS-LOOKUP-FILE-ID
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.
               END-PERFORM
               CLOSE VSAM-EXCEPTION-FILE
               CLOSE VSAMEXC-ARC-FILE
               MOVE 4231 TO WS-RECORD-LENGTH
               MOVE "VSAMEXC" TO WS-LOOKUP-FILE-ID
               PERFORM 8200-REPORT-ONE-FILE
           END-IF.
