
       01 WS-RATIO-ED      PIC 9.9(6).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
           MOVE "*** END OF SEQUENCE ***" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "FIBSEQ.RPT" TO VT-REPORT-NAME
           MOVE "FIBSEQ-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "FIBSEQ-REPORT: terms 0 through " WS-WANT-N
               " written to FIBSEQ.RPT"
           MOVE 0 TO RETURN-CODE
