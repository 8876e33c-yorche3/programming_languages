           05 FILLER       PIC XX VALUE SPACES.
           05 OD-AVG       PIC ZZZZZZZ9.99.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
           PERFORM WRITE-SLOW-SECTION
           PERFORM WRITE-OPTIME-SECTION
           CLOSE REPORT-FILE
           MOVE "TIMING.RPT" TO VT-REPORT-NAME
           MOVE "TIMING-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "TIMING-REPORT: " WS-CASE-COUNT
               " timing record(s) reported to TIMING.RPT"
           MOVE 0 TO RETURN-CODE
