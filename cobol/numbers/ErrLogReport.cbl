           05 FILLER        PIC XX VALUE SPACES.
           05 RD-NOTE       PIC X(16).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
                   UNTIL SUM-I > WS-SUM-COUNT
               PERFORM WRITE-ONE-SUMMARY-ROW
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "SYSERR.RPT" TO VT-REPORT-NAME
           MOVE "ERRLOG-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS.

      *> An error whose last strike was overnight (today or
      *> yesterday) is new business for first shift; one seen on
