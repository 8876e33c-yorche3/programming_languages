           05 FILLER PIC X(14) VALUE "SIGN-ON".
           05 FILLER PIC X(14) VALUE "RUN-CTL-FORCE".
           05 FILLER PIC X(14) VALUE "SNAP-RESTORE".
           05 FILLER PIC X(14) VALUE "TAPE-SESSION".
           05 FILLER PIC X(14) VALUE "TAPE-REPLAY".
           05 FILLER PIC X(14) VALUE "ENQ-FORCE".
           05 FILLER PIC X(14) VALUE "PARM-CHANGE".
       01 ADMIN-OP-TABLE REDEFINES WS-ADMIN-OP-DATA.
           05 ADMIN-OP OCCURS 7 TIMES PIC X(14).
       01 ADMIN-I          PIC 9.
       01 WS-ADMIN-FLAG    PIC X.
          88 WS-IS-ADMIN-ROW     VALUE 'Y'.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 RE-COUNT      PIC ZZZZZ9.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
           PERFORM WRITE-OPERATION-SECTION
           PERFORM WRITE-ERROR-SECTION
           CLOSE REPORT-FILE
           MOVE "OPERLOG.RPT" TO VT-REPORT-NAME
           MOVE "OPERLOG-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "OPERLOG-REPORT: " WS-READ-COUNT
               " journal row(s) summarized to OPERLOG.RPT"
           MOVE 0 TO RETURN-CODE
       JUDGE-ADMIN-ROW.
           MOVE 'N' TO WS-ADMIN-FLAG
           PERFORM VARYING ADMIN-I FROM 1 BY 1
                   UNTIL ADMIN-I > 7
               IF ADMIN-OP(ADMIN-I) = OJ-OPERATION
                   SET WS-IS-ADMIN-ROW TO TRUE
               END-IF
