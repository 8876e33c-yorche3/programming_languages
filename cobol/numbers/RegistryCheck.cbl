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
           05 FILLER        PIC X VALUE SPACE.
           05 RD-FINDING    PIC X(40).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "REGCHECK.RPT" TO VT-REPORT-NAME
           MOVE "REGISTRY-CHECK" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "REGISTRY-CHECK: " WS-BREAK-COUNT
               " disagreement(s) reported to REGCHECK.RPT"
           IF WS-BREAK-COUNT > 0
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WR-TEST-ID NOT = "SUITE"
                               AND WR-TEST-ID NOT = "CONTINUE"
                               MOVE WR-OPERATION
                                   TO WS-CUR-OPERATION
                               PERFORM REMEMBER-OBSERVATION
                           IF AR-TEST-ID = "TRAILER"
                               OR AR-TEST-ID = "ARCHIVE"
                               OR AR-TEST-ID = "ARCTOTAL"
                               OR AR-TEST-ID = "SEAL"
                               OR AR-TEST-ID = "SUBTOTAL"
                               CONTINUE
                           ELSE
       JUDGE-JOURNAL-ROW.
           MOVE 'N' TO WS-ADMIN-FLAG
           PERFORM VARYING ADMIN-I FROM 1 BY 1
                   UNTIL ADMIN-I > 7
               IF ADMIN-OP(ADMIN-I) = OJ-OPERATION
                   SET WS-IS-ADMIN-ROW TO TRUE
               END-IF
