       01 WS-FAIL-COUNT   PIC 9(9) VALUE 0.
       01 WS-CASE-PASS-FLAG PIC X.
          88 WS-CASE-PASSED    VALUE 'Y'.
       01 WS-RDB-WARN-FLAG PIC X VALUE 'N'.
          88 WS-RDB-WARNED     VALUE 'Y'.

      *> Same shape as MAINPROGRAM's run trailer so every downstream
      *> reader of RUNTESTS.AUD balances this run like any other.
           05 FILLER PIC X(28) VALUE "DIVISION-OP   Division      ".
           05 FILLER PIC X(28) VALUE "DIVISION-RND  Division (rnd)".
           05 FILLER PIC X(28) VALUE "DIVISION-REM  Division (rem)".
           05 FILLER PIC X(28) VALUE "POWER         Power         ".
           05 FILLER PIC X(28) VALUE "SQUARE-ROOT   Square root   ".
           05 FILLER PIC X(28) VALUE "MODULO        Modulo        ".

       01 OPERATION-TABLE REDEFINES WS-OPERATION-DATA.
           05 OPERATION-ENTRY OCCURS 9 TIMES INDEXED BY OP-IDX.
               10 OP-NAME  PIC X(14).
               10 OP-LABEL PIC X(14).

       *>
       COPY CALCLINK.

       COPY RDBLINK.

       COPY ERRLINK.

       COPY SEALLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               PERFORM RELEASE-RUN-CONTROL
               STOP RUN
           END-IF
      *> Each audit row is posted to the results database as it is
      *> written, exactly as MAINPROGRAM posts its own.
           CALL 'RESULTSDB-INIT' USING RD-STATUS
           IF RD-STATUS-FAILED
               PERFORM WARN-RESULTS-DB
           END-IF
           PERFORM UNTIL WS-EOF
               READ CALC-TEST-FILE
                   AT END
           END-PERFORM
           CLOSE CALC-TEST-FILE
           PERFORM WRITE-TRAILER-RECORD
           CALL 'RESULTSDB-TERM' USING RD-STATUS
           CLOSE AUDIT-FILE
           MOVE WS-RUN-ID TO AS-RUN-ID
           CALL 'AUDIT-SEAL' USING AS-RUN-ID AS-STATUS
           PERFORM RELEASE-RUN-CONTROL
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE "FAIL" TO AR-PASS-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           WRITE AUDIT-RECORD
           PERFORM POST-RESULTS-DB.

       WRITE-TRAILER-RECORD.
           MOVE WS-RECORD-COUNT TO AT-RECORD-COUNT
           MOVE SPACES TO AUDIT-RECORD
           MOVE AUDIT-TRAILER-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM POST-RESULTS-DB
           DISPLAY "CALCULATOR-TEST: " WS-RECORD-COUNT " case(s), "
               WS-PASS-COUNT " passed, " WS-FAIL-COUNT " failed, "
               "audited under run " WS-RUN-ID.

       POST-RESULTS-DB.
           MOVE AUDIT-RECORD TO RD-AUDIT-IMAGE
           CALL 'RESULTSDB' USING RD-AUDIT-IMAGE RD-STATUS
           IF RD-STATUS-FAILED
               PERFORM WARN-RESULTS-DB
           END-IF.

       WARN-RESULTS-DB.
           IF NOT WS-RDB-WARNED
               DISPLAY "CALCULATOR-TEST: WARNING -- RUNTESTS.RDB is "
                   "not being updated; the audit trail is "
                   "unaffected, rebuild with RESULTSDB-MGR BUILD"
               SET WS-RDB-WARNED TO TRUE
           END-IF.

       END PROGRAM CALCULATOR-TEST.
