           05 FILLER        PIC XX VALUE SPACES.
           05 RR-COUNT      PIC ZZZ9.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> were GREEN, AMBER, and RED, which reasons kept coming back,
      *> and the longest unbroken run of GREEN days -- system health
      *> as a number instead of an anecdote. Invoke with YYYYMM, or
      *> bare for the current month. GOBACK throughout, not STOP
      *> RUN, so NIGHTLYJOB can run this as a job-stream step.
       MAIN-LOGIC.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:6) NUMERIC
               DISPLAY "MONTH-HEALTH: no STATUS.HIS -- no history "
                   "to summarize."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-HISTORY-STATUS-OK
               MOVE "STATUS.HIS" TO EH-FILE-NAME
               MOVE WS-HISTORY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
               WS-GREEN-DAYS " green, " WS-AMBER-DAYS " amber, "
               WS-RED-DAYS " red, best streak " WS-BEST-STREAK
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CAPTURE-HISTORY-ROW.
           IF HS-DATE(1:6) = WS-MONTH-WANTED
               MOVE "HEALTH.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SYSTEM HEALTH FOR " WS-MONTH-WANTED
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           MOVE "HEALTH.RPT" TO VT-REPORT-NAME
           MOVE "MONTH-HEALTH" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "MONTH-HEALTH" TO EH-PROGRAM-ID
