       01 WS-HEARTBEAT-FRESH-FLAG PIC X VALUE 'N'.
          88 WS-HEARTBEAT-IS-FRESH VALUE 'Y'.

       COPY SPARMLINK.

      *> YYYYMMDDHHMMSS the session began; only FILE alerts raised
      *> for this program before then are cleared when it ends.
       01 WS-SESSION-BEGAN-AT PIC X(14).

       COPY ALERTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> recording who forced it and why in OPERLOG.DAT -- no more
      *> hand-editing RUNCTL.DAT after a hard failure.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:5) = "FORCE"
               SET WS-FORCE-REQUESTED TO TRUE
               DISPLAY "RUNCTL-STATUS: no run-control record on "
                   "file -- nothing is in flight."
               MOVE 0 TO RETURN-CODE
               PERFORM CLEAR-SESSION-FILE-ALERTS
               STOP RUN
           END-IF
           PERFORM SHOW-RUN-CONTROL-STATE
           IF WS-FORCE-REQUESTED
               PERFORM FORCE-RELEASE-FLAG
           END-IF
           PERFORM CLEAR-SESSION-FILE-ALERTS
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the program uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "RUNCTL-FRESH-SECS" TO SPM-NAME
           MOVE WS-FRESH-SECONDS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-FRESH-SECONDS.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-MISSING
                   WS-OPERLOG-STATUS " -- release not journaled"
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "RUNCTL-STATUS" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "RUNCTL-STATUS" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
