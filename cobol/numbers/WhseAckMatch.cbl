       01 WS-PARM-BAD-FLAG PIC X.
          88 WS-PARM-BAD         VALUE 'Y'.
       01 WS-GRACE-DAYS    PIC 9(2) VALUE 2.
       01 WS-PARM-GRACE-DAYS PIC 9(2).
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-FEED-INT      PIC 9(9).
       01 WS-FEED-NUM      PIC 9(8).
           05 FILLER        PIC XXX VALUE SPACES.
           05 RD-LOADED     PIC ZZZZZZZZ9.

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> so a load that silently failed on their side shows up the
      *> next morning instead of days later.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               PERFORM CHECK-ORPHAN-ACK
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "WHSEACK.RPT" TO VT-REPORT-NAME
           MOVE "WHSE-ACK-MATCH" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           PERFORM WRITE-STATUS-FILE
           DISPLAY "WHSE-ACK-MATCH: " WS-MATCH-COUNT " matched, "
               WS-AWAIT-COUNT " awaiting, " WS-BREAK-COUNT
           END-IF
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the match uses when no row is in
      *> force. The parameter-file grace period is kept aside as the
      *> fallback for a bad command-line grace period.
       READ-SYSTEM-PARAMETERS.
           MOVE "WHSE-GRACE-DAYS" TO SPM-NAME
           MOVE WS-GRACE-DAYS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-GRACE-DAYS
           MOVE WS-GRACE-DAYS TO WS-PARM-GRACE-DAYS.

      *> The parameter arrives left-justified with trailing spaces
      *> ("2 "), so a plain NUMERIC test would reject it; walk the
      *> digits instead and stop at the first space, the way
               DISPLAY "WHSE-ACK-MATCH: grace parameter must be a "
                   "whole number of days: " WS-PARM-TOKEN
                   " -- default used"
               MOVE WS-PARM-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

       LOAD-FEED-LOG.
