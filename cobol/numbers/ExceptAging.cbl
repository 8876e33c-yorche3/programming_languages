           05 EM-ASSIGNED      PIC X(8).
           05 EM-STATUS        PIC X(8).
           05 EM-DETAIL        PIC X(40).
      *> Filled only on CASEFAIL rows (a failing test case, filed by
      *> FAIL-ROUTE); spaces on every other source. Carried through
      *> as a group by every program that rewrites the master.
           05 EM-CASE-FIELDS.
              10 EM-SEVERITY   PIC X.
              10 EM-EXPECTED   PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-ACTUAL     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-LAST-RUN   PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

      *> Escalation threshold in days, EXCEPT-AGE-DAYS on
      *> SYSPARM.DAT; overridable from the command line so month-end
      *> can run a tighter sweep.
       01 WS-CMDLINE       PIC X(80).
       01 WS-PARM-TOKEN    PIC X(8).
       01 WS-PARM-I        PIC 9.
       01 WS-PARM-BAD-FLAG PIC X.
          88 WS-PARM-BAD         VALUE 'Y'.
       01 WS-THRESHOLD     PIC 9(3) VALUE 7.
       01 WS-PARM-THRESHOLD PIC 9(3).
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-SEEN-NUM      PIC 9(8).
       01 WS-SEEN-INT      PIC 9(9).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-NOTE       PIC X(14).

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> anything older than the threshold, so a W002 reject cannot
      *> sit unworked for a month without its name on a report.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
           END-PERFORM
           CLOSE EXCEPT-MASTER-FILE
           CLOSE REPORT-FILE
           MOVE "EXCEPT.RPT" TO VT-REPORT-NAME
           MOVE "EXCEPT-AGING" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "EXCEPT-AGING: " WS-OPEN-COUNT " open, "
               WS-ESCALATE-COUNT " escalated past " WS-THRESHOLD
               " day(s)"
           END-IF
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the sweep uses when no row is in
      *> force. The parameter-file threshold is kept aside as the
      *> fallback for a bad command-line threshold.
       READ-SYSTEM-PARAMETERS.
           MOVE "EXCEPT-AGE-DAYS" TO SPM-NAME
           MOVE WS-THRESHOLD TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-THRESHOLD
           MOVE WS-THRESHOLD TO WS-PARM-THRESHOLD.

      *> The parameter arrives left-justified with trailing spaces
      *> ("7 "), so a plain NUMERIC test would reject it; walk the
      *> digits instead and stop at the first space, the way
               DISPLAY "EXCEPT-AGING: threshold parameter must be "
                   "a whole number of days: " WS-PARM-TOKEN
                   " -- default used"
               MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
           END-IF.

       AGE-ONE-EXCEPTION.
