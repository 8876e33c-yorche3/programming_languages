       01 WS-EXPIRES-NUM   PIC 9(8).
       01 WS-EXPIRES-INT   PIC 9(9).
       01 WS-DAYS-AGO      PIC S9(4).
      *> How far back a lapse is still reported, EXPIRY-WINDOW-DAYS
      *> on SYSPARM.DAT.
       01 WS-WINDOW-DAYS   PIC 9(2) VALUE 7.
       01 WS-READ-COUNT    PIC 9(9) VALUE 0.
       01 WS-LAPSED-COUNT  PIC 9(4) VALUE 0.
           05 FILLER        PIC XX VALUE SPACES.
           05 RD-DAYS-AGO   PIC ZZZ9.

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Lists every case whose expiry date fell inside the window
      *> (a week unless SYSPARM.DAT says otherwise), so seasonal and
      *> temporary cases never disappear
      *> silently -- the morning after one lapses, it is on this
      *> report instead of just missing from the run.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "EXPIRY.RPT" TO VT-REPORT-NAME
           MOVE "EXPIRY-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "EXPIRY-REPORT: " WS-LAPSED-COUNT
               " case(s) lapsed in the last " WS-WINDOW-DAYS
               " day(s), reported to EXPIRY.RPT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the report uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "EXPIRY-WINDOW-DAYS" TO SPM-NAME
           MOVE WS-WINDOW-DAYS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-WINDOW-DAYS.

      *> A case counts as lapsed when its expiry date has passed (or
      *> is today, its last day to run) within the report window.
       CHECK-ONE-CASE.
           IF WR-TEST-ID = "SUITE" OR WR-TEST-ID = "CONTINUE"
               OR WR-EXPIRES = SPACES
               CONTINUE
           ELSE
               IF WR-EXPIRES NUMERIC
