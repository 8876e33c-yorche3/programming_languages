               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
      *> Window limit and warning threshold in whole minutes; when
      *> the file is absent the limit is BATCH-LIMIT-MINUTES from
      *> SYSPARM.DAT and the warning the shipped default.
           SELECT CONTROL-FILE ASSIGN TO "BATCHWIN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           05 LL-WARN       PIC ZZZ9.
           05 FILLER        PIC X(4)  VALUE " MIN".

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> job's drift toward the edge of its window is visible weeks
      *> before it misses.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           PERFORM READ-CONTROL-RECORD
           OPEN INPUT JOB-STATS-FILE
           IF WS-STATS-MISSING
               PERFORM REPORT-ONE-NIGHT
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "BATCHWIN.RPT" TO VT-REPORT-NAME
           MOVE "BATCH-WINDOW" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "BATCH-WINDOW: " WS-NIGHT-COUNT " night(s), "
               WS-FLAGGED-COUNT " flagged, reported to BATCHWIN.RPT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the report uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "BATCH-LIMIT-MINUTES" TO SPM-NAME
           MOVE WS-LIMIT-MINUTES TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-LIMIT-MINUTES.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-MISSING
