           SELECT LATEST-RUN-FILE ASSIGN TO "RUNTESTS.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEST-STATUS.
      *> Each suite the job stream runs keeps its own reconcile and
      *> slow-down outcomes (RECONCILE.STA and PERF.STA for
      *> RUNTESTS, <stem>.RST and <stem>.PST for the others), named
      *> by STREAM-FILES and read one suite at a time.
           SELECT RECON-STATUS-FILE ASSIGN USING WS-RECON-STA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
      *> Warehouse-acknowledgment outcome from WHSE-ACK-MATCH, shown
           SELECT ERR-STATUS-FILE ASSIGN TO "SYSERR.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRSTA-STATUS.
      *> Slow-down outcome from PERF-COMPARE's timing comparison;
      *> only counts when it was made against the suite's last run.
           SELECT PERF-STATUS-FILE ASSIGN USING WS-PERF-STA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFSTA-STATUS.
      *> Seal check from AUDIT-VERIFY's walk of the audit trail and
      *> its archive generations; a broken seal turns the page RED.
           SELECT SEAL-STATUS-FILE ASSIGN TO "SEAL.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEALSTA-STATUS.
      *> Case changes staged in CASE-MAINT; any still waiting for a
      *> checker when the night's run started are listed here.
           SELECT CHANGE-FILE ASSIGN TO "RUNTESTS.CHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
      *> One probe SELECT reused for every file whose simple presence
      *> is being checked.
           SELECT PROBE-FILE ASSIGN USING WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
      *> The audit trail every suite writes to; its TRAILER records
      *> say which run each suite last made.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "RUNTESTS.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STATUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LATEST-RUN-FILE.
       01  LATEST-RUN-RECORD    PIC X(122).

       FD  RECON-STATUS-FILE.
       01  RECON-STATUS-RECORD.
           05 ES-RECUR-COUNT   PIC 9(4).
           05 ES-TIMESTAMP     PIC X(21).

       FD  PERF-STATUS-FILE.
       01  PERF-STATUS-RECORD.
           05 PS-OUTCOME       PIC X(8).
           05 PS-CASE-BREAKS   PIC 9(4).
           05 PS-OPER-BREAKS   PIC 9(4).
           05 PS-RUN-ID        PIC 9(6).
           05 PS-TIMESTAMP     PIC X(21).

      *> Must stay in step with AUDIT-VERIFY's SEAL-STATUS-RECORD.
       FD  SEAL-STATUS-FILE.
       01  SEAL-STATUS-RECORD.
           05 SV-OUTCOME       PIC X(8).
           05 SV-BREAK-COUNT   PIC 9(4).
           05 SV-LAST-RUN-ID   PIC 9(6).
           05 SV-TIMESTAMP     PIC X(21).

       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
       COPY CHGREC.

       FD  PROBE-FILE.
       01  PROBE-RECORD         PIC X(122).

      *> Only the TRAILER view is wanted; same trailer layout as the
      *> latest-run cut.
       FD  AUDIT-TRAIL-FILE.
       01  TRAIL-RECORD.
           05 TR-MARKER        PIC X(10).
           05 FILLER           PIC X(32).
           05 TR-RUN-ID        PIC 9(6).
           05 FILLER           PIC X(19).
           05 TR-WORK-NAME     PIC X(20).
           05 FILLER           PIC X(35).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(80).
       01 WS-ERRSTA-STATUS PIC XX.
          88 WS-ERRSTA-STATUS-OK    VALUE '00'.
          88 WS-ERRSTA-MISSING      VALUE '35'.
       01 WS-PERFSTA-STATUS PIC XX.
          88 WS-PERFSTA-STATUS-OK   VALUE '00'.
          88 WS-PERFSTA-MISSING     VALUE '35'.
       01 WS-SEALSTA-STATUS PIC XX.
          88 WS-SEALSTA-STATUS-OK   VALUE '00'.
          88 WS-SEALSTA-MISSING     VALUE '35'.
       01 WS-CHANGE-STATUS PIC XX.
          88 WS-CHANGE-STATUS-OK    VALUE '00'.
          88 WS-CHANGE-MISSING      VALUE '35'.
       01 WS-AUDIT-STATUS  PIC XX.
          88 WS-AUDIT-STATUS-OK     VALUE '00'.
       01 WS-PROBE-STATUS  PIC XX.
          88 WS-PROBE-FOUND         VALUE '00'.
       01 WS-REPORT-STATUS PIC XX.
          88 WS-EOF              VALUE 'Y'.

       01 WS-PROBE-NAME    PIC X(16).
       01 WS-RECON-STA-NAME PIC X(20) VALUE "RECONCILE.STA".
       01 WS-PERF-STA-NAME PIC X(20) VALUE "PERF.STA".

       01 LATEST-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==LD==.
          05 LT-MAJOR-FAIL    PIC 9(4).
          05 LT-MINOR-FAIL    PIC 9(4).
          05 LT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

       01 WS-TRAILER-FLAG  PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN     VALUE 'Y'.
       01 WS-LAST-RUN-ID   PIC 9(6) VALUE 0.
       01 WS-RUN-DATE      PIC X(8) VALUE SPACES.
      *> First detail row's stamp (YYYYMMDDHHMMSS): when the last
      *> run started.
       01 WS-RUN-STARTED   PIC X(14) VALUE SPACES.
       01 WS-TODAY         PIC X(8).
      *> Most recent processing day on or before today, per the run
      *> calendar -- the day the last run is expected to be dated.
       01 WS-MINOR-FAILS   PIC 9(4) VALUE 0.
       01 WS-WORK-NAME     PIC X(20) VALUE SPACES.

      *> Worst reconcile outcome across the suites judged
      *> (BREAKS, then anything not CLEAN, then CLEAN) and the suite
      *> it came from; breaks are totalled over the same suites.
       01 WS-RECON-OUTCOME PIC X(8) VALUE SPACES.
       01 WS-RECON-BREAKS  PIC 9(4) VALUE 0.
       01 WS-RECON-RANK    PIC 9 VALUE 0.
       01 WS-RECON-SUITE   PIC X(8) VALUE SPACES.
       01 WS-ACK-OUTCOME   PIC X(8) VALUE SPACES.
       01 WS-ACK-BREAKS    PIC 9(4) VALUE 0.
       01 WS-ERR-OUTCOME   PIC X(8) VALUE SPACES.
       01 WS-ERR-NEW       PIC 9(4) VALUE 0.
       01 WS-PERF-OUTCOME  PIC X(8) VALUE SPACES.
       01 WS-PERF-SUITE    PIC X(8) VALUE SPACES.
       01 WS-SEAL-OUTCOME  PIC X(8) VALUE SPACES.
       01 WS-WAITING-CHANGES PIC 9(4) VALUE 0.

       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
       01 WS-STALE-FLAG    PIC X VALUE 'N'.
          88 WS-RUN-IS-STALE     VALUE 'Y'.
       01 WS-SCOPE-FLAG    PIC X VALUE 'N'.
          88 WS-RUN-IS-PARTIAL   VALUE 'Y'.
          88 WS-RUN-IS-TRIAL     VALUE 'T'.

       01 WS-VERDICT       PIC X(5).
       01 WS-REASON-SUITE  PIC X(8).
       01 WS-REASON-TEXT   PIC X(50).

      *> Every suite the job stream runs, RUNTESTS first, with its
      *> outcome files and the last run it made per the audit trail.
       01 WS-SUITE-COUNT   PIC 99 VALUE 0.
       01 SUITE-TABLE-AREA.
          05 SUITE-ENTRY OCCURS 30 TIMES.
             10 SU-WORK-NAME   PIC X(20).
             10 SU-STEM        PIC X(8).
             10 SU-RECON-NAME  PIC X(20).
             10 SU-PERF-NAME   PIC X(20).
             10 SU-LAST-RUN-ID PIC 9(6).
             10 SU-RUN-FLAG    PIC X.
                88 SU-RUN-ON-FILE      VALUE 'Y'.
       01 SUITE-I          PIC 99.
       01 WS-TRAIL-WORK-NAME PIC X(20).
       01 WS-TRAIL-RUN-ID  PIC 9(6).
       01 WS-SUITE-OUTCOME PIC X(8).
       01 WS-OUTCOME-RANK  PIC 9.
       01 WS-JUDGE-FLAG    PIC X.
          88 WS-SUITE-JUDGED     VALUE 'Y'.

       01 STATUS-HEADING.
           05 FILLER PIC X(25) VALUE "MORNING STATUS -- ".
           05 RL-OUTCOME PIC X(8).
           05 FILLER PIC X(9)  VALUE "  BREAKS=".
           05 RL-BREAKS  PIC ZZZ9.
           05 FILLER PIC X(8)  VALUE "  SUITE=".
           05 RL-SUITE   PIC X(8).

       01 ACK-LINE.
           05 FILLER PIC X(12) VALUE "WHSE ACK:".
           05 FILLER PIC X(9)  VALUE "  BREAKS=".
           05 AL-BREAKS  PIC ZZZ9.

       01 PERF-LINE.
           05 FILLER PIC X(12) VALUE "PERF:".
           05 PL-OUTCOME PIC X(8).
           05 FILLER PIC X(8)  VALUE "  CASES=".
           05 PL-CASES   PIC ZZZ9.
           05 FILLER PIC X(7)  VALUE "  OPS=".
           05 PL-OPS     PIC ZZZ9.
           05 FILLER PIC X(8)  VALUE "  SUITE=".
           05 PL-SUITE   PIC X(8).

       01 SEAL-LINE.
           05 FILLER PIC X(12) VALUE "SEAL:".
           05 SA-OUTCOME PIC X(8).
           05 FILLER PIC X(9)  VALUE "  BREAKS=".
           05 SA-BREAKS  PIC ZZZ9.

       01 ERR-LINE.
           05 FILLER PIC X(12) VALUE "FILE ERRS:".
           05 EL-OUTCOME PIC X(8).
           05 FILLER PIC X(9)  VALUE "  NEW=".
           05 EL-NEW     PIC ZZZ9.

       01 CHANGE-LINE.
           05 FILLER PIC X(12) VALUE "CHANGE:".
           05 CL-CHANGE-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CL-ACTION  PIC X(7).
           05 CL-TEST-ID PIC X(11).
           05 FILLER PIC X(3)  VALUE "BY ".
           05 CL-MAKER   PIC X(9).
           05 CL-MADE-ON PIC X(8).

       01 CHANGES-LINE.
           05 FILLER PIC X(12) VALUE "CHANGES:".
           05 CS-COUNT   PIC ZZZ9.
           05 FILLER PIC X(24) VALUE " AWAITING APPROVAL".

       01 FILE-LINE.
           05 FILLER PIC X(12) VALUE "FILE:".
           05 FL-NAME    PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 VL-REASON  PIC X(50).

       COPY VAULTLINK.

       COPY ERRLINK.

       COPY RCALLINK.

       COPY ALERTLINK.

       COPY STRMLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE STATUS-HEADING TO REPORT-LINE
           PERFORM PUT-STATUS-LINE
           PERFORM READ-LATEST-RUN
           PERFORM LOAD-SUITE-STREAMS
           PERFORM VARYING SUITE-I FROM 1 BY 1
                   UNTIL SUITE-I > WS-SUITE-COUNT
               PERFORM READ-RECONCILE-OUTCOME
           END-PERFORM
           PERFORM READ-WAREHOUSE-ACK
           PERFORM VARYING SUITE-I FROM 1 BY 1
                   UNTIL SUITE-I > WS-SUITE-COUNT
               PERFORM READ-PERF-OUTCOME
           END-PERFORM
           PERFORM READ-ERROR-OUTCOME
           PERFORM READ-SEAL-OUTCOME
           PERFORM READ-WAITING-CHANGES
           PERFORM CHECK-REQUIRED-FILES
           PERFORM JUDGE-VERDICT
           PERFORM WRITE-STATUS-HISTORY
           PERFORM RAISE-OR-CLEAR-RED-ALERT
           CLOSE REPORT-FILE
           MOVE "STATUS.RPT" TO VT-REPORT-NAME
           MOVE "MORNING-STATUS" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

                   END-READ
               END-PERFORM
               CLOSE LATEST-RUN-FILE
               IF WS-RUN-IS-TRIAL
                   PERFORM REFUSE-TRIAL-RUN
               ELSE
                   PERFORM REPORT-SUITE-LINE
               END-IF
           END-IF.

      *> A MAINPROGRAM TRIAL run's latest-run cut put where the
      *> production one belongs: none of its counts are taken as the
      *> night's run, and the verdict goes RED.
       REFUSE-TRIAL-RUN.
           MOVE 'N' TO WS-TRAILER-FLAG
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-PASS-COUNT
           MOVE 0 TO WS-FAIL-COUNT
           MOVE 0 TO WS-PASS-RATE
           MOVE 0 TO WS-CRIT-FAILS
           MOVE 0 TO WS-MAJOR-FAILS
           MOVE 0 TO WS-MINOR-FAILS
           MOVE 0 TO WS-LAST-RUN-ID
           MOVE SPACES TO WS-WORK-NAME
           MOVE SPACES TO WS-RUN-DATE
           MOVE SPACES TO WS-RUN-STARTED
           MOVE "SUITE:   RUN FILE IS A TRIAL RUN -- NOT READ"
               TO REPORT-LINE
           PERFORM PUT-STATUS-LINE.

       CAPTURE-LATEST-RECORD.
           MOVE LATEST-RUN-RECORD TO LATEST-DETAIL
           IF LT-MARKER = "SUBTOTAL"
               IF LT-RUN-SCOPE = "PARTIAL"
                   SET WS-RUN-IS-PARTIAL TO TRUE
               END-IF
               IF LT-RUN-SCOPE = "TRIAL"
                   SET WS-RUN-IS-TRIAL TO TRUE
               END-IF
               MOVE LT-RECORD-COUNT TO WS-RECORD-COUNT
               MOVE LT-PASS-COUNT TO WS-PASS-COUNT
               MOVE LT-FAIL-COUNT TO WS-FAIL-COUNT
                   MOVE LT-MINOR-FAIL TO WS-MINOR-FAILS
               END-IF
               MOVE LT-WORK-NAME TO WS-WORK-NAME
               MOVE LT-RUN-ID TO WS-LAST-RUN-ID
           ELSE
               IF WS-RUN-DATE = SPACES
                   MOVE LD-TIMESTAMP(1:8) TO WS-RUN-DATE
                   MOVE LD-TIMESTAMP(1:14) TO WS-RUN-STARTED
               END-IF
           END-IF
           END-IF.
               PERFORM PUT-STATUS-LINE
           END-IF.

      *> The suites are the work files the job stream runs; a
      *> stream that cannot be read still leaves RUNTESTS, the suite
      *> the morning page has always covered.
       LOAD-SUITE-STREAMS.
           CALL 'STREAM-WORK-FILES' USING SF-WORK-LIST SF-LIST-STATUS
           IF NOT SF-LIST-STATUS-OK AND NOT SF-NO-JOB-STREAM
               MOVE "JOBSTREAM.DAT" TO EH-FILE-NAME
               MOVE SF-LIST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
           END-IF
           MOVE SF-WORK-COUNT TO WS-SUITE-COUNT
           PERFORM VARYING SUITE-I FROM 1 BY 1
                   UNTIL SUITE-I > WS-SUITE-COUNT
               MOVE SF-WORK-FILE(SUITE-I) TO SF-WORK-NAME
               CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES
               MOVE SF-WORK-NAME TO SU-WORK-NAME(SUITE-I)
               MOVE SPACES TO SU-STEM(SUITE-I)
               UNSTRING SF-WORK-NAME DELIMITED BY "."
                   INTO SU-STEM(SUITE-I)
               END-UNSTRING
               MOVE SF-STATUS-NAME TO SU-RECON-NAME(SUITE-I)
               MOVE SF-PERF-STATUS-NAME TO SU-PERF-NAME(SUITE-I)
               MOVE 0 TO SU-LAST-RUN-ID(SUITE-I)
               MOVE 'N' TO SU-RUN-FLAG(SUITE-I)
           END-PERFORM
           PERFORM FIND-SUITE-LAST-RUNS.

      *> A trailer with no work name predates work-file names and
      *> was a RUNTESTS run. The latest-run cut counts as well, in
      *> case its run has already been archived off the trail.
       FIND-SUITE-LAST-RUNS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ AUDIT-TRAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TR-MARKER = "TRAILER"
                               MOVE TR-WORK-NAME TO WS-TRAIL-WORK-NAME
                               MOVE TR-RUN-ID TO WS-TRAIL-RUN-ID
                               PERFORM NOTE-SUITE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF WS-TRAILER-SEEN
               MOVE WS-WORK-NAME TO WS-TRAIL-WORK-NAME
               MOVE WS-LAST-RUN-ID TO WS-TRAIL-RUN-ID
               PERFORM NOTE-SUITE-RUN
           END-IF.

       NOTE-SUITE-RUN.
           IF WS-TRAIL-WORK-NAME = SPACES
               MOVE "RUNTESTS.DAT" TO WS-TRAIL-WORK-NAME
           END-IF
           PERFORM VARYING SUITE-I FROM 1 BY 1
                   UNTIL SUITE-I > WS-SUITE-COUNT
               IF SU-WORK-NAME(SUITE-I) = WS-TRAIL-WORK-NAME
                   AND WS-TRAIL-RUN-ID >= SU-LAST-RUN-ID(SUITE-I)
                   MOVE WS-TRAIL-RUN-ID TO SU-LAST-RUN-ID(SUITE-I)
                   SET SU-RUN-ON-FILE(SUITE-I) TO TRUE
               END-IF
           END-PERFORM.

      *> RUNTESTS is judged every morning, as it always was; another
      *> suite only once it has a run on file, so a month-end suite
      *> that has not run yet is no reason for AMBER.
       READ-RECONCILE-OUTCOME.
           IF SUITE-I = 1 OR SU-RUN-ON-FILE(SUITE-I)
               SET WS-SUITE-JUDGED TO TRUE
           ELSE
               MOVE 'N' TO WS-JUDGE-FLAG
           END-IF
           MOVE SPACES TO WS-SUITE-OUTCOME
           MOVE SU-RECON-NAME(SUITE-I) TO WS-RECON-STA-NAME
           OPEN INPUT RECON-STATUS-FILE
           IF WS-RECON-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING "RECONCILE: NO OUTCOME ON FILE  SUITE="
                   SU-STEM(SUITE-I) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           ELSE
               READ RECON-STATUS-FILE
                   AT END
                       MOVE SPACES TO REPORT-LINE
                       STRING "RECONCILE: EMPTY OUTCOME FILE  SUITE="
                           SU-STEM(SUITE-I) DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
                   NOT AT END
                       MOVE RS-OUTCOME TO WS-SUITE-OUTCOME
                       IF WS-SUITE-JUDGED
                           ADD RS-BREAK-COUNT TO WS-RECON-BREAKS
                       END-IF
                       MOVE RS-OUTCOME TO RL-OUTCOME
                       MOVE RS-BREAK-COUNT TO RL-BREAKS
                       MOVE SU-STEM(SUITE-I) TO RL-SUITE
                       MOVE RECON-LINE TO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
               END-READ
               CLOSE RECON-STATUS-FILE
           END-IF
           IF WS-SUITE-JUDGED
               PERFORM RANK-RECON-OUTCOME
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "RECONCILE: NO " DELIMITED BY SIZE
                   SU-STEM(SUITE-I) DELIMITED BY SPACE
                   " RUN ON FILE -- NOT JUDGED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           END-IF.

       RANK-RECON-OUTCOME.
           EVALUATE WS-SUITE-OUTCOME
               WHEN "BREAKS"
                   MOVE 3 TO WS-OUTCOME-RANK
               WHEN "CLEAN"
                   MOVE 1 TO WS-OUTCOME-RANK
               WHEN OTHER
                   MOVE 2 TO WS-OUTCOME-RANK
           END-EVALUATE
           IF WS-OUTCOME-RANK > WS-RECON-RANK
               MOVE WS-OUTCOME-RANK TO WS-RECON-RANK
               MOVE WS-SUITE-OUTCOME TO WS-RECON-OUTCOME
               MOVE SU-STEM(SUITE-I) TO WS-RECON-SUITE
           END-IF.

       READ-WAREHOUSE-ACK.
               CLOSE ACK-STATUS-FILE
           END-IF.

      *> An outcome left from an earlier run of the suite says
      *> nothing about its last one; shown, but not judged. Any
      *> suite judged SLOWER makes the morning's outcome SLOWER.
       READ-PERF-OUTCOME.
           MOVE SU-PERF-NAME(SUITE-I) TO WS-PERF-STA-NAME
           OPEN INPUT PERF-STATUS-FILE
           IF WS-PERFSTA-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING "PERF:      NO OUTCOME ON FILE  SUITE="
                   SU-STEM(SUITE-I) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           ELSE
               READ PERF-STATUS-FILE
                   AT END
                       MOVE SPACES TO REPORT-LINE
                       STRING "PERF:      EMPTY OUTCOME FILE  SUITE="
                           SU-STEM(SUITE-I) DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
                   NOT AT END
                       MOVE PS-OUTCOME TO PL-OUTCOME
                       MOVE PS-CASE-BREAKS TO PL-CASES
                       MOVE PS-OPER-BREAKS TO PL-OPS
                       MOVE SU-STEM(SUITE-I) TO PL-SUITE
                       MOVE PERF-LINE TO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
                       IF SU-RUN-ON-FILE(SUITE-I)
                           AND PS-RUN-ID = SU-LAST-RUN-ID(SUITE-I)
                           IF WS-PERF-OUTCOME NOT = "SLOWER"
                               MOVE PS-OUTCOME TO WS-PERF-OUTCOME
                               MOVE SU-STEM(SUITE-I) TO WS-PERF-SUITE
                           END-IF
                       ELSE
                           MOVE SPACES TO REPORT-LINE
                           STRING "PERF:      OUTCOME IS FOR RUN "
                               PS-RUN-ID ", NOT THE LAST "
                               DELIMITED BY SIZE
                               SU-STEM(SUITE-I) DELIMITED BY SPACE
                               " RUN" DELIMITED BY SIZE
                               INTO REPORT-LINE
                           PERFORM PUT-STATUS-LINE
                       END-IF
               END-READ
               CLOSE PERF-STATUS-FILE
           END-IF.

       READ-ERROR-OUTCOME.
           OPEN INPUT ERR-STATUS-FILE
           IF WS-ERRSTA-MISSING
               CLOSE ERR-STATUS-FILE
           END-IF.

       READ-SEAL-OUTCOME.
           OPEN INPUT SEAL-STATUS-FILE
           IF WS-SEALSTA-MISSING
               MOVE "SEAL:      NO OUTCOME ON FILE" TO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           ELSE
               READ SEAL-STATUS-FILE
                   AT END
                       MOVE "SEAL:      EMPTY OUTCOME FILE"
                           TO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
                   NOT AT END
                       MOVE SV-OUTCOME TO WS-SEAL-OUTCOME
                       MOVE SV-OUTCOME TO SA-OUTCOME
                       MOVE SV-BREAK-COUNT TO SA-BREAKS
                       MOVE SEAL-LINE TO REPORT-LINE
                       PERFORM PUT-STATUS-LINE
               END-READ
               CLOSE SEAL-STATUS-FILE
           END-IF.

      *> A change staged after the run started is simply this
      *> morning's work; only those already waiting when the night
      *> began are called out. With no run on file, every pending
      *> change is.
       READ-WAITING-CHANGES.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ CHANGE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-WAITING-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF WS-WAITING-CHANGES > 0
               MOVE WS-WAITING-CHANGES TO CS-COUNT
               MOVE CHANGES-LINE TO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           END-IF.

       CAPTURE-WAITING-CHANGE.
           IF CH-IS-PENDING
               AND (WS-RUN-STARTED = SPACES
                    OR CH-MADE-AT(1:14) < WS-RUN-STARTED)
               ADD 1 TO WS-WAITING-CHANGES
               MOVE CH-CHANGE-ID TO CL-CHANGE-ID
               MOVE CH-ACTION TO CL-ACTION
               MOVE CH-TEST-ID TO CL-TEST-ID
               MOVE CH-MAKER-ID TO CL-MAKER
               MOVE CH-MADE-AT(1:8) TO CL-MADE-ON
               MOVE CHANGE-LINE TO REPORT-LINE
               PERFORM PUT-STATUS-LINE
           END-IF.

       CHECK-REQUIRED-FILES.
           MOVE "RUNTESTS.AUD" TO WS-PROBE-NAME
           PERFORM PROBE-ONE-FILE

      *> RED: something is absent or broken and needs a person now.
      *> AMBER: the job ran but left questions (failures, stale run,
      *> no baseline yet, unknown reconcile outcome, cases running
      *> well over their usual times, case changes left unapproved
      *> overnight). GREEN: go get
      *> coffee.
       JUDGE-VERDICT.
           EVALUATE TRUE
               WHEN WS-RUN-IS-TRIAL
                   MOVE "RED" TO WS-VERDICT
                   MOVE "LATEST RUN FILE IS A TRIAL RUN" TO VL-REASON
               WHEN WS-MISSING-COUNT > 0
                   MOVE "RED" TO WS-VERDICT
                   MOVE "REQUIRED FILE(S) MISSING" TO VL-REASON
               WHEN WS-RECON-OUTCOME = "BREAKS"
                   MOVE "RED" TO WS-VERDICT
                   MOVE "RECONCILE BREAKS AWAIT REVIEW" TO VL-REASON
                   MOVE WS-RECON-SUITE TO WS-REASON-SUITE
                   PERFORM NAME-REASON-SUITE
               WHEN WS-ERR-OUTCOME = "NEW"
                   MOVE "RED" TO WS-VERDICT
                   MOVE "NEW FILE ERRORS OVERNIGHT" TO VL-REASON
               WHEN WS-SEAL-OUTCOME = "BROKEN"
                   MOVE "RED" TO WS-VERDICT
                   MOVE "AUDIT TRAIL SEAL BROKEN" TO VL-REASON
               WHEN WS-CRIT-FAILS > 0
                   MOVE "RED" TO WS-VERDICT
                   MOVE "CRITICAL CASE FAILURES IN LAST RUN"
               WHEN WS-RECON-OUTCOME NOT = "CLEAN"
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "RECONCILE OUTCOME NOT CLEAN" TO VL-REASON
                   MOVE WS-RECON-SUITE TO WS-REASON-SUITE
                   PERFORM NAME-REASON-SUITE
               WHEN WS-ACK-OUTCOME = "BREAKS"
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "WAREHOUSE LOAD NOT CONFIRMED" TO VL-REASON
               WHEN WS-PERF-OUTCOME = "SLOWER"
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "CASES RUNNING SLOWER THAN THEIR MEDIAN"
                       TO VL-REASON
                   MOVE WS-PERF-SUITE TO WS-REASON-SUITE
                   PERFORM NAME-REASON-SUITE
               WHEN WS-WAITING-CHANGES > 0
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "CASE CHANGES AWAIT APPROVAL" TO VL-REASON
               WHEN OTHER
                   MOVE "GREEN" TO WS-VERDICT
                   MOVE "ALL CHECKS PASSED" TO VL-REASON
           MOVE VERDICT-LINE TO REPORT-LINE
           PERFORM PUT-STATUS-LINE.

      *> A reason that came from a suite other than RUNTESTS names
      *> the suite; RUNTESTS reasons read as they always have, so
      *> MONTH-HEALTH's tally of them carries straight on.
       NAME-REASON-SUITE.
           IF WS-REASON-SUITE NOT = SPACES
               AND WS-REASON-SUITE NOT = "RUNTESTS"
               MOVE VL-REASON TO WS-REASON-TEXT
               MOVE SPACES TO VL-REASON
               STRING WS-REASON-TEXT DELIMITED BY "  "
                   " -- " WS-REASON-SUITE DELIMITED BY SIZE
                   INTO VL-REASON
           END-IF.

      *> RED pages; one alert however many mornings it stays RED,
      *> cleared the first morning it is not.
       RAISE-OR-CLEAR-RED-ALERT.
           MOVE "MORNING-STATUS" TO AL-SOURCE
           MOVE "STATUS RED" TO AL-KEY
           SET AL-SEV-CRITICAL TO TRUE
           MOVE SPACES TO AL-MESSAGE
           STRING "STATUS RED: " VL-REASON DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           IF WS-TRAILER-SEEN
               MOVE LT-RUN-ID TO AL-RUN-ID
           END-IF
           MOVE SPACES TO AL-CLEAR-BEFORE
           IF WS-VERDICT = "RED"
               CALL 'ALERT-RAISE' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           ELSE
               CALL 'ALERT-CLEAR' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "MORNING-STATUS" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
