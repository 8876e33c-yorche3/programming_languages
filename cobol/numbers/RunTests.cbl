           SELECT WORK-FILE ASSIGN USING WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *> The audit trail, interface, latest-run cut and timing file
      *> are named in WORKING-STORAGE: RUNTESTS.* for a production
      *> run, TRIAL.* when TRIAL is on the command line, so a trial
      *> never lands in anything production reads.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "RUNTESTS.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT INTERFACE-FILE ASSIGN USING WS-INTERFACE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT LATEST-RUN-FILE ASSIGN USING WS-LATEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEST-STATUS.
      *> Per-case elapsed times for this run, in hundredths of a
      *> second; TIMING-REPORT turns them into the slowest-cases
      *> page. Rewritten each fresh run, extended on a restart,
      *> exactly like the latest-run audit cut.
           SELECT TIMING-FILE ASSIGN USING WS-TIMING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
      *> Run control: one record holding the last issued run ID and
           SELECT PICK-LIST-FILE ASSIGN USING WS-PICK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
      *> Flaky-case quarantine list written by FLAKY-SCAN. Cases on
      *> it still run and are audited, but their failures stay off
      *> the severity ladder. Optional: no file, no quarantine.
           SELECT QUARANTINE-FILE ASSIGN TO "RUNTESTS.QTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-RECORD.
       COPY WORKREC.
       01  WORK-CONTINUATION.
       COPY WORKCONT.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
       COPY AUDITREC.

      *> One record, shared by every suite: the run and the work
      *> file it was cut for say whose restart point it is, so a
      *> RERUN only ever resumes the run that wrote it. Emptied when
      *> a run finishes. Must stay in step with NIGHTLYJOB's
      *> CHECKPOINT-RECORD.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-LAST-RECORD PIC 9(9).
           05 CKPT-RUN-ID      PIC 9(6).
           05 CKPT-WORK-NAME   PIC X(20).

       FD  INTERFACE-FILE.
       01  INTERFACE-RECORD.
      *> AUDIT-RECORD's width -- it is always fed from a MOVE of that
      *> record.
       FD  LATEST-RUN-FILE.
       01  LATEST-RUN-RECORD    PIC X(122).

       FD  TIMING-FILE.
       01  TIMING-RECORD.
       FD  PICK-LIST-FILE.
       01  PICK-LIST-RECORD    PIC X(10).

      *> Must stay in step with FLAKY-SCAN's QUARANTINE-RECORD.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05 QL-TEST-ID        PIC X(10).
           05 QL-FLIP-COUNT     PIC 9(4).
           05 QL-FIRST-FLIP-RUN PIC 9(6).
           05 QL-LAST-FLIP-RUN  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-WORK-NAME     PIC X(20) VALUE "RUNTESTS.DAT".
       01 WS-AUDIT-NAME    PIC X(20) VALUE "RUNTESTS.AUD".
       01 WS-INTERFACE-NAME PIC X(20) VALUE "RUNTESTS.IFC".
       01 WS-LATEST-NAME   PIC X(20) VALUE "RUNTESTS.AUD.LATEST".
       01 WS-TIMING-NAME   PIC X(20) VALUE "RUNTESTS.TIM".
      *> TRIAL: run the cases against the current library build
      *> without it counting as a run. No run control, no
      *> checkpoint, no results database, no seal, no alerts; run ID
      *> 000000 (never issued by RUNCTL.DAT) on every row, a TRIAL
      *> trailer scope, and a *TRIAL* marker row heading the
      *> interface file, so every downstream reader can refuse it.
       01 WS-TRIAL-FLAG    PIC X VALUE 'N'.
          88 WS-TRIAL-RUN        VALUE 'Y'.
       01 WS-FILE-STATUS   PIC XX.
          88 WS-FILE-STATUS-OK      VALUE '00'.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
          88 WS-RUNCTL-STATUS-OK    VALUE '00'.
          88 WS-RUNCTL-MISSING      VALUE '35'.
       01 WS-QTN-STATUS    PIC XX.
          88 WS-QTN-STATUS-OK       VALUE '00'.
          88 WS-QTN-MISSING         VALUE '35'.
       01 WS-RUN-ID        PIC 9(6) VALUE 0.
       01 WS-REFUSE-FLAG   PIC X VALUE 'N'.
          88 WS-RUN-REFUSED      VALUE 'Y'.
       01 WS-RERUN-FLAG         PIC X VALUE 'N'.
          88 WS-RERUN-REQUESTED      VALUE 'Y'.
       01 WS-RESTART-POINT      PIC 9(9) VALUE 0.
      *> RUNTESTS.CKP as read for a RERUN; only taken as the restart
      *> point once the run control shows that run still in flight
      *> on this work file.
       01 WS-CKPT-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-CKPT-FOUND           VALUE 'Y'.
       01 WS-CKPT-LAST-RECORD   PIC 9(9) VALUE 0.
       01 WS-CKPT-RUN-ID        PIC 9(6) VALUE 0.
       01 WS-CKPT-WORK-NAME     PIC X(20) VALUE SPACES.
      *> Work file of the run the run control has in flight (a
      *> record from before work names were kept means RUNTESTS.DAT).
       01 WS-FLIGHT-WORK-NAME   PIC X(20).
      *> Set when this invocation continues the in-flight run under
      *> its run ID rather than starting a fresh one.
       01 WS-CONTINUE-FLAG      PIC X VALUE 'N'.
          88 WS-CONTINUING-RUN       VALUE 'Y'.

      *> Case selection: OP= names one operation, ID= a test-ID
      *> prefix, LIST= a pick-list file. Criteria given together must
       01 PREFIX-I              PIC 9(2).
       01 WS-RECORDS-READ       PIC 9(9) VALUE 0.
       01 WS-CHECKPOINT-EVERY   PIC 9(4) VALUE 10.
      *> A case's continuations are read with the case, so the count
      *> can step past a checkpoint interval in one go; the next
      *> checkpoint is due once a full interval has passed since the
      *> last one (or since the restart point).
       01 WS-LAST-CHECKPOINT    PIC 9(9) VALUE 0.

      *> The case being run and its continuations (WORKCONT.cpy).
      *> The record read past the last of them is held and handed to
      *> the read loop instead of reading again.
       01 WS-CASE-IMAGE         PIC X(89).
       01 WS-CASE-TEST-ID       PIC X(10).
       01 WS-HELD-RECORD        PIC X(89).
       01 WS-HELD-FLAG          PIC X VALUE 'N'.
          88 WS-RECORD-HELD          VALUE 'Y'.
       01 WS-CONT-DONE-FLAG     PIC X.
          88 WS-CONT-DONE            VALUE 'Y'.
       01 WS-CONT-COUNT         PIC 9(3).
       01 WS-CASE-NUM3          PIC S9(5)V99.
       01 WS-LIST-BAD-FLAG      PIC X.
          88 WS-LIST-UNUSABLE        VALUE 'Y'.
      *> Expected list, up to 100 elements (EDIT-WORK-FILE holds a
      *> case to the same limit).
       01 WS-LIST-COUNT         PIC 9(3).
       01 LIST-TABLE-AREA.
          05 LIST-VALUE OCCURS 100 TIMES PIC 9(20).
       01 LIST-I                PIC 9(3).
       01 CONT-I                PIC 9.
       01 WS-RETURNED-COUNT     PIC 9(3).
       01 WS-LIST-LIMIT         PIC 9(3).
       01 WS-BAD-ELEMENT        PIC 9(3).
       01 WS-ELEMENT-EXPECTED   PIC 9(20).
       01 WS-ELEMENT-ACTUAL     PIC 9(20).

       01 N PIC 9(4).
       01 WIDE-RESULT PIC 9(20) COMP-3.
       01 WS-CRIT-FAIL-COUNT  PIC 9(4) VALUE 0.
       01 WS-MAJOR-FAIL-COUNT PIC 9(4) VALUE 0.
       01 WS-MINOR-FAIL-COUNT PIC 9(4) VALUE 0.
      *> Quarantined cases that failed: audited and counted in the
      *> run's fail total, but not in any severity class.
       01 WS-QTN-FAIL-COUNT   PIC 9(4) VALUE 0.
       01 WS-QTN-COUNT        PIC 9(3) VALUE 0.
       01 QTN-TABLE-AREA.
          05 QTN-ENTRY OCCURS 100 TIMES INDEXED BY QX.
             10 QX-TEST-ID      PIC X(10).
       01 WS-CASE-QTN-FLAG    PIC X.
          88 WS-CASE-QUARANTINED    VALUE 'Q'.
       01 WS-RDB-WARN-FLAG    PIC X VALUE 'N'.
          88 WS-RDB-WARNED          VALUE 'Y'.

       01 WS-SUITE-NAME    PIC X(14) VALUE SPACES.
       01 WS-SUITE-RECORDS PIC 9(9) VALUE 0.
      *> Which work file this run executed, so a baseline and a run
      *> from different suites are never mistaken for each other.
           05 AT-WORK-NAME     PIC X(20).
      *> Failures of quarantined cases, left out of the three
      *> severity counts above.
           05 AT-QTN-FAIL      PIC 9(4).

       *>
       COPY CALCLINK.

       COPY PFACTLINK.

       COPY FIBSEQLINK.

       COPY SUMRANGELINK.

       COPY COMBLINK.

       COPY RDBLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       COPY ALERTLINK.

       COPY VERLINK.

       COPY SEALLINK.

       COPY ENQLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-LINE
           IF WS-TRIAL-RUN
               PERFORM PREPARE-TRIAL-RUN
           ELSE
               PERFORM CHECK-CERTIFIED-BUILD
               PERFORM ACQUIRE-RUN-CONTROL
           END-IF
           PERFORM ENQUEUE-WORK-FILE
           PERFORM LOAD-QUARANTINE-LIST
           OPEN INPUT WORK-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE WS-WORK-NAME TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-WORK-FILE
               PERFORM CALL-ERROR-HANDLER
               PERFORM RELEASE-RUN-CONTROL
               GOBACK
           END-IF
      *> A trial's files hold only the latest trial.
           IF WS-TRIAL-RUN
               OPEN OUTPUT AUDIT-FILE
           ELSE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-STATUS-OK
               MOVE WS-AUDIT-NAME TO EH-FILE-NAME
               MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           IF WS-TRIAL-RUN
               OPEN OUTPUT INTERFACE-FILE
           ELSE
               OPEN EXTEND INTERFACE-FILE
           END-IF
           IF NOT WS-INTERFACE-STATUS-OK
               MOVE WS-INTERFACE-NAME TO EH-FILE-NAME
               MOVE WS-INTERFACE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           IF WS-TRIAL-RUN
               PERFORM WRITE-TRIAL-MARKER
           END-IF
           IF WS-RESTART-POINT > 0
               DISPLAY "Restarting after record " WS-RESTART-POINT
               OPEN EXTEND LATEST-RUN-FILE
               OPEN OUTPUT LATEST-RUN-FILE
           END-IF
           IF NOT WS-LATEST-STATUS-OK
               MOVE WS-LATEST-NAME TO EH-FILE-NAME
               MOVE WS-LATEST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
               OPEN OUTPUT TIMING-FILE
           END-IF
           IF NOT WS-TIMING-STATUS-OK
               MOVE WS-TIMING-NAME TO EH-FILE-NAME
               MOVE WS-TIMING-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
      *> One cache open for the whole run instead of one per
      *> FACTORIAL case.
           CALL 'FACTORIAL-INIT' USING WS-STATUS
      *> Likewise one open of the results database; every detail
      *> row and the trailer are posted to it as they are audited.
           IF NOT WS-TRIAL-RUN
               CALL 'RESULTSDB-INIT' USING RD-STATUS
               IF RD-STATUS-FAILED
                   PERFORM WARN-RESULTS-DB
               END-IF
           END-IF
           MOVE WS-RESTART-POINT TO WS-LAST-CHECKPOINT
           PERFORM UNTIL WS-EOF
               IF WS-RECORD-HELD
                   MOVE WS-HELD-RECORD TO WORK-RECORD
                   MOVE 'N' TO WS-HELD-FLAG
                   PERFORM PROCESS-WORK-RECORD
               ELSE
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-WORK-RECORD
                   END-READ
               END-IF
           END-PERFORM
           CALL 'FACTORIAL-TERM' USING WS-STATUS
           PERFORM CLOSE-OUT-SUITE
                   " case(s) skipped as held, retired, or outside "
                   "their effective window"
           END-IF
           IF WS-QTN-FAIL-COUNT > 0
               DISPLAY "MAINPROGRAM: " WS-QTN-FAIL-COUNT
                   " quarantined case(s) failed -- audited but not "
                   "counted toward the return code"
           END-IF
           PERFORM WRITE-TRAILER-RECORD
           IF NOT WS-TRIAL-RUN
               CALL 'RESULTSDB-TERM' USING RD-STATUS
           END-IF
           CLOSE AUDIT-FILE
           CLOSE INTERFACE-FILE
           CLOSE LATEST-RUN-FILE
           IF WS-TRIAL-RUN
               DISPLAY "MAINPROGRAM: trial run complete -- results in "
                   "TRIAL.AUD.LATEST, compare with TRIAL-COMPARE"
               PERFORM DEQUEUE-WORK-FILE
               PERFORM SET-SEVERITY-RETURN-CODE
               GOBACK
           END-IF
      *> Sealed while the run control is still held, so nothing else
      *> can reach the trail between the TRAILER and its seal.
           MOVE WS-RUN-ID TO AS-RUN-ID
           CALL 'AUDIT-SEAL' USING AS-RUN-ID AS-STATUS
           PERFORM CLEAR-CHECKPOINT
           PERFORM RELEASE-RUN-CONTROL
           PERFORM DEQUEUE-WORK-FILE
           PERFORM RAISE-OR-CLEAR-CRITICAL-ALERT
           PERFORM SET-SEVERITY-RETURN-CODE
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the run uses when no row is in force.
       READ-SYSTEM-PARAMETERS.
           MOVE "CHECKPOINT-EVERY" TO SPM-NAME
           MOVE WS-CHECKPOINT-EVERY TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-CHECKPOINT-EVERY.

      *> A trial repoints the four output files and runs as 000000.
      *> It cannot continue an interrupted run: restart points and
      *> RUNTESTS.CKP belong to the production run.
       PREPARE-TRIAL-RUN.
           IF WS-RERUN-REQUESTED OR WS-RESTART-POINT > 0
               DISPLAY "MAINPROGRAM: TRIAL cannot be combined with "
                   "RERUN or a restart point -- refusing to run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "TRIAL.AUD" TO WS-AUDIT-NAME
           MOVE "TRIAL.IFC" TO WS-INTERFACE-NAME
           MOVE "TRIAL.AUD.LATEST" TO WS-LATEST-NAME
           MOVE "TRIAL.TIM" TO WS-TIMING-NAME
           MOVE 0 TO WS-RUN-ID
           DISPLAY "MAINPROGRAM: trial run started on " WS-WORK-NAME
               " -- production run control not used".

       WRITE-TRIAL-MARKER.
           MOVE "*TRIAL*" TO IF-TEST-ID
           MOVE "TRIAL RUN" TO IF-OPERATION
           MOVE 0 TO IF-RESULT
           MOVE SPACES TO IF-PASS-FAIL
           MOVE FUNCTION CURRENT-DATE TO IF-TIMESTAMP
           MOVE 0 TO IF-RUN-ID
           WRITE INTERFACE-RECORD.

      *> One alert per work file while it has critical failures.
      *> Only a full, unrestarted run can say the failures are gone:
      *> a partial or restarted run may simply not have reached the
      *> failing case, so it can raise but never clear.
       RAISE-OR-CLEAR-CRITICAL-ALERT.
           MOVE "MAINPROGRAM" TO AL-SOURCE
           MOVE SPACES TO AL-KEY
           STRING "CRITICAL " WS-WORK-NAME DELIMITED BY SIZE
               INTO AL-KEY
           SET AL-SEV-CRITICAL TO TRUE
           MOVE SPACES TO AL-MESSAGE
           STRING WS-CRIT-FAIL-COUNT " CRITICAL CASE FAILURE(S) IN "
               WS-WORK-NAME DELIMITED BY SIZE INTO AL-MESSAGE
           MOVE WS-RUN-ID TO AL-RUN-ID
           MOVE SPACES TO AL-CLEAR-BEFORE
           IF WS-CRIT-FAIL-COUNT > 0
               CALL 'ALERT-RAISE' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           ELSE IF NOT WS-SELECTION-ACTIVE
               AND WS-RESTART-POINT = 0
               CALL 'ALERT-CLEAR' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           END-IF.

      *> Severity-weighted ladder: 10 critical failure(s), 8 major,
      *> 4 minor-only -- so first shift can triage straight from the
      *> job log. 12, 14 and 16 stay reserved for the run-control
      *> refusal, an uncertified library build, and file trouble.
      *> Quarantined cases never reach these counts (see
      *> REPORT-CASE-RESULT).
       SET-SEVERITY-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-CRIT-FAIL-COUNT > 0
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

      *> A production run only goes ahead on a library build whose
      *> version stamps an admin has signed off through LIB-CERTIFY;
      *> anything else is refused with RC 14 before the run control
      *> is touched.
       CHECK-CERTIFIED-BUILD.
           CALL 'VERSION-CHECK' USING VC-FACT-VERSION VC-CALC-VERSION
               VC-CERT-ID VC-APPROVER VC-STATUS
           IF VC-FILE-ERROR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT VC-CERTIFIED
               DISPLAY "MAINPROGRAM: library build FACTORIAL V"
                   VC-FACT-VERSION " CALCULATOR V" VC-CALC-VERSION
                   " is not certified -- refusing to run"
               MOVE 14 TO RETURN-CODE
               GOBACK
           END-IF.

       ACQUIRE-RUN-CONTROL.
           IF WS-RERUN-REQUESTED
               PERFORM READ-RESTART-CHECKPOINT
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-MISSING
               MOVE 1 TO WS-RUN-ID
               PERFORM DROP-RESTART-POINT
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-RUN-ID
                       PERFORM DROP-RESTART-POINT
                   NOT AT END
                       PERFORM JUDGE-RUN-CONTROL
               END-READ
           CLOSE RUN-CONTROL-FILE.

      *> A continuation (RERUN or explicit restart point) runs under
      *> the interrupted run's ID, and only when that run was on this
      *> same work file; anything else must wait for the in-flight
      *> run to finish. With nothing in flight there is nothing to
      *> continue: a RERUN or restart point is dropped and the run
      *> starts fresh from the top, so a job-level RERUN never makes
      *> a finished suite skip cases under a new run ID.
       JUDGE-RUN-CONTROL.
           MOVE RC-WORK-NAME TO WS-FLIGHT-WORK-NAME
           IF WS-FLIGHT-WORK-NAME = SPACES
               MOVE "RUNTESTS.DAT" TO WS-FLIGHT-WORK-NAME
           END-IF
           IF RC-FLIGHT-FLAG = 'Y'
               IF (WS-RERUN-REQUESTED OR WS-RESTART-POINT > 0)
                   AND WS-FLIGHT-WORK-NAME = WS-WORK-NAME
                   MOVE RC-LAST-RUN-ID TO WS-RUN-ID
                   SET WS-CONTINUING-RUN TO TRUE
                   IF WS-RERUN-REQUESTED AND WS-RESTART-POINT = 0
                       PERFORM TAKE-CHECKPOINT-RESTART
                   END-IF
               ELSE
                   DISPLAY "MAINPROGRAM: run " RC-LAST-RUN-ID
                       " on " WS-FLIGHT-WORK-NAME
                       " is still in flight -- refusing to start "
                       "a second run"
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           ELSE
               COMPUTE WS-RUN-ID = RC-LAST-RUN-ID + 1
               PERFORM DROP-RESTART-POINT
           END-IF.

      *> The checkpoint counts only if it was cut by the run being
      *> continued; otherwise the continuation starts from the top.
       TAKE-CHECKPOINT-RESTART.
           IF WS-CKPT-FOUND
               AND WS-CKPT-RUN-ID = RC-LAST-RUN-ID
               AND WS-CKPT-WORK-NAME = WS-WORK-NAME
               MOVE WS-CKPT-LAST-RECORD TO WS-RESTART-POINT
           ELSE
               DISPLAY "MAINPROGRAM: RUNTESTS.CKP holds no restart "
                   "point for run " RC-LAST-RUN-ID " on "
                   WS-WORK-NAME " -- continuing from the top"
           END-IF.

       DROP-RESTART-POINT.
           IF WS-RERUN-REQUESTED OR WS-RESTART-POINT > 0
               DISPLAY "MAINPROGRAM: no run in flight on "
                   WS-WORK-NAME " -- RERUN or restart point "
                   "ignored, starting a fresh run"
               MOVE 0 TO WS-RESTART-POINT
           END-IF.

      *> The work file is held shared for the whole run, so no
      *> maintenance program can rewrite it under the suite. A run
      *> that fails hard keeps its lock, like its in-flight flag;
      *> the RERUN or restart that picks it up gives that lock back
      *> before taking its own. Refused, a fresh run gives back the
      *> run control it just took; a continuation leaves the
      *> interrupted run in flight so it can still be picked up.
       ENQUEUE-WORK-FILE.
           IF WS-CONTINUING-RUN
               PERFORM DEQUEUE-WORK-FILE
           END-IF
           MOVE WS-WORK-NAME TO EQ-RESOURCE
           SET EQ-SHARED TO TRUE
           MOVE "MAINPROGRAM" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF NOT WS-CONTINUING-RUN
                   PERFORM RELEASE-RUN-CONTROL
               END-IF
               IF EQ-REFUSED
                   DISPLAY "MAINPROGRAM: " WS-WORK-NAME " is locked "
                       "by " EQ-HOLDER-PROGRAM " operator "
                       EQ-HOLDER-OPERATOR " since "
                       EQ-HOLDER-SINCE(1:14) " -- refusing to run"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

       DEQUEUE-WORK-FILE.
           MOVE WS-WORK-NAME TO EQ-RESOURCE
           MOVE "MAINPROGRAM" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS.

      *> A trial never acquired the run control, so it has nothing
      *> to release.
       RELEASE-RUN-CONTROL.
           IF NOT WS-TRIAL-RUN
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE WS-RUN-ID TO RC-LAST-RUN-ID
               MOVE 'N' TO RC-FLIGHT-FLAG
               MOVE WS-WORK-NAME TO RC-WORK-NAME
               MOVE FUNCTION CURRENT-DATE TO RC-HEARTBEAT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> The command line carries either an explicit restart point
      *> (a bare number, the original convention) or the word RERUN,
      *> which picks the restart point up from RUNTESTS.CKP -- that
      *> is how the nightly driver restarts an interrupted run
      *> without anyone retyping the record number. Either is
      *> judged against the run control in ACQUIRE-RUN-CONTROL.
       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKENS
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
           EVALUATE TRUE
               WHEN WS-CUR-TOKEN = SPACES
                   CONTINUE
               WHEN WS-CUR-TOKEN = "TRIAL"
                   SET WS-TRIAL-RUN TO TRUE
               WHEN WS-CUR-TOKEN = "RERUN"
                   SET WS-RERUN-REQUESTED TO TRUE
               WHEN WS-CUR-TOKEN(1:3) = "OP="
                   MOVE WS-CUR-TOKEN(4:14) TO WS-SELECT-OP
               WHEN WS-CUR-TOKEN(1:3) = "ID="
           CLOSE PICK-LIST-FILE
           MOVE 'N' TO WS-EOF-FLAG.

      *> The list is small (only the cases FLAKY-SCAN has caught
      *> flip-flopping), so it is held in the same 100-row table
      *> shape as the pick list.
       LOAD-QUARANTINE-LIST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUARANTINE-FILE
           IF WS-QTN-MISSING
               CONTINUE
           ELSE
               IF NOT WS-QTN-STATUS-OK
                   MOVE "RUNTESTS.QTN" TO EH-FILE-NAME
                   MOVE WS-QTN-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-WORK-FILE
                   PERFORM CALL-ERROR-HANDLER
                   PERFORM RELEASE-RUN-CONTROL
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ QUARANTINE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-QTN-COUNT < 100
                               ADD 1 TO WS-QTN-COUNT
                               MOVE QL-TEST-ID
                                   TO QX-TEST-ID(WS-QTN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
               IF WS-QTN-COUNT > 0
                   DISPLAY "MAINPROGRAM: " WS-QTN-COUNT
                       " case(s) quarantined by RUNTESTS.QTN"
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       LOOK-UP-QUARANTINE.
           MOVE SPACE TO WS-CASE-QTN-FLAG
           IF WS-QTN-COUNT > 0
               SET QX TO 1
               SEARCH QTN-ENTRY
                   AT END
                       CONTINUE
                   WHEN QX-TEST-ID(QX) = WR-TEST-ID
                       SET WS-CASE-QUARANTINED TO TRUE
               END-SEARCH
           END-IF.

      *> Every active criterion must match for the case to run.
       JUDGE-CASE-SELECTION.
           MOVE 'Y' TO WS-CASE-WANT-FLAG
               MOVE 0 TO WS-RESTART-POINT
           END-IF.

      *> A record cut before the run and work file were kept on it
      *> cannot be matched to a run, so it is never taken.
       READ-RESTART-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
               DISPLAY "MAINPROGRAM: RERUN requested but no "
                   "RUNTESTS.CKP -- starting from the top"
           ELSE
               MOVE SPACES TO CHECKPOINT-RECORD
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-LAST-RECORD NUMERIC
                           AND CKPT-RUN-ID NUMERIC
                           SET WS-CKPT-FOUND TO TRUE
                           MOVE CKPT-LAST-RECORD
                               TO WS-CKPT-LAST-RECORD
                           MOVE CKPT-RUN-ID TO WS-CKPT-RUN-ID
                           MOVE CKPT-WORK-NAME TO WS-CKPT-WORK-NAME
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> A finished run leaves no restart point behind for a later
      *> RERUN to pick up.
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS-OK
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE "RUNTESTS.CKP" TO EH-FILE-NAME
               MOVE WS-CKPT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
           END-IF.

      *> Suite headers always take effect, even in the skipped part
      *> of a restart, so restarted cases land in the right suite. A
      *> continuation met here belongs to a case that did not run
      *> (RUN-ONE-CASE reads a running case's own), so it is passed
      *> over with that case.
       PROCESS-WORK-RECORD.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRUE
               WHEN WR-TEST-ID = "SUITE"
                   PERFORM START-NEW-SUITE
               WHEN WC-MARKER = "CONTINUE"
                   CONTINUE
               WHEN OTHER
                   PERFORM JUDGE-CASE-SELECTION
                   PERFORM JUDGE-CASE-LIFECYCLE
                   IF WS-RECORDS-READ > WS-RESTART-POINT
                       AND WS-CASE-WANTED
                       AND WS-CASE-IN-WINDOW
                       PERFORM RUN-ONE-CASE
                   END-IF
           END-EVALUATE
           PERFORM MAYBE-WRITE-CHECKPOINT.

       MAYBE-WRITE-CHECKPOINT.
           IF WS-RECORDS-READ - WS-LAST-CHECKPOINT
                   NOT < WS-CHECKPOINT-EVERY
               AND NOT WS-TRIAL-RUN
               MOVE WS-RECORDS-READ TO WS-LAST-CHECKPOINT
               MOVE WS-RECORDS-READ TO CKPT-LAST-RECORD
               MOVE WS-RUN-ID TO CKPT-RUN-ID
               MOVE WS-WORK-NAME TO CKPT-WORK-NAME
               OPEN OUTPUT CHECKPOINT-FILE
               IF NOT WS-CKPT-STATUS-OK
                   MOVE "RUNTESTS.CKP" TO EH-FILE-NAME
           END-IF.

       RUN-ONE-CASE.
           PERFORM GATHER-CONTINUATIONS
           SET WS-STATUS-OK TO TRUE
           PERFORM CAPTURE-START-TIME
           EVALUATE WR-OPERATION
                   PERFORM RUN-NUMBER-THEORY-CASE
               WHEN "PRIME-FACTORS"
                   PERFORM RUN-PRIME-FACTORS-CASE
               WHEN "FIBONACCI-SEQ"
                   PERFORM RUN-SEQUENCE-CASE
               WHEN "SUMNUMBERS-RNG"
                   PERFORM RUN-RANGE-CASE
               WHEN "COMBINATIONS"
                   PERFORM RUN-COUNTING-CASE
               WHEN "PERMUTATIONS"
                   PERFORM RUN-COUNTING-CASE
               WHEN "ADDITION"
                   PERFORM RUN-CALCULATOR-CASE
               WHEN "SUBSTRACTION"
                   PERFORM RUN-DIVISION-CASE
               WHEN "DIVISION-REM"
                   PERFORM RUN-DIVISION-CASE
               WHEN "POWER"
                   PERFORM RUN-CALCULATOR-CASE
               WHEN "SQUARE-ROOT"
                   PERFORM RUN-CALCULATOR-CASE
               WHEN "MODULO"
                   PERFORM RUN-CALCULATOR-CASE
               WHEN OTHER
                   DISPLAY "Unknown operation on work record: "
                       WR-OPERATION
           PERFORM REPORT-CASE-TIMING
           PERFORM REPORT-CASE-RESULT.

      *> A case's continuations sit straight behind it and are read
      *> here, before it runs; the first record past them is held
      *> for the read loop. One naming another case, or with fields
      *> that do not read as numbers, leaves the list unusable and
      *> the case fails rather than be judged on part of it.
       GATHER-CONTINUATIONS.
           MOVE WORK-RECORD TO WS-CASE-IMAGE
           MOVE WR-TEST-ID TO WS-CASE-TEST-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-CONT-COUNT
           MOVE 1 TO WS-CASE-NUM3
           MOVE 'N' TO WS-LIST-BAD-FLAG
           MOVE 'N' TO WS-CONT-DONE-FLAG
           PERFORM UNTIL WS-CONT-DONE
               READ WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                       SET WS-CONT-DONE TO TRUE
                   NOT AT END
                       IF WC-MARKER = "CONTINUE"
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TAKE-CONTINUATION
                       ELSE
                           MOVE WORK-RECORD TO WS-HELD-RECORD
                           SET WS-RECORD-HELD TO TRUE
                           SET WS-CONT-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CASE-IMAGE TO WORK-RECORD.

      *> The third operand is taken from the first continuation only.
       TAKE-CONTINUATION.
           ADD 1 TO WS-CONT-COUNT
           IF WC-TEST-ID NOT = WS-CASE-TEST-ID
               OR WC-NUM3 NOT NUMERIC
               OR WC-FIRST-ELEMENT NOT NUMERIC
               OR WC-VALUE-COUNT NOT NUMERIC
               OR WC-VALUE-COUNT > 2
               SET WS-LIST-UNUSABLE TO TRUE
           ELSE
               IF WS-CONT-COUNT = 1
                   MOVE WC-NUM3 TO WS-CASE-NUM3
               END-IF
               PERFORM VARYING CONT-I FROM 1 BY 1
                       UNTIL CONT-I > WC-VALUE-COUNT
                   PERFORM TAKE-LIST-VALUE
               END-PERFORM
           END-IF.

      *> Each value must be the next element of the list.
       TAKE-LIST-VALUE.
           IF WC-VALUE(CONT-I) NOT NUMERIC
               OR WS-LIST-COUNT NOT < 100
               OR WC-FIRST-ELEMENT + CONT-I - 1 NOT = WS-LIST-COUNT + 1
               SET WS-LIST-UNUSABLE TO TRUE
           ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE WC-VALUE(CONT-I) TO LIST-VALUE(WS-LIST-COUNT)
           END-IF.

       CAPTURE-START-TIME.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-RAW
           PERFORM CONVERT-CLOCK-READING
           MOVE N2-RESULT TO WS-ACTUAL-RESULT
           MOVE N2-STATUS TO WS-STATUS.

      *> The single result is the factor count PF-COUNT; the factors
      *> themselves are checked against the case's continuation list
      *> when it has one (JUDGE-LIST-OUTCOME). The status byte shares
      *> NUMLINK's convention and drops straight into WS-STATUS.
       RUN-PRIME-FACTORS-CASE.
           MOVE WR-NUM1 TO PF-N
           CALL 'PRIME-FACTORS' USING PF-N PF-TABLE PF-COUNT
           MOVE PF-COUNT TO WS-ACTUAL-RESULT
           MOVE PF-STATUS TO WS-STATUS.

      *> The single result is the last term, F(N); the whole
      *> 0-through-N table is checked against the continuation list.
      *> FS-STATUS shares NUMLINK's convention, with '12' (N past the
      *> table) of its own.
       RUN-SEQUENCE-CASE.
           MOVE WR-NUM1 TO FS-N
           CALL 'FIBONACCI-SEQ' USING FS-N FS-TABLE FS-STATUS
           IF FS-STATUS-OK
               MOVE FS-TERM(FS-N + 1) TO WS-ACTUAL-RESULT
           ELSE
               MOVE 0 TO WS-ACTUAL-RESULT
           END-IF
           MOVE FS-STATUS TO WS-STATUS.

      *> Start in WR-NUM1, stop in WR-NUM2, step from the case's
      *> continuation -- 1 when it has none.
       RUN-RANGE-CASE.
           MOVE WR-NUM1 TO SR-START
           MOVE WR-NUM2 TO SR-STOP
           MOVE WS-CASE-NUM3 TO SR-STEP
           CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
               SR-RESULT SR-STATUS
           MOVE SR-RESULT TO WS-ACTUAL-RESULT
           MOVE SR-STATUS TO WS-STATUS.

      *> N in WR-NUM1, R in WR-NUM2. COMBLINK shares NUMLINK's
      *> status convention, so R above N lands as WS-STATUS-INVALID.
       RUN-COUNTING-CASE.
           MOVE WR-NUM1 TO CB-N
           MOVE WR-NUM2 TO CB-R
           CALL WR-OPERATION USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-ACTUAL-RESULT
           MOVE CB-STATUS TO WS-STATUS.

       RUN-CALCULATOR-CASE.
           MOVE WR-NUM1 TO LINK-NUM1
           MOVE WR-NUM2 TO LINK-NUM2
           END-IF.

      *> A case asserts on the returned value (V, the default),
      *> on the status byte (S), or on both (B). A case with an
      *> expected list must also match it element for element.
       REPORT-CASE-RESULT.
           MOVE WR-TEST-ID   TO AR-TEST-ID
           MOVE WR-OPERATION TO AR-OPERATION
           MOVE SPACE TO WS-TOL-PASS-FLAG
           PERFORM RESOLVE-CASE-SEVERITY
           MOVE WS-CASE-SEVERITY TO AR-SEVERITY
           PERFORM LOOK-UP-QUARANTINE
           MOVE WS-CASE-QTN-FLAG TO AR-QUARANTINE
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-SUITE-RECORDS
           PERFORM JUDGE-CASE-OUTCOME
           PERFORM JUDGE-LIST-OUTCOME
           IF WS-CASE-PASSED
               DISPLAY WR-TEST-ID " " WR-OPERATION
                   " Got: " WS-ACTUAL-RESULT " PASS"
                   " Got: " WS-ACTUAL-RESULT
                   " (status " WS-STATUS ")"
                   " Expected: " WR-EXPECTED " FAIL"
               IF WS-BAD-ELEMENT > 0
                   DISPLAY WR-TEST-ID " element " WS-BAD-ELEMENT
                       " Got: " WS-ELEMENT-ACTUAL
                       " Expected: " WS-ELEMENT-EXPECTED
               END-IF
               MOVE "FAIL" TO AR-PASS-FAIL
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-SUITE-FAIL
               SET WS-SOME-FAILED TO TRUE
               IF WS-CASE-QUARANTINED
                   DISPLAY WR-TEST-ID " is quarantined -- failure "
                       "not counted toward severity"
                   ADD 1 TO WS-QTN-FAIL-COUNT
               ELSE
                   PERFORM COUNT-FAILURE-SEVERITY
               END-IF
           END-IF
           MOVE WS-TOL-PASS-FLAG TO AR-TOLERANCE-PASS
           WRITE AUDIT-RECORD
           PERFORM POST-RESULTS-DB
           PERFORM WRITE-LATEST-AND-INTERFACE.

       RESOLVE-CASE-SEVERITY.
               END-IF
           END-IF.

      *> Every element the operation returned must match the list on
      *> the case's continuations, with none missing and none over:
      *> a missing element on either side counts as 0 and fails. The
      *> first element that fails goes on the audit row by index,
      *> its expected and actual values in place of the single
      *> result's; 000 means the whole list matched. A status-only
      *> (S) case does not look at its list.
       JUDGE-LIST-OUTCOME.
           MOVE SPACES TO AR-ELEMENT
           MOVE 0 TO WS-BAD-ELEMENT
           IF WS-LIST-UNUSABLE
               DISPLAY WR-TEST-ID " continuation records out of "
                   "order or unreadable -- case not judged"
               MOVE 'N' TO WS-CASE-PASS-FLAG
               MOVE SPACE TO WS-TOL-PASS-FLAG
           ELSE
               IF WS-LIST-COUNT > 0 AND WR-ASSERT-TYPE NOT = "S"
                   PERFORM COUNT-RETURNED-ELEMENTS
                   IF WS-LIST-COUNT > WS-RETURNED-COUNT
                       MOVE WS-LIST-COUNT TO WS-LIST-LIMIT
                   ELSE
                       MOVE WS-RETURNED-COUNT TO WS-LIST-LIMIT
                   END-IF
                   PERFORM VARYING LIST-I FROM 1 BY 1
                           UNTIL LIST-I > WS-LIST-LIMIT
                           OR WS-BAD-ELEMENT > 0
                       PERFORM COMPARE-ONE-ELEMENT
                   END-PERFORM
                   MOVE WS-BAD-ELEMENT TO AR-ELEMENT-NUM
                   IF WS-BAD-ELEMENT > 0
                       MOVE 'N' TO WS-CASE-PASS-FLAG
                       MOVE SPACE TO WS-TOL-PASS-FLAG
                       MOVE WS-ELEMENT-EXPECTED TO AR-EXPECTED
                       MOVE WS-ELEMENT-ACTUAL TO AR-ACTUAL
                   END-IF
               END-IF
           END-IF.

      *> Nothing came back unless the call succeeded.
       COUNT-RETURNED-ELEMENTS.
           EVALUATE TRUE
               WHEN WR-OPERATION = "FIBONACCI-SEQ" AND FS-STATUS-OK
                   COMPUTE WS-RETURNED-COUNT = FS-N + 1
               WHEN WR-OPERATION = "PRIME-FACTORS" AND PF-STATUS-OK
                   MOVE PF-COUNT TO WS-RETURNED-COUNT
               WHEN OTHER
                   MOVE 0 TO WS-RETURNED-COUNT
           END-EVALUATE.

       COMPARE-ONE-ELEMENT.
           IF LIST-I > WS-LIST-COUNT
               MOVE 0 TO WS-ELEMENT-EXPECTED
           ELSE
               MOVE LIST-VALUE(LIST-I) TO WS-ELEMENT-EXPECTED
           END-IF
           IF LIST-I > WS-RETURNED-COUNT
               MOVE 0 TO WS-ELEMENT-ACTUAL
           ELSE
               IF WR-OPERATION = "FIBONACCI-SEQ"
                   MOVE FS-TERM(LIST-I) TO WS-ELEMENT-ACTUAL
               ELSE
                   MOVE PF-FACTOR(LIST-I) TO WS-ELEMENT-ACTUAL
               END-IF
           END-IF
           IF LIST-I > WS-LIST-COUNT
               OR LIST-I > WS-RETURNED-COUNT
               OR WS-ELEMENT-ACTUAL NOT = WS-ELEMENT-EXPECTED
               MOVE LIST-I TO WS-BAD-ELEMENT
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE WS-RUN-ID TO AT-RUN-ID
           EVALUATE TRUE
               WHEN WS-TRIAL-RUN
                   MOVE "TRIAL" TO AT-RUN-SCOPE
               WHEN WS-SELECTION-ACTIVE
                   MOVE "PARTIAL" TO AT-RUN-SCOPE
               WHEN OTHER
                   MOVE "FULL" TO AT-RUN-SCOPE
           END-EVALUATE
           MOVE WS-RECORD-COUNT TO AT-RECORD-COUNT
           MOVE WS-PASS-COUNT TO AT-PASS-COUNT
           MOVE WS-FAIL-COUNT TO AT-FAIL-COUNT
           MOVE WS-MAJOR-FAIL-COUNT TO AT-MAJOR-FAIL
           MOVE WS-MINOR-FAIL-COUNT TO AT-MINOR-FAIL
           MOVE WS-WORK-NAME TO AT-WORK-NAME
           MOVE WS-QTN-FAIL-COUNT TO AT-QTN-FAIL
           IF WS-RECORD-COUNT = 0
               MOVE 0 TO AT-PASS-RATE
           ELSE
           END-IF
           MOVE AUDIT-TRAILER-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM POST-RESULTS-DB
           MOVE AUDIT-RECORD TO LATEST-RUN-RECORD
           WRITE LATEST-RUN-RECORD.

      *> The audit trail stays the record of what ran; a results
      *> database that cannot be written costs lookups, not the run,
      *> so the failure is warned about once and the run carries on.
      *> Trial rows are never posted.
       POST-RESULTS-DB.
           IF NOT WS-TRIAL-RUN
               MOVE AUDIT-RECORD TO RD-AUDIT-IMAGE
               CALL 'RESULTSDB' USING RD-AUDIT-IMAGE RD-STATUS
               IF RD-STATUS-FAILED
                   PERFORM WARN-RESULTS-DB
               END-IF
           END-IF.

       WARN-RESULTS-DB.
           IF NOT WS-RDB-WARNED
               DISPLAY "MAINPROGRAM: WARNING -- RUNTESTS.RDB is not "
                   "being updated; the audit trail is unaffected, "
                   "rebuild with RESULTSDB-MGR BUILD"
               SET WS-RDB-WARNED TO TRUE
           END-IF.
