           SELECT JOB-STATE-FILE ASSIGN TO "NIGHTLY.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
      *> The job stream: one row per step, run in file order. With
      *> no stream file on disk the job runs the original five-step
      *> night, so an install that never writes one sees no change.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTREAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD      PIC X(100).

      *> Must stay in step with MAINPROGRAM's CHECKPOINT-RECORD.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-LAST-RECORD PIC 9(9).
           05 CKPT-RUN-ID      PIC 9(6).
           05 CKPT-WORK-NAME   PIC X(20).

      *> Must stay in step with BATCH-WINDOW's JOB-STATS-RECORD.
       FD  JOB-STATS-FILE.
           05 JS-END-TIME      PIC X(6).
           05 JS-ELAPSED-HH    PIC 9(9).

      *> The processing night the steps belong to, whether that
      *> night ran to its end, and each stream step's done flag.
       FD  JOB-STATE-FILE.
       01  JOB-STATE-RECORD.
           05 NS-JOB-DATE      PIC X(8).
           05 NS-NIGHT-DONE    PIC X.
           05 NS-STEP-COUNT    PIC 99.
           05 NS-STEP-ENTRY OCCURS 30 TIMES.
              10 NS-STEP-ID    PIC X(14).
              10 NS-STEP-DONE  PIC X.

       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
       COPY JOBSTRM.

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS    PIC XX.
          88 WS-STATE-STATUS-OK    VALUE '00'.
          88 WS-STATE-MISSING      VALUE '35'.

       01 WS-STREAM-STATUS PIC XX.
          88 WS-STREAM-STATUS-OK   VALUE '00'.
          88 WS-STREAM-MISSING     VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

      *> The job stream as loaded, one entry per step in run order,
      *> with tonight's done flag alongside.
       01 WS-STREAM-COUNT  PIC 99 VALUE 0.
       01 STREAM-TABLE-AREA.
          05 STREAM-ENTRY OCCURS 30 TIMES.
             10 ST-STEP-ID     PIC X(14).
             10 ST-PROGRAM     PIC X(14).
             10 ST-FREQUENCY   PIC X(8).
             10 ST-FREQ-ARG    PIC X(7).
             10 ST-DEPENDS-ON  PIC X(14).
             10 ST-ABORT-RC    PIC 99.
             10 ST-PARM        PIC X(40).
             10 ST-RERUN-PARM  PIC X(8).
             10 ST-DONE-FLAG   PIC X.
                88 ST-STEP-DONE      VALUE 'Y'.
       01 STREAM-I         PIC 99.
       01 DEP-I            PIC 99.
       01 STATE-I          PIC 99.
       01 WS-STREAM-OVER-FLAG PIC X VALUE 'N'.
          88 WS-STREAM-TOO-LONG    VALUE 'Y'.
       01 WS-BAD-ROW       PIC 99 VALUE 0.
       01 WS-ROW-FLAG      PIC X.
          88 WS-ROW-IS-BAD         VALUE 'Y'.
       01 WS-DEP-FOUND-FLAG PIC X.
          88 WS-DEP-FOUND          VALUE 'Y'.

       01 WS-RESUME-FLAG      PIC X VALUE 'N'.
          88 WS-JOB-IS-RESUMING    VALUE 'Y'.
       01 WS-NIGHT-DONE-FLAG  PIC X VALUE 'N'.
          88 WS-NIGHT-IS-DONE      VALUE 'Y'.

      *> The processing night the stream is judged against: tonight,
      *> or the adopted night's own date when a RERUN picks up an
      *> earlier night's unfinished state -- a month-end step that
      *> was due that night is still due on its rerun.
       01 WS-NIGHT-DATE    PIC X(8).
       01 WS-NIGHT-NUM     PIC 9(8).
       01 WS-NIGHT-INT     PIC 9(9).
       01 WS-PROBE-INT     PIC 9(9).
       01 WS-PROBE-NUM     PIC 9(8).
       01 WS-PROBE-DATE    PIC X(8).
       01 WS-AHEAD-I       PIC 99.
      *> Monday=1 through Sunday=7, as RUNCALENDAR numbers the week.
       01 WS-DAY-OF-WEEK   PIC 9.
       01 WS-DAY-OF-WEEK-X REDEFINES WS-DAY-OF-WEEK PIC X.
       01 WS-MONTH-END-FLAG PIC X VALUE 'N'.
          88 WS-NIGHT-IS-MONTH-END VALUE 'Y'.
       01 WS-DUE-FLAG      PIC X.
          88 WS-STEP-IS-DUE        VALUE 'Y'.
       01 WS-PREREQ-FLAG   PIC X.
          88 WS-PREREQ-MET         VALUE 'Y'.
       01 WS-STEP-CMDLINE  PIC X(80).
       01 WS-MISSING-PGM-FLAG PIC X VALUE 'N'.
          88 WS-PROGRAM-MISSING    VALUE 'Y'.
       01 WS-NOTE-REASON   PIC X(34).
      *> YYYYMMDDHHMMSS the current step was CALLed; only file
      *> alerts its program raised before then are cleared by it.
       01 WS-STEP-BEGAN-AT PIC X(14).

      *> The shared subprograms each stream program CALLs, caller
      *> then callee. ERRHANDLER files a subprogram's FILE alerts
      *> under the subprogram's own name, so a clean step clears
      *> those too -- but only for the subprograms it actually
      *> reached. Keep in step with CALLGRAPH.cpy.
       01 WS-SHARED-CALL-DATA.
           05 FILLER PIC X(28) VALUE "FILE-SNAPSHOT SYSPARM".
           05 FILLER PIC X(28) VALUE "MAINPROGRAM   AUDIT-SEAL".
           05 FILLER PIC X(28) VALUE "MAINPROGRAM   ENQUEUE".
           05 FILLER PIC X(28) VALUE "MAINPROGRAM   RESULTSDB".
           05 FILLER PIC X(28) VALUE "MAINPROGRAM   SYSPARM".
           05 FILLER PIC X(28) VALUE "MAINPROGRAM   VERSION-CHECK".
           05 FILLER PIC X(28) VALUE "RECONCILE-RUN SYSPARM".
           05 FILLER PIC X(28) VALUE "RECONCILE-RUN VAULT-STORE".
           05 FILLER PIC X(28) VALUE "FAIL-ROUTE    ENQUEUE".
           05 FILLER PIC X(28) VALUE "FAIL-ROUTE    VAULT-STORE".
           05 FILLER PIC X(28) VALUE "PERF-COMPARE  SYSPARM".
           05 FILLER PIC X(28) VALUE "FACTFIBREPORT VAULT-STORE".
           05 FILLER PIC X(28) VALUE "TREND-REPORT  SYSPARM".
           05 FILLER PIC X(28) VALUE "TREND-REPORT  VAULT-STORE".
           05 FILLER PIC X(28) VALUE "AUDIT-ARCHIVE SYSPARM".
           05 FILLER PIC X(28) VALUE "MONTH-HEALTH  VAULT-STORE".
           05 FILLER PIC X(28) VALUE "AUDIT-VERIFY  SYSPARM".
           05 FILLER PIC X(28) VALUE "AUDIT-VERIFY  VAULT-STORE".
       01 SHARED-CALL-TABLE REDEFINES WS-SHARED-CALL-DATA.
           05 SHARED-CALL OCCURS 18 TIMES.
              10 SC-CALLER    PIC X(14).
              10 SC-CALLEE    PIC X(14).
       01 CALL-I           PIC 99.

      *> Built-in stream for a site with no JOBSTREAM.DAT.
       01 WS-DEF-PROGRAM   PIC X(14).
       01 WS-DEF-ABORT-RC  PIC 99.
       01 WS-DEF-RERUN-PARM PIC X(8).

       01 WS-CMDLINE       PIC X(80).
       01 WS-RERUN-FLAG    PIC X VALUE 'N'.

       COPY RCALLINK.

       COPY ALERTLINK.

       COPY VERLINK.

       PROCEDURE DIVISION.

      *> The nightly sequence in one invocation, read from the job
      *> stream (JOBSTREAM.DAT): each step due tonight is CALLed in
      *> file order under its own command line, with its
      *> RETURN-CODE checked against the row's abort threshold, one
      *> line per step in NIGHTLY.LOG, and completed steps recorded
      *> in NIGHTLY.STA so a restart resumes at the first
      *> incomplete step. A step whose prerequisite did not
      *> complete tonight is logged and passed over. Each step is
      *> CANCELled after it returns, so a program that appears
      *> twice in the stream (a second suite) starts clean. Invoke
      *> with RERUN to continue an interrupted suite from
      *> RUNTESTS.CKP (the row's rerun word is added to the step's
      *> command line for MAINPROGRAM's own parsing; MAINPROGRAM
      *> continues only the suite its run control has in flight and
      *> runs any other suite fresh) and to adopt another night's
      *> unfinished job state.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-DATE
           MOVE WS-JOB-DATE TO WS-NIGHT-DATE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:5) = "RERUN"
               SET WS-RERUN-REQUESTED TO TRUE
           END-IF
           PERFORM OPEN-JOB-LOG
           PERFORM CHECK-RUN-CALENDAR
           PERFORM CHECK-CERTIFIED-BUILD
           PERFORM LOG-JOB-START
           PERFORM LOAD-JOB-STREAM
           PERFORM READ-JOB-STATE
           PERFORM JUDGE-NIGHT-SCHEDULE
           PERFORM VARYING STREAM-I FROM 1 BY 1
                   UNTIL STREAM-I > WS-STREAM-COUNT
                   OR WS-JOB-ABORTED
               PERFORM RUN-STREAM-STEP
           END-PERFORM
           PERFORM LOG-JOB-OUTCOME
           CLOSE JOB-LOG-FILE
           MOVE WS-JOB-RC TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No step runs on a library build whose version stamps have
      *> not been signed off through LIB-CERTIFY: the night is
      *> refused with RC 14 and a CRITICAL alert, cleared again the
      *> first night the build checks out certified.
       CHECK-CERTIFIED-BUILD.
           CALL 'VERSION-CHECK' USING VC-FACT-VERSION VC-CALC-VERSION
               VC-CERT-ID VC-APPROVER VC-STATUS
           MOVE "NIGHTLYJOB" TO AL-SOURCE
           MOVE "UNCERTIFIED BUILD" TO AL-KEY
           SET AL-SEV-CRITICAL TO TRUE
           MOVE SPACES TO AL-MESSAGE
           STRING "BUILD FACTORIAL V" VC-FACT-VERSION
               " CALCULATOR V" VC-CALC-VERSION " NOT CERTIFIED"
               DELIMITED BY SIZE INTO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE SPACES TO AL-CLEAR-BEFORE
           IF VC-CERTIFIED
               CALL 'ALERT-CLEAR' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           ELSE
               IF VC-FILE-ERROR
                   MOVE 16 TO WS-JOB-RC
               ELSE
                   CALL 'ALERT-RAISE' USING AL-SEVERITY AL-SOURCE
                       AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE
                       AL-STATUS
                   MOVE 14 TO WS-JOB-RC
               END-IF
               MOVE "NIGHTLYJOB" TO JL-STEP-NAME
               MOVE WS-JOB-RC TO JL-STEP-RC
               MOVE "BUILD NOT CERTIFIED -- JOB REFUSED" TO JL-NOTE
               PERFORM WRITE-JOB-LOG-LINE
               CLOSE JOB-LOG-FILE
               DISPLAY "NIGHTLYJOB: library build FACTORIAL V"
                   VC-FACT-VERSION " CALCULATOR V" VC-CALC-VERSION
                   " is not certified -- job refused"
               MOVE WS-JOB-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-JOB-START.
           IF WS-RERUN-REQUESTED
               PERFORM LOG-RESTART-POINT
                           TO JL-NOTE
                   NOT AT END
                       MOVE SPACES TO JL-NOTE
                       STRING "JOB RESTART, RUN " CKPT-RUN-ID " "
                           DELIMITED BY SIZE
                           CKPT-WORK-NAME DELIMITED BY SPACE
                           " AT " CKPT-LAST-RECORD
                           DELIMITED BY SIZE INTO JL-NOTE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           PERFORM WRITE-JOB-LOG-LINE.

      *> A row that cannot be run as written refuses the whole
      *> night (RC 12) before any step starts: half a stream is
      *> worse than none, and the log line names the row to fix.
       LOAD-JOB-STREAM.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-MISSING
               PERFORM LOAD-DEFAULT-STREAM
           ELSE
               IF NOT WS-STREAM-STATUS-OK
                   MOVE "JOBSTREAM.DAT" TO EH-FILE-NAME
                   MOVE WS-STREAM-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   CLOSE JOB-LOG-FILE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ JOB-STREAM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-STREAM-ROW
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM VARYING STREAM-I FROM 1 BY 1
                   UNTIL STREAM-I > WS-STREAM-COUNT
                   OR WS-BAD-ROW > 0
               PERFORM VALIDATE-STREAM-ROW
           END-PERFORM
           IF WS-STREAM-TOO-LONG OR WS-BAD-ROW > 0
               MOVE "NIGHTLYJOB" TO JL-STEP-NAME
               MOVE 12 TO JL-STEP-RC
               IF WS-STREAM-TOO-LONG
                   MOVE "JOB STREAM OVER 30 STEPS -- JOB REFUSED"
                       TO JL-NOTE
               ELSE
                   MOVE SPACES TO JL-NOTE
                   STRING "JOB STREAM ROW " WS-BAD-ROW
                       " INVALID -- JOB REFUSED"
                       DELIMITED BY SIZE INTO JL-NOTE
               END-IF
               PERFORM WRITE-JOB-LOG-LINE
               CLOSE JOB-LOG-FILE
               DISPLAY "NIGHTLYJOB: " JL-NOTE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CAPTURE-STREAM-ROW.
           IF WS-STREAM-COUNT < 30
               ADD 1 TO WS-STREAM-COUNT
               MOVE JB-STEP-ID TO ST-STEP-ID(WS-STREAM-COUNT)
               MOVE JB-PROGRAM TO ST-PROGRAM(WS-STREAM-COUNT)
               MOVE JB-FREQUENCY TO ST-FREQUENCY(WS-STREAM-COUNT)
               MOVE JB-FREQ-ARG TO ST-FREQ-ARG(WS-STREAM-COUNT)
               MOVE JB-DEPENDS-ON TO ST-DEPENDS-ON(WS-STREAM-COUNT)
               IF JB-ABORT-RC NUMERIC
                   MOVE JB-ABORT-RC TO ST-ABORT-RC(WS-STREAM-COUNT)
               ELSE
                   MOVE 99 TO ST-ABORT-RC(WS-STREAM-COUNT)
                   IF WS-BAD-ROW = 0
                       MOVE WS-STREAM-COUNT TO WS-BAD-ROW
                   END-IF
               END-IF
               MOVE JB-PARM TO ST-PARM(WS-STREAM-COUNT)
               MOVE JB-RERUN-PARM TO ST-RERUN-PARM(WS-STREAM-COUNT)
               MOVE 'N' TO ST-DONE-FLAG(WS-STREAM-COUNT)
           ELSE
               SET WS-STREAM-TOO-LONG TO TRUE
           END-IF.

      *> A prerequisite must be an earlier row, so the stream can
      *> never wait on a step that has yet to run.
       VALIDATE-STREAM-ROW.
           MOVE 'N' TO WS-ROW-FLAG
           IF ST-STEP-ID(STREAM-I) = SPACES
               OR ST-PROGRAM(STREAM-I) = SPACES
               SET WS-ROW-IS-BAD TO TRUE
           END-IF
           EVALUATE ST-FREQUENCY(STREAM-I)
               WHEN "DAILY"
               WHEN "MONTHEND"
                   CONTINUE
               WHEN "WEEKLY"
                   IF ST-FREQ-ARG(STREAM-I)(1:1) < "1"
                       OR ST-FREQ-ARG(STREAM-I)(1:1) > "7"
                       SET WS-ROW-IS-BAD TO TRUE
                   END-IF
               WHEN "CALENDAR"
                   IF ST-FREQ-ARG(STREAM-I) = SPACES
                       SET WS-ROW-IS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-ROW-IS-BAD TO TRUE
           END-EVALUATE
           MOVE 'N' TO WS-DEP-FOUND-FLAG
           PERFORM VARYING DEP-I FROM 1 BY 1
                   UNTIL DEP-I >= STREAM-I
               IF ST-STEP-ID(DEP-I) = ST-STEP-ID(STREAM-I)
                   SET WS-ROW-IS-BAD TO TRUE
               END-IF
               IF ST-STEP-ID(DEP-I) = ST-DEPENDS-ON(STREAM-I)
                   SET WS-DEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ST-DEPENDS-ON(STREAM-I) NOT = SPACES
               AND NOT WS-DEP-FOUND
               SET WS-ROW-IS-BAD TO TRUE
           END-IF
           IF WS-ROW-IS-BAD
               MOVE STREAM-I TO WS-BAD-ROW
           END-IF.

      *> The night as it ran before the stream file existed: each
      *> step named for its program, every night, in this order.
       LOAD-DEFAULT-STREAM.
           MOVE SPACES TO WS-DEF-RERUN-PARM
           MOVE "FILE-SNAPSHOT" TO WS-DEF-PROGRAM
           MOVE 16 TO WS-DEF-ABORT-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE "MAINPROGRAM" TO WS-DEF-PROGRAM
           MOVE 12 TO WS-DEF-ABORT-RC
           MOVE "RERUN" TO WS-DEF-RERUN-PARM
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEF-RERUN-PARM
           MOVE "RECONCILE-RUN" TO WS-DEF-PROGRAM
           MOVE 16 TO WS-DEF-ABORT-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE "BREAK-CAUSE" TO WS-DEF-PROGRAM
           MOVE 0 TO WS-DEF-ABORT-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE "FACTFIBREPORT" TO WS-DEF-PROGRAM
           MOVE 0 TO WS-DEF-ABORT-RC
           PERFORM ADD-DEFAULT-STEP.

       ADD-DEFAULT-STEP.
           ADD 1 TO WS-STREAM-COUNT
           MOVE WS-DEF-PROGRAM TO ST-STEP-ID(WS-STREAM-COUNT)
           MOVE WS-DEF-PROGRAM TO ST-PROGRAM(WS-STREAM-COUNT)
           MOVE "DAILY" TO ST-FREQUENCY(WS-STREAM-COUNT)
           MOVE SPACES TO ST-FREQ-ARG(WS-STREAM-COUNT)
           MOVE SPACES TO ST-DEPENDS-ON(WS-STREAM-COUNT)
           MOVE WS-DEF-ABORT-RC TO ST-ABORT-RC(WS-STREAM-COUNT)
           MOVE SPACES TO ST-PARM(WS-STREAM-COUNT)
           MOVE WS-DEF-RERUN-PARM TO ST-RERUN-PARM(WS-STREAM-COUNT)
           MOVE 'N' TO ST-DONE-FLAG(WS-STREAM-COUNT).

      *> Weekday and month-end are properties of the night, worked
      *> out once. Month-end is the last day of the month the run
      *> calendar has processing on, so a month that ends on a
      *> weekend or holiday closes on its last working night.
       JUDGE-NIGHT-SCHEDULE.
           MOVE WS-NIGHT-DATE TO WS-NIGHT-NUM
           COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(WS-NIGHT-NUM)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-NIGHT-INT + 6, 7) + 1
           SET WS-NIGHT-IS-MONTH-END TO TRUE
           MOVE WS-NIGHT-DATE TO WS-PROBE-DATE
           PERFORM VARYING WS-AHEAD-I FROM 1 BY 1
                   UNTIL WS-AHEAD-I > 31
                   OR NOT WS-NIGHT-IS-MONTH-END
                   OR WS-PROBE-DATE(1:6) NOT = WS-NIGHT-DATE(1:6)
               COMPUTE WS-PROBE-INT = WS-NIGHT-INT + WS-AHEAD-I
               COMPUTE WS-PROBE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE WS-PROBE-NUM TO WS-PROBE-DATE
               IF WS-PROBE-DATE(1:6) = WS-NIGHT-DATE(1:6)
                   MOVE WS-PROBE-DATE TO RCAL-DATE
                   CALL 'RUNCALENDAR' USING RCAL-DATE RCAL-VERDICT
                       RCAL-STATUS
                   IF RCAL-PROCESSING-DAY
                       MOVE 'N' TO WS-MONTH-END-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       RUN-STREAM-STEP.
           MOVE ST-STEP-ID(STREAM-I) TO JL-STEP-NAME
           IF ST-STEP-DONE(STREAM-I)
               PERFORM LOG-STEP-SKIPPED
           ELSE
               PERFORM JUDGE-STEP-DUE
               IF NOT WS-STEP-IS-DUE
                   MOVE 0 TO JL-STEP-RC
                   MOVE "NOT DUE TONIGHT -- SKIPPED" TO JL-NOTE
                   PERFORM WRITE-JOB-LOG-LINE
               ELSE
                   PERFORM CHECK-STEP-PREREQ
                   IF WS-PREREQ-MET
                       PERFORM EXECUTE-STREAM-STEP
                   ELSE
                       MOVE 0 TO JL-STEP-RC
                       MOVE SPACES TO JL-NOTE
                       STRING "WAITS ON " ST-DEPENDS-ON(STREAM-I)
                           DELIMITED BY SPACE
                           " -- NOT RUN" DELIMITED BY SIZE
                           INTO JL-NOTE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               END-IF
           END-IF.

       JUDGE-STEP-DUE.
           MOVE 'N' TO WS-DUE-FLAG
           EVALUATE ST-FREQUENCY(STREAM-I)
               WHEN "DAILY"
                   SET WS-STEP-IS-DUE TO TRUE
               WHEN "WEEKLY"
                   IF ST-FREQ-ARG(STREAM-I)(1:1) = WS-DAY-OF-WEEK-X
                       SET WS-STEP-IS-DUE TO TRUE
                   END-IF
               WHEN "MONTHEND"
                   IF WS-NIGHT-IS-MONTH-END
                       SET WS-STEP-IS-DUE TO TRUE
                   END-IF
               WHEN "CALENDAR"
                   MOVE WS-NIGHT-DATE TO RCAL-DATE
                   MOVE ST-FREQ-ARG(STREAM-I) TO RCAL-EVENT
                   CALL 'RUNCALENDAR-EVENT' USING RCAL-DATE
                       RCAL-EVENT RCAL-VERDICT RCAL-STATUS
                   IF RCAL-PROCESSING-DAY
                       SET WS-STEP-IS-DUE TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-STEP-PREREQ.
           IF ST-DEPENDS-ON(STREAM-I) = SPACES
               SET WS-PREREQ-MET TO TRUE
           ELSE
               MOVE 'N' TO WS-PREREQ-FLAG
               PERFORM VARYING DEP-I FROM 1 BY 1
                       UNTIL DEP-I >= STREAM-I
                   IF ST-STEP-ID(DEP-I) = ST-DEPENDS-ON(STREAM-I)
                       AND ST-STEP-DONE(DEP-I)
                       SET WS-PREREQ-MET TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> Each step reads its parameters with ACCEPT ... FROM
      *> COMMAND-LINE, exactly as when it is run on its own; the
      *> row's command line is put in place just before the CALL.
      *> A program that cannot be loaded counts as a file-class
      *> failure (RC 16) and goes through the same abort rule.
       EXECUTE-STREAM-STEP.
           PERFORM CAPTURE-STEP-START
           MOVE ST-PARM(STREAM-I) TO WS-STEP-CMDLINE
           IF WS-RERUN-REQUESTED
               AND ST-RERUN-PARM(STREAM-I) NOT = SPACES
               IF ST-PARM(STREAM-I) = SPACES
                   MOVE ST-RERUN-PARM(STREAM-I) TO WS-STEP-CMDLINE
               ELSE
                   MOVE SPACES TO WS-STEP-CMDLINE
                   STRING ST-PARM(STREAM-I) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       ST-RERUN-PARM(STREAM-I) DELIMITED BY SPACE
                       INTO WS-STEP-CMDLINE
               END-IF
           END-IF
           DISPLAY WS-STEP-CMDLINE UPON COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-BEGAN-AT
           MOVE 'N' TO WS-MISSING-PGM-FLAG
           MOVE 0 TO RETURN-CODE
           CALL ST-PROGRAM(STREAM-I)
               ON EXCEPTION
                   SET WS-PROGRAM-MISSING TO TRUE
           END-CALL
           IF WS-PROGRAM-MISSING
               MOVE 16 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL ST-PROGRAM(STREAM-I)
           END-IF
           IF ST-ABORT-RC(STREAM-I) > 0
               AND WS-STEP-RC >= ST-ABORT-RC(STREAM-I)
               SET WS-JOB-ABORTED TO TRUE
               PERFORM DESCRIBE-STEP-ABORT
           ELSE
               PERFORM DESCRIBE-STEP-OUTCOME
           END-IF
           PERFORM RAISE-OR-CLEAR-STEP-ALERTS
           PERFORM RECORD-STEP-RESULT.

       DESCRIBE-STEP-ABORT.
           EVALUATE TRUE
               WHEN WS-PROGRAM-MISSING
                   MOVE "PROGRAM NOT FOUND" TO WS-NOTE-REASON
               WHEN ST-PROGRAM(STREAM-I) = "FILE-SNAPSHOT"
                   MOVE "SNAPSHOT FAILED" TO WS-NOTE-REASON
               WHEN WS-STEP-RC >= 16
                   MOVE "FILE ERROR" TO WS-NOTE-REASON
               WHEN ST-PROGRAM(STREAM-I) = "MAINPROGRAM"
                   AND WS-STEP-RC = 12
                   MOVE "RUN CONTROL REFUSED START" TO WS-NOTE-REASON
               WHEN OTHER
                   MOVE "STEP FAILED" TO WS-NOTE-REASON
           END-EVALUATE
           MOVE SPACES TO JL-NOTE
           STRING WS-NOTE-REASON DELIMITED BY "  "
               " -- JOB ABORTED" DELIMITED BY SIZE
               INTO JL-NOTE.

      *> One alert per step ID while the step keeps aborting the
      *> job, cleared the first night it runs without aborting. A
      *> step that ran and came back below the file-class code also
      *> shows its program's files are readable again, so the FILE
      *> alerts ERRHANDLER raised for that program, and for the
      *> shared subprograms it CALLs, on earlier runs are cleared
      *> too. One seen again during the step is newer than
      *> WS-STEP-BEGAN-AT and stays open.
       RAISE-OR-CLEAR-STEP-ALERTS.
           MOVE "NIGHTLYJOB" TO AL-SOURCE
           MOVE SPACES TO AL-KEY
           STRING "ABORT " ST-STEP-ID(STREAM-I) DELIMITED BY SIZE
               INTO AL-KEY
           SET AL-SEV-CRITICAL TO TRUE
           MOVE WS-STEP-RC TO JL-STEP-RC
           MOVE SPACES TO AL-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
               ST-STEP-ID(STREAM-I) DELIMITED BY SPACE
               " RC=" JL-STEP-RC " " JL-NOTE DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE SPACES TO AL-CLEAR-BEFORE
           IF WS-JOB-ABORTED
               CALL 'ALERT-RAISE' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           ELSE
               CALL 'ALERT-CLEAR' USING AL-SEVERITY AL-SOURCE AL-KEY
                   AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS
           END-IF
           IF NOT WS-PROGRAM-MISSING AND WS-STEP-RC < 16
               MOVE ST-PROGRAM(STREAM-I) TO AL-SOURCE
               MOVE "FILE" TO AL-KEY
               MOVE WS-STEP-BEGAN-AT TO AL-CLEAR-BEFORE
               CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
                   AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE
                   AL-STATUS
               PERFORM VARYING CALL-I FROM 1 BY 1 UNTIL CALL-I > 18
                   IF SC-CALLER(CALL-I) = ST-PROGRAM(STREAM-I)
                       MOVE SC-CALLEE(CALL-I) TO AL-SOURCE
                       MOVE "FILE" TO AL-KEY
                       CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY
                           AL-SOURCE AL-KEY AL-MESSAGE AL-RUN-ID
                           AL-CLEAR-BEFORE AL-STATUS
                   END-IF
               END-PERFORM
           END-IF.

      *> What a RETURN-CODE means is the program's business, so the
      *> log note follows the program, whichever stream it ran in.
      *> RC 8 (case failures) still reconciles and reports --
      *> failures are exactly when the morning needs the full
      *> picture.
       DESCRIBE-STEP-OUTCOME.
           EVALUATE TRUE
               WHEN WS-PROGRAM-MISSING
                   MOVE "PROGRAM NOT FOUND -- CONTINUING" TO JL-NOTE
               WHEN ST-PROGRAM(STREAM-I) = "FILE-SNAPSHOT"
                   MOVE "SNAPSHOT GENERATION CUT" TO JL-NOTE
               WHEN ST-PROGRAM(STREAM-I) = "MAINPROGRAM"
                   PERFORM DESCRIBE-SUITE-OUTCOME
               WHEN ST-PROGRAM(STREAM-I) = "RECONCILE-RUN"
                   IF WS-STEP-RC = 8
                       MOVE "BASELINE BREAKS -- NOT PROMOTED"
                           TO JL-NOTE
                   ELSE
                       MOVE "CLEAN -- BASELINE PROMOTED" TO JL-NOTE
                   END-IF
               WHEN ST-PROGRAM(STREAM-I) = "BREAK-CAUSE"
                   IF WS-STEP-RC = 0
                       MOVE "BREAKS ATTRIBUTED" TO JL-NOTE
                   ELSE
                       MOVE "ATTRIBUTION FAILED -- CONTINUING"
                           TO JL-NOTE
                   END-IF
               WHEN ST-PROGRAM(STREAM-I) = "FACTFIBREPORT"
                   IF WS-STEP-RC = 0
                       MOVE "REPORT WRITTEN" TO JL-NOTE
                   ELSE
                       MOVE "REPORT STEP FAILED" TO JL-NOTE
                   END-IF
               WHEN WS-STEP-RC = 0
                   MOVE "STEP COMPLETE" TO JL-NOTE
               WHEN OTHER
                   MOVE "STEP ENDED NONZERO -- CONTINUING" TO JL-NOTE
           END-EVALUATE.

       DESCRIBE-SUITE-OUTCOME.
           EVALUATE TRUE
               WHEN WS-STEP-RC >= 16
                   MOVE "FILE ERROR -- CONTINUING" TO JL-NOTE
               WHEN WS-STEP-RC = 14
                   MOVE "BUILD NOT CERTIFIED -- CONTINUING" TO JL-NOTE
               WHEN WS-STEP-RC = 12
                   MOVE "RUN CONTROL REFUSED START -- CONTINUING"
                       TO JL-NOTE
               WHEN WS-STEP-RC = 10
                   MOVE "CRITICAL CASE FAILURES -- CONTINUING"
                       TO JL-NOTE
                       TO JL-NOTE
               WHEN OTHER
                   MOVE "ALL CASES PASSED" TO JL-NOTE
           END-EVALUATE.

       RECORD-STEP-RESULT.
           MOVE WS-STEP-RC TO JL-STEP-RC
               PERFORM MARK-STEP-COMPLETE
           END-IF.

      *> A job-state record marked night-done means the last run
      *> finished; the next invocation starts a fresh night. Any
      *> other record is a crashed or aborted night, and the job
      *> resumes at the first incomplete step -- but only the same
      *> night's record, or any night's under an explicit RERUN: a
      *> scheduled Tuesday run must never adopt Monday's
      *> half-finished state and silently skip Tuesday's snapshot
      *> and suite. Done flags are matched to the stream by step
      *> ID, so a stream edited between the crash and the restart
      *> still resumes the steps it has in common.
       READ-JOB-STATE.
           OPEN INPUT JOB-STATE-FILE
           IF WS-STATE-MISSING
           END-IF.

       ADOPT-JOB-STATE.
           IF NS-NIGHT-DONE = 'Y'
               CONTINUE
           ELSE
           IF NS-JOB-DATE NOT = WS-JOB-DATE
                   TO JL-NOTE
               PERFORM WRITE-JOB-LOG-LINE
           ELSE
               IF NS-JOB-DATE NUMERIC
                   MOVE NS-JOB-DATE TO WS-NIGHT-DATE
               END-IF
               IF NS-STEP-COUNT NUMERIC
                   PERFORM VARYING STATE-I FROM 1 BY 1
                           UNTIL STATE-I > NS-STEP-COUNT
                           OR STATE-I > 30
                       IF NS-STEP-DONE(STATE-I) = 'Y'
                           PERFORM ADOPT-ONE-STEP
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-JOB-IS-RESUMING
                   MOVE "NIGHTLYJOB" TO JL-STEP-NAME
                   MOVE 0 TO JL-STEP-RC
                   MOVE "JOB RESUME AT FIRST INCOMPLETE STEP"
           END-IF
           END-IF.

       ADOPT-ONE-STEP.
           PERFORM VARYING STREAM-I FROM 1 BY 1
                   UNTIL STREAM-I > WS-STREAM-COUNT
               IF ST-STEP-ID(STREAM-I) = NS-STEP-ID(STATE-I)
                   SET ST-STEP-DONE(STREAM-I) TO TRUE
                   SET WS-JOB-IS-RESUMING TO TRUE
               END-IF
           END-PERFORM.

       MARK-STEP-COMPLETE.
           SET ST-STEP-DONE(STREAM-I) TO TRUE
           PERFORM WRITE-JOB-STATE.

       WRITE-JOB-STATE.
           OPEN OUTPUT JOB-STATE-FILE
           IF WS-STATE-STATUS-OK
               MOVE SPACES TO JOB-STATE-RECORD
               MOVE WS-NIGHT-DATE TO NS-JOB-DATE
               MOVE WS-NIGHT-DONE-FLAG TO NS-NIGHT-DONE
               MOVE WS-STREAM-COUNT TO NS-STEP-COUNT
               PERFORM VARYING STATE-I FROM 1 BY 1
                       UNTIL STATE-I > WS-STREAM-COUNT
                   MOVE ST-STEP-ID(STATE-I) TO NS-STEP-ID(STATE-I)
                   MOVE ST-DONE-FLAG(STATE-I) TO NS-STEP-DONE(STATE-I)
               END-PERFORM
               WRITE JOB-STATE-RECORD
               CLOSE JOB-STATE-FILE
           ELSE
           END-IF.

       LOG-JOB-OUTCOME.
           IF NOT WS-JOB-ABORTED
               SET WS-NIGHT-IS-DONE TO TRUE
               PERFORM WRITE-JOB-STATE
           END-IF
           MOVE "NIGHTLYJOB" TO JL-STEP-NAME
           MOVE WS-JOB-RC TO JL-STEP-RC
           EVALUATE TRUE
