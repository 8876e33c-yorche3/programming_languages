       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The run just made: its trailer says which run, which work
      *> file, and whether it was a full run.
           SELECT TODAY-FILE ASSIGN TO "RUNTESTS.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODAY-STATUS.
           SELECT TIMING-FILE ASSIGN TO "RUNTESTS.TIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
      *> Per-case and per-operation elapsed times of the last few
      *> runs of every work file; rewritten through the hold file
      *> each run, the oldest run of the work file dropping off.
           SELECT HISTORY-FILE ASSIGN TO "TIMING.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HOLD-FILE ASSIGN TO "TIMING.HST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PERF-BREAK-FILE ASSIGN USING SF-PERF-BREAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBK-STATUS.
           SELECT PERF-STATUS-FILE ASSIGN USING SF-PERF-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODAY-FILE.
       01  TODAY-RECORD         PIC X(122).

      *> Mirror of MAINPROGRAM's TIMING-RECORD.
       FD  TIMING-FILE.
       01  TIMING-RECORD.
           05 TM-TEST-ID       PIC X(10).
           05 TM-OPERATION     PIC X(14).
           05 TM-ELAPSED-HH    PIC 9(9).

      *> C rows carry one case's elapsed time; O rows an
      *> operation's total over a full run (test ID spaces).
      *> Elapsed times are in hundredths of a second, as on
      *> RUNTESTS.TIM.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-RUN-ID        PIC 9(6).
           05 TH-RUN-DATE      PIC X(8).
           05 TH-WORK-NAME     PIC X(20).
           05 TH-ROW-TYPE      PIC X.
              88 TH-IS-CASE          VALUE "C".
              88 TH-IS-OPERATION     VALUE "O".
           05 TH-TEST-ID       PIC X(10).
           05 TH-OPERATION     PIC X(14).
           05 TH-ELAPSED-HH    PIC 9(12).

       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(71).

      *> One row per case or operation this run that went over its
      *> rolling median by more than the slow-down factor.
       FD  PERF-BREAK-FILE.
       01  PERF-BREAK-RECORD.
           05 PB-RUN-ID        PIC 9(6).
           05 PB-KIND          PIC X(4).
           05 PB-TEST-ID       PIC X(10).
           05 PB-OPERATION     PIC X(14).
           05 PB-ELAPSED-HH    PIC 9(12).
           05 PB-MEDIAN-HH     PIC 9(12).
      *> This run over the median: 2.50 is two and a half times.
           05 PB-RATIO         PIC 9(3)V99.
           05 PB-SAMPLES       PIC 9(2).

      *> Read by MORNING-STATUS, same shape as RECONCILE.STA's
      *> outcome + count + stamp, with the run it belongs to.
       FD  PERF-STATUS-FILE.
       01  PERF-STATUS-RECORD.
           05 PS-OUTCOME       PIC X(8).
           05 PS-CASE-BREAKS   PIC 9(4).
           05 PS-OPER-BREAKS   PIC 9(4).
           05 PS-RUN-ID        PIC 9(6).
           05 PS-TIMESTAMP     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-STATUS   PIC XX.
          88 WS-TODAY-STATUS-OK     VALUE '00'.
          88 WS-TODAY-MISSING       VALUE '35'.
       01 WS-TIMING-STATUS  PIC XX.
          88 WS-TIMING-STATUS-OK    VALUE '00'.
          88 WS-TIMING-MISSING      VALUE '35'.
       01 WS-HISTORY-STATUS PIC XX.
          88 WS-HISTORY-STATUS-OK   VALUE '00'.
          88 WS-HISTORY-MISSING     VALUE '35'.
       01 WS-HOLD-STATUS    PIC XX.
          88 WS-HOLD-STATUS-OK      VALUE '00'.
       01 WS-PBK-STATUS     PIC XX.
          88 WS-PBK-STATUS-OK       VALUE '00'.
       01 WS-PST-STATUS     PIC XX.
          88 WS-PST-STATUS-OK       VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-CMDLINE        PIC X(80).
       01 WS-CMD-TOKENS.
          05 WS-CMD-TOKEN OCCURS 2 TIMES PIC X(20).
       01 WS-TOKEN-X        PIC 9.
       01 WS-CUR-TOKEN      PIC X(20).

      *> A case or operation total is slow when it runs over its
      *> median by more than FACTOR= times (default 2), and only
      *> once it has MIN-SAMPLES earlier runs to take a median of.
      *> Cases under FLOOR= hundredths (default 10) this run are
      *> never flagged: at clock resolution, doubling is noise.
      *> All four come from SYSPARM.DAT; FACTOR= and FLOOR= on the
      *> command line override the parameter file for one run.
       01 WS-SLOW-FACTOR    PIC 9(3)V99 VALUE 2.
       01 WS-FLOOR-HH       PIC 9(9) VALUE 10.
       01 WS-MIN-SAMPLES    PIC 9(2) VALUE 3.
      *> Earlier runs of a work file the median is taken over; the
      *> history keeps that many and this run.
       01 WS-WINDOW-RUNS    PIC 9(2) VALUE 8.

       01 TODAY-TRAILER.
          05 TT-MARKER        PIC X(10).
          05 TT-RECORD-COUNT  PIC 9(9).
          05 TT-PASS-COUNT    PIC 9(9).
          05 TT-FAIL-COUNT    PIC 9(9).
          05 TT-PASS-RATE     PIC 999V99.
          05 TT-RUN-ID        PIC 9(6).
          05 TT-RUN-SCOPE     PIC X(7).
          05 TT-CRIT-FAIL     PIC 9(4).
          05 TT-MAJOR-FAIL    PIC 9(4).
          05 TT-MINOR-FAIL    PIC 9(4).
          05 TT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).
       01 WS-TRAILER-FLAG   PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN     VALUE 'Y'.
       01 WS-RUN-ID         PIC 9(6) VALUE 0.
       01 WS-WORK-NAME      PIC X(20) VALUE SPACES.
       01 WS-FULL-FLAG      PIC X VALUE 'N'.
          88 WS-RUN-IS-FULL      VALUE 'Y'.
       01 WS-NOW            PIC X(21).

      *> This run's cases (same 500-row sizing as the work file)
      *> and operations, each with the earlier runs' times.
       01 WS-CASE-COUNT     PIC 9(4) VALUE 0.
       01 CASE-TABLE-AREA.
          05 CASE-ENTRY OCCURS 500 TIMES INDEXED BY CX.
             10 CT-TEST-ID    PIC X(10).
             10 CT-OPERATION  PIC X(14).
             10 CT-ELAPSED-HH PIC 9(12).
             10 CT-SAMPLES    PIC 9(2).
             10 CT-SAMPLE-HH  PIC 9(12) OCCURS 8 TIMES.
       01 CASE-I            PIC 9(4).

       01 WS-OPER-COUNT     PIC 9(2) VALUE 0.
       01 OPER-TABLE-AREA.
          05 OPER-ENTRY OCCURS 20 TIMES INDEXED BY OX.
             10 OP-OPERATION  PIC X(14).
             10 OP-ELAPSED-HH PIC 9(12).
             10 OP-SAMPLES    PIC 9(2).
             10 OP-SAMPLE-HH  PIC 9(12) OCCURS 8 TIMES.
       01 OPER-I            PIC 9(2).

      *> The earlier runs of this work file still in the median
      *> window, oldest first.
       01 WS-PRIOR-COUNT    PIC 9(2) VALUE 0.
       01 PRIOR-RUN-AREA.
          05 PRIOR-RUN-ID OCCURS 8 TIMES PIC 9(6).
       01 PRIOR-I           PIC 9(2).
       01 WS-LAST-RUN-SEEN  PIC 9(6).
       01 WS-PRIOR-FLAG     PIC X.
          88 WS-IN-WINDOW        VALUE 'Y'.

      *> Median workspace: the samples sorted ascending.
       01 WS-SORT-COUNT     PIC 9(2).
       01 SORT-AREA.
          05 SORT-HH OCCURS 8 TIMES PIC 9(12).
       01 SORT-I            PIC 9(2).
       01 SORT-J            PIC 9(2).
       01 WS-SORT-HOLD      PIC 9(12).
       01 WS-MIDDLE         PIC 9(2).
       01 WS-MEDIAN-HH      PIC 9(12).
       01 WS-LIMIT-HH       PIC 9(14)V99.
       01 WS-THIS-HH        PIC 9(12).

       01 WS-CASE-BREAKS    PIC 9(4) VALUE 0.
       01 WS-OPER-BREAKS    PIC 9(4) VALUE 0.
       01 WS-JUDGED-COUNT   PIC 9(4) VALUE 0.

       COPY STRMLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Nightly step after MAINPROGRAM (non-aborting): compares
      *> each case's elapsed time on RUNTESTS.TIM, and each
      *> operation's total on a full run, with its median over the
      *> work file's last runs on TIMING.HST, writes whatever went
      *> over by the slow-down factor to the work file's
      *> performance-break file, sets the outcome MORNING-STATUS
      *> reads, and adds tonight to the history. A partial run's
      *> operation totals are neither judged nor kept -- a subset
      *> would drag the medians down. Re-running the step for the
      *> same run replaces that run's history rows. RC 4 when
      *> anything ran slow or there was no completed run to judge.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-LINE
           PERFORM READ-TODAY-TRAILER
           MOVE WS-WORK-NAME TO SF-WORK-NAME
           CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES
           IF NOT WS-TRAILER-SEEN
               DISPLAY "PERF-COMPARE: RUNTESTS.AUD.LATEST has no "
                   "trailer -- no completed run to compare."
               MOVE "NORUN" TO PS-OUTCOME
               PERFORM WRITE-PERF-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TONIGHT-TIMES
           PERFORM FIND-PRIOR-RUNS
           PERFORM GATHER-PRIOR-TIMES
           PERFORM APPEND-TONIGHT-HISTORY
           PERFORM RESTORE-HISTORY-FILE
           OPEN OUTPUT PERF-BREAK-FILE
           IF NOT WS-PBK-STATUS-OK
               MOVE SF-PERF-BREAK-NAME TO EH-FILE-NAME
               MOVE WS-PBK-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               PERFORM JUDGE-ONE-CASE
           END-PERFORM
           IF WS-RUN-IS-FULL
               PERFORM VARYING OPER-I FROM 1 BY 1
                       UNTIL OPER-I > WS-OPER-COUNT
                   PERFORM JUDGE-ONE-OPERATION
               END-PERFORM
           END-IF
           CLOSE PERF-BREAK-FILE
           EVALUATE TRUE
               WHEN WS-CASE-BREAKS + WS-OPER-BREAKS > 0
                   MOVE "SLOWER" TO PS-OUTCOME
               WHEN WS-JUDGED-COUNT = 0
                   MOVE "NOBASE" TO PS-OUTCOME
               WHEN OTHER
                   MOVE "CLEAN" TO PS-OUTCOME
           END-EVALUATE
           PERFORM WRITE-PERF-STATUS
           DISPLAY "PERF-COMPARE: run " WS-RUN-ID ", "
               WS-CASE-COUNT " case(s), " WS-JUDGED-COUNT
               " judged against history; " WS-CASE-BREAKS
               " slow case(s), " WS-OPER-BREAKS
               " slow operation total(s)."
           IF PS-OUTCOME = "SLOWER"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the comparison uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "PERF-SLOW-FACTOR" TO SPM-NAME
           MOVE WS-SLOW-FACTOR TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-SLOW-FACTOR
           MOVE "PERF-FLOOR-HH" TO SPM-NAME
           MOVE WS-FLOOR-HH TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-FLOOR-HH
           MOVE "PERF-MIN-SAMPLES" TO SPM-NAME
           MOVE WS-MIN-SAMPLES TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-MIN-SAMPLES
           MOVE "PERF-WINDOW-RUNS" TO SPM-NAME
           MOVE WS-WINDOW-RUNS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-WINDOW-RUNS.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKENS
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN(1) WS-CMD-TOKEN(2)
           PERFORM VARYING WS-TOKEN-X FROM 1 BY 1
                   UNTIL WS-TOKEN-X > 2
               MOVE WS-CMD-TOKEN(WS-TOKEN-X) TO WS-CUR-TOKEN
               PERFORM PARSE-ONE-TOKEN
           END-PERFORM.

       PARSE-ONE-TOKEN.
           EVALUATE TRUE
               WHEN WS-CUR-TOKEN = SPACES
                   CONTINUE
               WHEN WS-CUR-TOKEN(1:7) = "FACTOR="
                   AND FUNCTION TEST-NUMVAL(WS-CUR-TOKEN(8:13)) = 0
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(8:13)) > 1
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(8:13)) < 1000
                   COMPUTE WS-SLOW-FACTOR =
                       FUNCTION NUMVAL(WS-CUR-TOKEN(8:13))
               WHEN WS-CUR-TOKEN(1:6) = "FLOOR="
                   AND FUNCTION TEST-NUMVAL(WS-CUR-TOKEN(7:14)) = 0
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(7:14)) >= 0
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(7:14)) < 1000000000
                   COMPUTE WS-FLOOR-HH =
                       FUNCTION NUMVAL(WS-CUR-TOKEN(7:14))
               WHEN OTHER
                   DISPLAY "PERF-COMPARE: ignoring parameter "
                       WS-CUR-TOKEN " -- FACTOR= takes a number "
                       "over 1, FLOOR= whole hundredths"
           END-EVALUATE.

       READ-TODAY-TRAILER.
           OPEN INPUT TODAY-FILE
           IF WS-TODAY-MISSING
               CONTINUE
           ELSE
               IF NOT WS-TODAY-STATUS-OK
                   MOVE "RUNTESTS.AUD.LATEST" TO EH-FILE-NAME
                   MOVE WS-TODAY-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TODAY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TODAY-RECORD(1:10) = "TRAILER"
                               MOVE TODAY-RECORD TO TODAY-TRAILER
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE TT-RUN-ID TO WS-RUN-ID
                               MOVE TT-WORK-NAME TO WS-WORK-NAME
                               IF TT-RUN-SCOPE = "PARTIAL"
                                   MOVE 'N' TO WS-FULL-FLAG
                               ELSE
                                   SET WS-RUN-IS-FULL TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TODAY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       LOAD-TONIGHT-TIMES.
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-MISSING
               CONTINUE
           ELSE
               IF NOT WS-TIMING-STATUS-OK
                   MOVE "RUNTESTS.TIM" TO EH-FILE-NAME
                   MOVE WS-TIMING-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TIMING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-TONIGHT-TIME
                   END-READ
               END-PERFORM
               CLOSE TIMING-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       CAPTURE-TONIGHT-TIME.
           IF WS-CASE-COUNT < 500
               ADD 1 TO WS-CASE-COUNT
               MOVE TM-TEST-ID TO CT-TEST-ID(WS-CASE-COUNT)
               MOVE TM-OPERATION TO CT-OPERATION(WS-CASE-COUNT)
               MOVE TM-ELAPSED-HH TO CT-ELAPSED-HH(WS-CASE-COUNT)
               MOVE 0 TO CT-SAMPLES(WS-CASE-COUNT)
           END-IF
           SET OX TO 1
           SEARCH OPER-ENTRY
               AT END
                   CONTINUE
               WHEN OX > WS-OPER-COUNT
                   ADD 1 TO WS-OPER-COUNT
                   MOVE TM-OPERATION TO OP-OPERATION(WS-OPER-COUNT)
                   MOVE TM-ELAPSED-HH TO OP-ELAPSED-HH(WS-OPER-COUNT)
                   MOVE 0 TO OP-SAMPLES(WS-OPER-COUNT)
               WHEN OP-OPERATION(OX) = TM-OPERATION
                   ADD TM-ELAPSED-HH TO OP-ELAPSED-HH(OX)
           END-SEARCH.

      *> First pass over the history: the last WS-WINDOW-RUNS runs
      *> of this work file before tonight, oldest first. Each run's
      *> rows sit together, in run order, because every run is
      *> added at the end.
       FIND-PRIOR-RUNS.
           MOVE 0 TO WS-LAST-RUN-SEEN
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-MISSING
               CONTINUE
           ELSE
               IF NOT WS-HISTORY-STATUS-OK
                   MOVE "TIMING.HST" TO EH-FILE-NAME
                   MOVE WS-HISTORY-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TH-WORK-NAME = WS-WORK-NAME
                               AND TH-RUN-ID NOT = WS-RUN-ID
                               AND TH-RUN-ID NOT = WS-LAST-RUN-SEEN
                               PERFORM NOTE-PRIOR-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       NOTE-PRIOR-RUN.
           MOVE TH-RUN-ID TO WS-LAST-RUN-SEEN
           IF WS-PRIOR-COUNT < WS-WINDOW-RUNS
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               PERFORM VARYING PRIOR-I FROM 1 BY 1
                       UNTIL PRIOR-I >= WS-PRIOR-COUNT
                   MOVE PRIOR-RUN-ID(PRIOR-I + 1)
                       TO PRIOR-RUN-ID(PRIOR-I)
               END-PERFORM
           END-IF
           MOVE TH-RUN-ID TO PRIOR-RUN-ID(WS-PRIOR-COUNT).

      *> Second pass: rows of the window's runs feed the medians;
      *> they are also all of this work file's history that goes to
      *> the hold file, so the oldest run drops off as tonight is
      *> added. Other work files' rows pass straight through;
      *> tonight's own earlier rows (a rerun of the step) are
      *> dropped for the fresh ones.
       GATHER-PRIOR-TIMES.
           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HOLD-STATUS-OK
               MOVE "TIMING.HST.TMP" TO EH-FILE-NAME
               MOVE WS-HOLD-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SORT-OUT-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       SORT-OUT-HISTORY-ROW.
           IF TH-WORK-NAME NOT = WS-WORK-NAME
               MOVE HISTORY-RECORD TO HOLD-RECORD
               WRITE HOLD-RECORD
           ELSE
               IF TH-RUN-ID NOT = WS-RUN-ID
                   MOVE 'N' TO WS-PRIOR-FLAG
                   PERFORM VARYING PRIOR-I FROM 1 BY 1
                           UNTIL PRIOR-I > WS-PRIOR-COUNT
                       IF PRIOR-RUN-ID(PRIOR-I) = TH-RUN-ID
                           SET WS-IN-WINDOW TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-IN-WINDOW
                       PERFORM ADD-PRIOR-SAMPLE
                       MOVE HISTORY-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
                   END-IF
               END-IF
           END-IF.

       ADD-PRIOR-SAMPLE.
           IF TH-IS-CASE
               SET CX TO 1
               SEARCH CASE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CX > WS-CASE-COUNT
                       CONTINUE
                   WHEN CT-TEST-ID(CX) = TH-TEST-ID
                       AND CT-OPERATION(CX) = TH-OPERATION
                       IF CT-SAMPLES(CX) < 8
                           ADD 1 TO CT-SAMPLES(CX)
                           MOVE TH-ELAPSED-HH
                               TO CT-SAMPLE-HH(CX, CT-SAMPLES(CX))
                       END-IF
               END-SEARCH
           ELSE
               SET OX TO 1
               SEARCH OPER-ENTRY
                   AT END
                       CONTINUE
                   WHEN OX > WS-OPER-COUNT
                       CONTINUE
                   WHEN OP-OPERATION(OX) = TH-OPERATION
                       IF OP-SAMPLES(OX) < 8
                           ADD 1 TO OP-SAMPLES(OX)
                           MOVE TH-ELAPSED-HH
                               TO OP-SAMPLE-HH(OX, OP-SAMPLES(OX))
                       END-IF
               END-SEARCH
           END-IF.

       APPEND-TONIGHT-HISTORY.
           MOVE WS-RUN-ID TO TH-RUN-ID
           MOVE WS-NOW(1:8) TO TH-RUN-DATE
           MOVE WS-WORK-NAME TO TH-WORK-NAME
           SET TH-IS-CASE TO TRUE
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               MOVE CT-TEST-ID(CASE-I) TO TH-TEST-ID
               MOVE CT-OPERATION(CASE-I) TO TH-OPERATION
               MOVE CT-ELAPSED-HH(CASE-I) TO TH-ELAPSED-HH
               MOVE HISTORY-RECORD TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM
           IF WS-RUN-IS-FULL
               SET TH-IS-OPERATION TO TRUE
               MOVE SPACES TO TH-TEST-ID
               PERFORM VARYING OPER-I FROM 1 BY 1
                       UNTIL OPER-I > WS-OPER-COUNT
                   MOVE OP-OPERATION(OPER-I) TO TH-OPERATION
                   MOVE OP-ELAPSED-HH(OPER-I) TO TH-ELAPSED-HH
                   MOVE HISTORY-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
               END-PERFORM
           END-IF
           CLOSE HOLD-FILE.

       RESTORE-HISTORY-FILE.
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT HISTORY-FILE
           IF NOT WS-HISTORY-STATUS-OK
               MOVE "TIMING.HST" TO EH-FILE-NAME
               MOVE WS-HISTORY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-RECORD TO HISTORY-RECORD
                       WRITE HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       JUDGE-ONE-CASE.
           IF CT-SAMPLES(CASE-I) >= WS-MIN-SAMPLES
               ADD 1 TO WS-JUDGED-COUNT
               MOVE CT-SAMPLES(CASE-I) TO WS-SORT-COUNT
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > WS-SORT-COUNT
                   MOVE CT-SAMPLE-HH(CASE-I, SORT-I) TO SORT-HH(SORT-I)
               END-PERFORM
               PERFORM TAKE-MEDIAN
               MOVE CT-ELAPSED-HH(CASE-I) TO WS-THIS-HH
               COMPUTE WS-LIMIT-HH = WS-MEDIAN-HH * WS-SLOW-FACTOR
               IF WS-THIS-HH > WS-LIMIT-HH
                   AND WS-THIS-HH >= WS-FLOOR-HH
                   ADD 1 TO WS-CASE-BREAKS
                   MOVE "CASE" TO PB-KIND
                   MOVE CT-TEST-ID(CASE-I) TO PB-TEST-ID
                   MOVE CT-OPERATION(CASE-I) TO PB-OPERATION
                   PERFORM WRITE-PERF-BREAK
               END-IF
           END-IF.

      *> Operation totals have no floor: a whole operation running
      *> past twice its usual total is worth a look at any size.
       JUDGE-ONE-OPERATION.
           IF OP-SAMPLES(OPER-I) >= WS-MIN-SAMPLES
               MOVE OP-SAMPLES(OPER-I) TO WS-SORT-COUNT
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > WS-SORT-COUNT
                   MOVE OP-SAMPLE-HH(OPER-I, SORT-I) TO SORT-HH(SORT-I)
               END-PERFORM
               PERFORM TAKE-MEDIAN
               MOVE OP-ELAPSED-HH(OPER-I) TO WS-THIS-HH
               COMPUTE WS-LIMIT-HH = WS-MEDIAN-HH * WS-SLOW-FACTOR
               IF WS-THIS-HH > WS-LIMIT-HH
                   AND WS-THIS-HH >= WS-FLOOR-HH
                   ADD 1 TO WS-OPER-BREAKS
                   MOVE "OPER" TO PB-KIND
                   MOVE SPACES TO PB-TEST-ID
                   MOVE OP-OPERATION(OPER-I) TO PB-OPERATION
                   PERFORM WRITE-PERF-BREAK
               END-IF
           END-IF.

      *> Insertion sort of at most eight samples; an even count
      *> takes the mean of the middle two, rounded.
       TAKE-MEDIAN.
           PERFORM VARYING SORT-I FROM 2 BY 1
                   UNTIL SORT-I > WS-SORT-COUNT
               MOVE SORT-HH(SORT-I) TO WS-SORT-HOLD
               MOVE SORT-I TO SORT-J
               PERFORM UNTIL SORT-J < 2
                       OR SORT-HH(SORT-J - 1) <= WS-SORT-HOLD
                   MOVE SORT-HH(SORT-J - 1) TO SORT-HH(SORT-J)
                   SUBTRACT 1 FROM SORT-J
               END-PERFORM
               MOVE WS-SORT-HOLD TO SORT-HH(SORT-J)
           END-PERFORM
           COMPUTE WS-MIDDLE = (WS-SORT-COUNT + 1) / 2
           IF FUNCTION MOD(WS-SORT-COUNT, 2) = 1
               MOVE SORT-HH(WS-MIDDLE) TO WS-MEDIAN-HH
           ELSE
               COMPUTE WS-MEDIAN-HH ROUNDED =
                   (SORT-HH(WS-MIDDLE) + SORT-HH(WS-MIDDLE + 1)) / 2
           END-IF.

       WRITE-PERF-BREAK.
           MOVE WS-RUN-ID TO PB-RUN-ID
           MOVE WS-THIS-HH TO PB-ELAPSED-HH
           MOVE WS-MEDIAN-HH TO PB-MEDIAN-HH
           MOVE WS-SORT-COUNT TO PB-SAMPLES
           IF WS-MEDIAN-HH = 0
               OR WS-THIS-HH / WS-MEDIAN-HH > 999.99
               MOVE 999.99 TO PB-RATIO
           ELSE
               COMPUTE PB-RATIO ROUNDED = WS-THIS-HH / WS-MEDIAN-HH
           END-IF
           WRITE PERF-BREAK-RECORD
           DISPLAY "PERF-COMPARE: " PB-KIND " " PB-TEST-ID " "
               PB-OPERATION " took " PB-ELAPSED-HH
               " hundredths, median " PB-MEDIAN-HH.

       WRITE-PERF-STATUS.
           OPEN OUTPUT PERF-STATUS-FILE
           IF WS-PST-STATUS-OK
               MOVE WS-CASE-BREAKS TO PS-CASE-BREAKS
               MOVE WS-OPER-BREAKS TO PS-OPER-BREAKS
               MOVE WS-RUN-ID TO PS-RUN-ID
               MOVE WS-NOW TO PS-TIMESTAMP
               WRITE PERF-STATUS-RECORD
               CLOSE PERF-STATUS-FILE
           ELSE
               MOVE SF-PERF-STATUS-NAME TO EH-FILE-NAME
               MOVE WS-PST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "PERF-COMPARE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
