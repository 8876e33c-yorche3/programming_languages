           SELECT TODAY-FILE ASSIGN TO "RUNTESTS.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODAY-STATUS.
      *> Baseline, break, and outcome files belong to the work file
      *> tonight's run was made from; STREAM-FILES names them.
           SELECT PRIOR-FILE ASSIGN USING SF-BASELINE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
      *> Break disposition file. Every result change found tonight is
      *> old/new values still match is treated as clean, so the
      *> baseline can promote without anyone hand-copying audit
      *> files.
           SELECT BREAK-FILE ASSIGN USING SF-BREAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
      *> One-record outcome summary for the morning status page.
           SELECT STATUS-FILE ASSIGN USING SF-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODAY-FILE.
       01  TODAY-RECORD                   PIC X(122).

       FD  PRIOR-FILE.
       01  PRIOR-RECORD                   PIC X(122).

       FD  BREAK-FILE.
       01  BREAK-RECORD.
           05 BK-NEW-VALUE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 BK-STATUS        PIC X(8).
      *> Probable cause, tagged by BREAK-CAUSE after this step:
      *> EXPECTED, NEW-CASE, FACT-VER, SYSERR, WORKFILE, UNKNOWN.
      *> Spaces until the break has been attributed.
           05 BK-CAUSE         PIC X(8).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
          88 WS-NO-BASELINE      VALUE 'Y'.
       01 WS-PARTIAL-FLAG  PIC X VALUE 'N'.
          88 WS-TODAY-IS-PARTIAL VALUE 'Y'.
      *> A MAINPROGRAM TRIAL run's trailer carries the scope TRIAL;
      *> such a file is neither reconciled nor promoted, whichever
      *> side of the comparison it turns up on.
       01 WS-TODAY-TRIAL-FLAG PIC X VALUE 'N'.
          88 WS-TODAY-IS-TRIAL   VALUE 'Y'.
       01 WS-PRIOR-TRIAL-FLAG PIC X VALUE 'N'.
          88 WS-PRIOR-IS-TRIAL   VALUE 'Y'.
       01 WS-TODAY-EOF     PIC X VALUE 'N'.
          88 WS-TODAY-DONE       VALUE 'Y'.
       01 WS-PRIOR-EOF     PIC X VALUE 'N'.
          05 TT-MAJOR-FAIL    PIC 9(4).
          05 TT-MINOR-FAIL    PIC 9(4).
          05 TT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

       01 PRIOR-DETAIL REDEFINES PRIOR-RECORD.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==PD==.
          05 PT-MAJOR-FAIL    PIC 9(4).
          05 PT-MINOR-FAIL    PIC 9(4).
          05 PT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

       01 WS-PRIOR-PASS-RATE  PIC 999V99 VALUE 0.
      *> Percentage points the pass rate may fall from the prior
      *> run's before it counts as a break; zero makes any drop one.
       01 WS-RATE-DROP-ALLOWED PIC 999V99 VALUE 0.
       01 WS-PRIOR-SEEN       PIC X VALUE 'N'.
          88 WS-PRIOR-TRAILER-SEEN VALUE 'Y'.

       01 WS-ANY-BREAK        PIC X VALUE 'N'.
          88 WS-SOME-BREAK          VALUE 'Y'.

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       COPY STRMLINK.

      *> Dispositions loaded from the prior break file.
       01 WS-DISP-COUNT       PIC 9(4) VALUE 0.
       01 DISP-TABLE-AREA.
          05 DISP-ENTRY OCCURS 500 TIMES INDEXED BY DX.
             10 DX-NEW-VALUE  PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 DX-STATUS     PIC X(8).
             10 DX-CAUSE      PIC X(8).
      *> Y once tonight's run has re-compared this entry's case; an
      *> entry never re-compared (smoke run, missing baseline, case
      *> dropped from the suite's subset) is carried forward into the
             10 DX-SEEN-FLAG  PIC X.
       01 DISP-I              PIC 9(4).

      *> Breaks found tonight, written back to the break file.
       01 WS-FOUND-COUNT      PIC 9(4) VALUE 0.
       01 FOUND-TABLE-AREA.
          05 FOUND-ENTRY OCCURS 500 TIMES.
             10 FX-NEW-VALUE  PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 FX-STATUS     PIC X(8).
             10 FX-CAUSE      PIC X(8).
       01 FOUND-I             PIC 9(4).
       01 WS-DISP-LOOKUP      PIC X(8).
       01 WS-CAUSE-LOOKUP     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           PERFORM CHECK-TODAY-SCOPE
           IF WS-TODAY-IS-TRIAL
               DISPLAY "RECONCILE-RUN: RUNTESTS.AUD.LATEST is a TRIAL "
                   "run -- refusing to reconcile it"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY-WORK-NAME TO SF-WORK-NAME
           CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES
           PERFORM LOAD-DISPOSITIONS
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = "00" AND WS-PRIOR-STATUS NOT =
                   "35"
               MOVE SF-BASELINE-NAME TO EH-FILE-NAME
               MOVE WS-PRIOR-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           ELSE
               PERFORM LOAD-PRIOR-RESULTS
               CLOSE PRIOR-FILE
               IF WS-PRIOR-IS-TRIAL
                   DISPLAY "RECONCILE-RUN: baseline is a TRIAL run "
                       "-- refusing to reconcile against "
                       SF-BASELINE-NAME
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM JUDGE-WORK-FILE-MATCH
               IF WS-WORK-FILES-DIFFER
                   DISPLAY "RECONCILE-RUN: baseline is from work "
               MOVE 0 TO RETURN-CODE
      *> Clean reconciliation (or no baseline to compare against
      *> yet) -- promote today's run to be tomorrow's baseline.
      *> Nothing else ever writes the baseline, so without this
      *> step RECONCILE-RUN's comparison logic never has anything
      *> but a missing baseline to run against. A partial
      *> (selection-driven) run must never become the baseline: its
           END-IF
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the reconcile uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "RECON-RATE-DROP" TO SPM-NAME
           MOVE WS-RATE-DROP-ALLOWED TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RATE-DROP-ALLOWED.

       CALL-ERROR-HANDLER.
           MOVE "RECONCILE-RUN" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
               MOVE PT-PASS-RATE TO WS-PRIOR-PASS-RATE
               MOVE PT-WORK-NAME TO WS-PRIOR-WORK-NAME
               SET WS-PRIOR-TRAILER-SEEN TO TRUE
               IF PT-RUN-SCOPE = "TRIAL"
                   SET WS-PRIOR-IS-TRIAL TO TRUE
               END-IF
           ELSE
               IF WS-PRIOR-COUNT < 500
                   ADD 1 TO WS-PRIOR-COUNT

       LOOK-UP-DISPOSITION.
           MOVE SPACES TO WS-DISP-LOOKUP
           MOVE SPACES TO WS-CAUSE-LOOKUP
           SET DX TO 1
           SEARCH DISP-ENTRY
               AT END
                   AND DX-OLD-VALUE(DX) = PX-ACTUAL(PX)
                   AND DX-NEW-VALUE(DX) = TD-ACTUAL
                   MOVE DX-STATUS(DX) TO WS-DISP-LOOKUP
                   MOVE DX-CAUSE(DX) TO WS-CAUSE-LOOKUP
           END-SEARCH.

       REMEMBER-FOUND-BREAK.
               MOVE PX-ACTUAL(PX) TO FX-OLD-VALUE(WS-FOUND-COUNT)
               MOVE TD-ACTUAL TO FX-NEW-VALUE(WS-FOUND-COUNT)
               MOVE WS-DISP-LOOKUP TO FX-STATUS(WS-FOUND-COUNT)
               MOVE WS-CAUSE-LOOKUP TO FX-CAUSE(WS-FOUND-COUNT)
           END-IF.

       LOAD-DISPOSITIONS.
               MOVE BK-OLD-VALUE TO DX-OLD-VALUE(WS-DISP-COUNT)
               MOVE BK-NEW-VALUE TO DX-NEW-VALUE(WS-DISP-COUNT)
               MOVE BK-STATUS TO DX-STATUS(WS-DISP-COUNT)
               MOVE BK-CAUSE TO DX-CAUSE(WS-DISP-COUNT)
               MOVE 'N' TO DX-SEEN-FLAG(WS-DISP-COUNT)
           END-IF.

                   MOVE FX-OLD-VALUE(FOUND-I) TO BK-OLD-VALUE
                   MOVE FX-NEW-VALUE(FOUND-I) TO BK-NEW-VALUE
                   MOVE FX-STATUS(FOUND-I) TO BK-STATUS
                   MOVE FX-CAUSE(FOUND-I) TO BK-CAUSE
                   WRITE BREAK-RECORD
               END-PERFORM
               PERFORM VARYING DISP-I FROM 1 BY 1
                       MOVE DX-OLD-VALUE(DISP-I) TO BK-OLD-VALUE
                       MOVE DX-NEW-VALUE(DISP-I) TO BK-NEW-VALUE
                       MOVE DX-STATUS(DISP-I) TO BK-STATUS
                       MOVE DX-CAUSE(DISP-I) TO BK-CAUSE
                       WRITE BREAK-RECORD
                   END-IF
               END-PERFORM
               CLOSE BREAK-FILE
               MOVE SF-BREAK-NAME TO VT-REPORT-NAME
               MOVE "RECONCILE-RUN" TO VT-PROGRAM-ID
               CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
                   VT-VAULT-ID VT-STATUS
           END-IF.

      *> Today's scope is read before anything else so that even
                               IF TT-RUN-SCOPE = "PARTIAL"
                                   SET WS-TODAY-IS-PARTIAL TO TRUE
                               END-IF
                               IF TT-RUN-SCOPE = "TRIAL"
                                   SET WS-TODAY-IS-TRIAL TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   "skipped."
           ELSE
           IF WS-PRIOR-TRAILER-SEEN
               IF TT-PASS-RATE + WS-RATE-DROP-ALLOWED
                       < WS-PRIOR-PASS-RATE
                   DISPLAY "RECONCILE BREAK: pass rate dropped from "
                       WS-PRIOR-PASS-RATE " to " TT-PASS-RATE
                   SET WS-SOME-BREAK TO TRUE
