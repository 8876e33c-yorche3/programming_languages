       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK-CAUSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Break, baseline, outcome, and stamp files all belong to the
      *> work file tonight's run was made from; STREAM-FILES names
      *> them, exactly as it does for RECONCILE-RUN.
           SELECT BREAK-FILE ASSIGN USING SF-BREAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
           SELECT TODAY-FILE ASSIGN TO "RUNTESTS.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODAY-STATUS.
           SELECT PRIOR-FILE ASSIGN USING SF-BASELINE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT RECON-STATUS-FILE ASSIGN USING SF-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "SYSERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
      *> Read only for the version stamp row (key 9999) FACTORIAL
      *> and FACTCACHE-MGR keep there.
           SELECT FACT-CACHE-FILE ASSIGN TO "FACTCACHE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-N
               FILE STATUS IS WS-CACHE-STATUS.
      *> The FACTORIAL logic version in force when the current
      *> baseline was promoted. Rewritten by this step every night
      *> RECONCILE-RUN promotes, so a later break can be laid
      *> against a cache rebuilt by different arithmetic.
           SELECT STAMP-FILE ASSIGN USING SF-STAMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Must stay in step with RECONCILE-RUN's BREAK-RECORD.
       FD  BREAK-FILE.
       01  BREAK-RECORD.
           05 BK-TEST-ID       PIC X(10).
           05 BK-OLD-VALUE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 BK-NEW-VALUE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 BK-STATUS        PIC X(8).
           05 BK-CAUSE         PIC X(8).

       FD  TODAY-FILE.
       01  TODAY-RECORD                   PIC X(122).

       FD  PRIOR-FILE.
       01  PRIOR-RECORD                   PIC X(122).

      *> Must stay in step with RECONCILE-RUN's STATUS-RECORD.
       FD  RECON-STATUS-FILE.
       01  RECON-STATUS-RECORD.
           05 RO-OUTCOME       PIC X(8).
           05 RO-BREAK-COUNT   PIC 9(4).
           05 RO-TIMESTAMP     PIC X(21).

      *> Must stay in step with ERRHANDLER's ERROR-LOG-RECORD.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           05 EL-TIMESTAMP     PIC X(21).
           05 EL-PROGRAM-ID    PIC X(18).
           05 EL-FILE-NAME     PIC X(20).
           05 EL-OPERATION     PIC X(8).
           05 EL-FILE-STATUS   PIC XX.

       FD  FACT-CACHE-FILE.
       01  FACT-CACHE-RECORD.
           05 FC-N        PIC 9(4).
           05 FC-RESULT   PIC 9(20) COMP-3.

       FD  STAMP-FILE.
       01  STAMP-RECORD.
           05 BS-RUN-ID        PIC 9(6).
           05 BS-FACT-VERSION  PIC 9(4).
           05 BS-TIMESTAMP     PIC X(21).

       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       WORKING-STORAGE SECTION.
       01 WS-BREAK-STATUS  PIC XX.
          88 WS-BREAK-STATUS-OK    VALUE '00'.
          88 WS-BREAK-FILE-MISSING VALUE '35'.
       01 WS-TODAY-STATUS  PIC XX.
          88 WS-TODAY-STATUS-OK    VALUE '00'.
          88 WS-TODAY-MISSING      VALUE '35'.
       01 WS-PRIOR-STATUS  PIC XX.
          88 WS-PRIOR-STATUS-OK    VALUE '00'.
          88 WS-PRIOR-MISSING      VALUE '35'.
       01 WS-RECON-STATUS  PIC XX.
          88 WS-RECON-STATUS-OK    VALUE '00'.
       01 WS-ERRLOG-STATUS PIC XX.
          88 WS-ERRLOG-STATUS-OK   VALUE '00'.
       01 WS-CACHE-STATUS  PIC XX.
          88 WS-CACHE-OK           VALUE '00'.
       01 WS-STAMP-STATUS  PIC XX.
          88 WS-STAMP-STATUS-OK    VALUE '00'.
       01 WS-RDB-STATUS    PIC XX.
          88 WS-RDB-OK             VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 TODAY-DETAIL REDEFINES TODAY-RECORD.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==TD==.
       01 TODAY-TRAILER REDEFINES TODAY-RECORD.
          05 TT-MARKER        PIC X(10).
          05 FILLER           PIC X(32).
          05 TT-RUN-ID        PIC 9(6).
          05 TT-RUN-SCOPE     PIC X(7).
          05 FILLER           PIC X(12).
          05 TT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

       01 PRIOR-DETAIL REDEFINES PRIOR-RECORD.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==PD==.
       01 PRIOR-TRAILER REDEFINES PRIOR-RECORD.
          05 PT-MARKER        PIC X(10).
          05 FILLER           PIC X(32).
          05 PT-RUN-ID        PIC 9(6).
          05 PT-RUN-SCOPE     PIC X(7).
          05 FILLER           PIC X(12).
          05 PT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

      *> Trailer view of a results-database row, for finding the
      *> runs that fell between the baseline and tonight.
       01 DB-TRAILER.
          05 DT-MARKER        PIC X(10).
          05 FILLER           PIC X(32).
          05 DT-RUN-ID        PIC 9(6).
          05 DT-RUN-SCOPE     PIC X(7).
          05 FILLER           PIC X(12).
          05 DT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).

      *> The two sides of the comparison RECONCILE-RUN made, with
      *> the expected value and operation each case ran under. Same
      *> 500-row sizing convention as RECONCILE-RUN.
       01 WS-PRIOR-COUNT      PIC 9(4) VALUE 0.
       01 PRIOR-TABLE-AREA.
          05 PRIOR-ENTRY OCCURS 500 TIMES INDEXED BY PX.
             10 PX-TEST-ID    PIC X(10).
             10 PX-OPERATION  PIC X(14).
             10 PX-EXPECTED   PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 PX-ACTUAL     PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-TODAY-COUNT      PIC 9(4) VALUE 0.
       01 TODAY-TABLE-AREA.
          05 TODAY-ENTRY OCCURS 500 TIMES INDEXED BY TX.
             10 TX-TEST-ID    PIC X(10).
             10 TX-OPERATION  PIC X(14).
             10 TX-EXPECTED   PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 TX-ACTUAL     PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.

       01 WS-PRIOR-RUN-ID     PIC 9(6) VALUE 0.
       01 WS-TODAY-RUN-ID     PIC 9(6) VALUE 0.
       01 WS-PRIOR-WORK-NAME  PIC X(20) VALUE SPACES.
       01 WS-TODAY-WORK-NAME  PIC X(20) VALUE SPACES.

      *> Tonight's run window, first to last detail row, in the
      *> YYYYMMDDHHMMSSCC leading part of CURRENT-DATE that both the
      *> audit trail and SYSERR.LOG stamp.
       01 WS-WINDOW-FROM      PIC X(16) VALUE HIGH-VALUES.
       01 WS-WINDOW-TO        PIC X(16) VALUE LOW-VALUES.
       01 WS-WINDOW-ERRORS    PIC 9(4) VALUE 0.

       01 WS-CURRENT-VERSION  PIC 9(4) VALUE 0.
       01 WS-VERSION-FLAG     PIC X VALUE 'N'.
          88 WS-VERSION-KNOWN       VALUE 'Y'.
       01 WS-FACT-FLAG        PIC X VALUE 'N'.
          88 WS-FACT-VERSION-CHANGED VALUE 'Y'.

      *> Full runs of the same work file between the baseline run
      *> and tonight's. A case with no row in any of them was held,
      *> retired, or out of its effective window and has come back.
       01 WS-GAP-RUN-COUNT    PIC 9(4) VALUE 0.
       01 GAP-RUN-TABLE-AREA.
          05 GAP-RUN-ID OCCURS 500 TIMES PIC 9(6).
       01 GAP-I               PIC 9(4).
       01 WS-RDB-FLAG         PIC X VALUE 'N'.
          88 WS-RDB-AVAILABLE       VALUE 'Y'.
       01 WS-REACTIVATED-FLAG PIC X.
          88 WS-CASE-REACTIVATED    VALUE 'Y'.

      *> Operations whose answer can come out of FACTCACHE.DAT;
      *> only their breaks are laid against a logic-version change.
       01 WS-CASE-OPERATION   PIC X(14).
          88 WS-USES-FACT-CACHE     VALUE "FACTORIAL"
                                          "COMBINATIONS"
                                          "PERMUTATIONS".

       01 WS-BREAK-COUNT   PIC 9(4) VALUE 0.
       01 BREAK-TABLE-AREA.
          05 BREAK-ENTRY OCCURS 500 TIMES.
             10 BX-TEST-ID    PIC X(10).
             10 BX-OLD-VALUE  PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 BX-NEW-VALUE  PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 BX-STATUS     PIC X(8).
             10 BX-CAUSE      PIC X(8).
       01 BREAK-I          PIC 9(4).
       01 WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.

       01 WS-ATTRIBUTED    PIC 9(4) VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-CASE-COUNT PIC 9(4) VALUE 0.
       01 WS-FACT-VER-COUNT PIC 9(4) VALUE 0.
       01 WS-SYSERR-COUNT  PIC 9(4) VALUE 0.
       01 WS-WORKFILE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.

       COPY ERRLINK.

       COPY STRMLINK.

       PROCEDURE DIVISION.

      *> Runs straight after RECONCILE-RUN. Every break whose old and
      *> new values are tonight's comparison (baseline row against
      *> tonight's row) gets the first probable cause that fits, in
      *> this order:
      *>   EXPECTED  the case's expected value differs between the
      *>             baseline row and tonight's -- WR-EXPECTED was
      *>             edited since the baseline run
      *>   NEW-CASE  the test ID now runs a different operation (a
      *>             new case on a reused ID), or the case sat out
      *>             a full run since the baseline (reactivated)
      *>   FACT-VER  a FACTORIAL, COMBINATIONS, or PERMUTATIONS
      *>             case, and FACTCACHE.DAT's logic version stamp
      *>             is not the one the baseline ran under
      *>   SYSERR    SYSERR.LOG took a file error inside tonight's
      *>             run window
      *>   WORKFILE  the baseline and tonight ran under different
      *>             work file names
      *>   UNKNOWN   none of the above
      *> Breaks carried forward from earlier nights keep the cause
      *> they were given then. BREAK-REVIEW shows the cause.
       MAIN-LOGIC.
           PERFORM NAME-STREAM-FILES
           PERFORM READ-FACT-VERSION
           PERFORM RECORD-PROMOTED-STAMP
           PERFORM LOAD-BREAK-FILE
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "BREAK-CAUSE: " WS-OVERFLOW-COUNT
                   " break(s) past the 500-row table -- attribution "
                   "skipped so no row is lost"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BREAK-COUNT = 0
               DISPLAY "BREAK-CAUSE: no breaks on file."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PRIOR-RESULTS
           PERFORM LOAD-TODAY-RESULTS
           IF WS-PRIOR-COUNT = 0 OR WS-TODAY-COUNT = 0
               DISPLAY "BREAK-CAUSE: no baseline/tonight pair to "
                   "attribute against -- causes left as they were."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-FACT-STAMP
           PERFORM COUNT-WINDOW-ERRORS
           PERFORM LOAD-GAP-RUNS
           PERFORM VARYING BREAK-I FROM 1 BY 1
                   UNTIL BREAK-I > WS-BREAK-COUNT
               PERFORM ATTRIBUTE-ONE-BREAK
           END-PERFORM
           IF WS-RDB-AVAILABLE
               CLOSE RESULTS-DB-FILE
           END-IF
           PERFORM REWRITE-BREAK-FILE
           DISPLAY "BREAK-CAUSE: " WS-ATTRIBUTED " attributed -- "
               WS-EXPECTED-COUNT " EXPECTED, "
               WS-NEW-CASE-COUNT " NEW-CASE, "
               WS-FACT-VER-COUNT " FACT-VER, "
               WS-SYSERR-COUNT " SYSERR, "
               WS-WORKFILE-COUNT " WORKFILE, "
               WS-UNKNOWN-COUNT " UNKNOWN"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CALL-ERROR-HANDLER.
           MOVE "BREAK-CAUSE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

      *> Only tonight's trailer is wanted here; LOAD-TODAY-RESULTS
      *> reads the run properly once the break file is in hand.
       NAME-STREAM-FILES.
           OPEN INPUT TODAY-FILE
           IF WS-TODAY-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ TODAY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TT-MARKER = "TRAILER"
                               MOVE TT-WORK-NAME TO SF-WORK-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TODAY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES.

      *> No cache file, an unreadable one, or no stamp row in it
      *> leaves the version unknown -- never a change.
       READ-FACT-VERSION.
           OPEN INPUT FACT-CACHE-FILE
           IF WS-CACHE-OK
               MOVE 9999 TO FC-N
               READ FACT-CACHE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FC-RESULT TO WS-CURRENT-VERSION
                       SET WS-VERSION-KNOWN TO TRUE
               END-READ
               CLOSE FACT-CACHE-FILE
           END-IF.

      *> A CLEAN or NOBASE outcome means RECONCILE-RUN has just made
      *> tonight's run the baseline; note the logic version it ran
      *> under.
       RECORD-PROMOTED-STAMP.
           OPEN INPUT RECON-STATUS-FILE
           IF WS-RECON-STATUS-OK
               READ RECON-STATUS-FILE
                   AT END
                       MOVE SPACES TO RO-OUTCOME
               END-READ
               CLOSE RECON-STATUS-FILE
               IF (RO-OUTCOME = "CLEAN" OR RO-OUTCOME = "NOBASE")
                   AND WS-VERSION-KNOWN
                   PERFORM READ-PRIOR-TRAILER
                   PERFORM WRITE-STAMP-FILE
               END-IF
           END-IF.

       READ-PRIOR-TRAILER.
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ PRIOR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PT-MARKER = "TRAILER"
                               MOVE PT-RUN-ID TO WS-PRIOR-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-STAMP-FILE.
           OPEN OUTPUT STAMP-FILE
           IF WS-STAMP-STATUS-OK
               MOVE WS-PRIOR-RUN-ID TO BS-RUN-ID
               MOVE WS-CURRENT-VERSION TO BS-FACT-VERSION
               MOVE FUNCTION CURRENT-DATE TO BS-TIMESTAMP
               WRITE STAMP-RECORD
               CLOSE STAMP-FILE
           ELSE
               MOVE SF-STAMP-NAME TO EH-FILE-NAME
               MOVE WS-STAMP-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
           END-IF.

       LOAD-BREAK-FILE.
           OPEN INPUT BREAK-FILE
           IF WS-BREAK-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ BREAK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-BREAK
                   END-READ
               END-PERFORM
               CLOSE BREAK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-BREAK.
           IF WS-BREAK-COUNT < 500
               ADD 1 TO WS-BREAK-COUNT
               MOVE BK-TEST-ID TO BX-TEST-ID(WS-BREAK-COUNT)
               MOVE BK-OLD-VALUE TO BX-OLD-VALUE(WS-BREAK-COUNT)
               MOVE BK-NEW-VALUE TO BX-NEW-VALUE(WS-BREAK-COUNT)
               MOVE BK-STATUS TO BX-STATUS(WS-BREAK-COUNT)
               MOVE BK-CAUSE TO BX-CAUSE(WS-BREAK-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       LOAD-PRIOR-RESULTS.
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-MISSING
               CONTINUE
           ELSE
           IF NOT WS-PRIOR-STATUS-OK
               MOVE SF-BASELINE-NAME TO EH-FILE-NAME
               MOVE WS-PRIOR-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PRIOR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-PRIOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FILE
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN PT-MARKER = "SUBTOTAL"
                   CONTINUE
               WHEN PT-MARKER = "TRAILER"
                   MOVE PT-RUN-ID TO WS-PRIOR-RUN-ID
                   MOVE PT-WORK-NAME TO WS-PRIOR-WORK-NAME
               WHEN WS-PRIOR-COUNT < 500
                   ADD 1 TO WS-PRIOR-COUNT
                   MOVE PD-TEST-ID TO PX-TEST-ID(WS-PRIOR-COUNT)
                   MOVE PD-OPERATION TO PX-OPERATION(WS-PRIOR-COUNT)
                   MOVE PD-EXPECTED TO PX-EXPECTED(WS-PRIOR-COUNT)
                   MOVE PD-ACTUAL TO PX-ACTUAL(WS-PRIOR-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-TODAY-RESULTS.
           OPEN INPUT TODAY-FILE
           IF WS-TODAY-MISSING
               CONTINUE
           ELSE
           IF NOT WS-TODAY-STATUS-OK
               MOVE "RUNTESTS.AUD.LATEST" TO EH-FILE-NAME
               MOVE WS-TODAY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TODAY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-TODAY-RECORD
                   END-READ
               END-PERFORM
               CLOSE TODAY-FILE
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-TODAY-RECORD.
           EVALUATE TRUE
               WHEN TT-MARKER = "SUBTOTAL"
                   CONTINUE
               WHEN TT-MARKER = "TRAILER"
                   MOVE TT-RUN-ID TO WS-TODAY-RUN-ID
                   MOVE TT-WORK-NAME TO WS-TODAY-WORK-NAME
               WHEN OTHER
                   IF TD-TIMESTAMP(1:16) < WS-WINDOW-FROM
                       MOVE TD-TIMESTAMP(1:16) TO WS-WINDOW-FROM
                   END-IF
                   IF TD-TIMESTAMP(1:16) > WS-WINDOW-TO
                       MOVE TD-TIMESTAMP(1:16) TO WS-WINDOW-TO
                   END-IF
                   IF WS-TODAY-COUNT < 500
                       ADD 1 TO WS-TODAY-COUNT
                       MOVE TD-TEST-ID TO TX-TEST-ID(WS-TODAY-COUNT)
                       MOVE TD-OPERATION
                           TO TX-OPERATION(WS-TODAY-COUNT)
                       MOVE TD-EXPECTED
                           TO TX-EXPECTED(WS-TODAY-COUNT)
                       MOVE TD-ACTUAL TO TX-ACTUAL(WS-TODAY-COUNT)
                   END-IF
           END-EVALUATE.

      *> The stamp on file must be the one noted for this very
      *> baseline run; a missing or older note proves nothing either
      *> way, and FACT-VER is simply never chosen.
       CHECK-FACT-STAMP.
           IF NOT WS-VERSION-KNOWN
               DISPLAY "BREAK-CAUSE: FACTCACHE.DAT stamp unreadable "
                   "-- FACT-VER not assessed"
           ELSE
               PERFORM READ-STAMP-FILE
           END-IF.

       READ-STAMP-FILE.
           OPEN INPUT STAMP-FILE
           IF WS-STAMP-STATUS-OK
               READ STAMP-FILE
                   AT END
                       MOVE 0 TO BS-RUN-ID
               END-READ
               CLOSE STAMP-FILE
               IF BS-RUN-ID = WS-PRIOR-RUN-ID
                   IF BS-FACT-VERSION NOT = WS-CURRENT-VERSION
                       SET WS-FACT-VERSION-CHANGED TO TRUE
                       DISPLAY "BREAK-CAUSE: FACTORIAL logic version "
                           "was " BS-FACT-VERSION " at baseline run "
                           BS-RUN-ID ", now " WS-CURRENT-VERSION
                   END-IF
               ELSE
                   DISPLAY "BREAK-CAUSE: no logic-version note for "
                       "baseline run " WS-PRIOR-RUN-ID
                       " -- FACT-VER not assessed"
               END-IF
           ELSE
               DISPLAY "BREAK-CAUSE: no " SF-STAMP-NAME " on file "
                   "-- FACT-VER not assessed"
           END-IF.

       COUNT-WINDOW-ERRORS.
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ ERROR-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EL-TIMESTAMP(1:16) >= WS-WINDOW-FROM
                               AND EL-TIMESTAMP(1:16) <= WS-WINDOW-TO
                               ADD 1 TO WS-WINDOW-ERRORS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> The results database's TRAILER rows name every run since
      *> the baseline. Partial runs and other work files' runs never
      *> carried the whole suite, so a case missing from them was
      *> never away. Without the database, NEW-CASE is judged on the
      *> operation alone.
       LOAD-GAP-RUNS.
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-OK
               SET WS-RDB-AVAILABLE TO TRUE
               MOVE "TRAILER" TO RS-ALT-TEST-ID
               COMPUTE RS-ALT-RUN-ID = WS-PRIOR-RUN-ID + 1
               START RESULTS-DB-FILE KEY >= RS-TEST-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ RESULTS-DB-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-GAP-RUN
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "BREAK-CAUSE: RUNTESTS.RDB not available -- "
                   "reactivated cases not detected"
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-GAP-RUN.
           IF RS-ALT-TEST-ID NOT = "TRAILER"
               OR RS-ALT-RUN-ID NOT < WS-TODAY-RUN-ID
               SET WS-EOF TO TRUE
           ELSE
               MOVE RS-AUDIT-IMAGE TO DB-TRAILER
               IF DT-RUN-SCOPE NOT = "PARTIAL"
                   AND (DT-WORK-NAME = WS-TODAY-WORK-NAME
                        OR DT-WORK-NAME = SPACES
                        OR WS-TODAY-WORK-NAME = SPACES)
                   AND WS-GAP-RUN-COUNT < 500
                   ADD 1 TO WS-GAP-RUN-COUNT
                   MOVE RS-ALT-RUN-ID TO GAP-RUN-ID(WS-GAP-RUN-COUNT)
               END-IF
           END-IF.

      *> Only a break that is tonight's comparison is (re)judged: the
      *> baseline row must hold its old value and tonight's row its
      *> new one.
       ATTRIBUTE-ONE-BREAK.
           SET PX TO 1
           SEARCH PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PX-TEST-ID(PX) = BX-TEST-ID(BREAK-I)
                   AND PX-ACTUAL(PX) = BX-OLD-VALUE(BREAK-I)
                   SET TX TO 1
                   SEARCH TODAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN TX-TEST-ID(TX) = BX-TEST-ID(BREAK-I)
                           AND TX-ACTUAL(TX) = BX-NEW-VALUE(BREAK-I)
                           PERFORM CHOOSE-CAUSE
                   END-SEARCH
           END-SEARCH.

       CHOOSE-CAUSE.
           PERFORM CHECK-CASE-REACTIVATED
           MOVE TX-OPERATION(TX) TO WS-CASE-OPERATION
           EVALUATE TRUE
               WHEN PX-EXPECTED(PX) NOT = TX-EXPECTED(TX)
                   MOVE "EXPECTED" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-EXPECTED-COUNT
               WHEN PX-OPERATION(PX) NOT = TX-OPERATION(TX)
                   OR WS-CASE-REACTIVATED
                   MOVE "NEW-CASE" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-NEW-CASE-COUNT
               WHEN WS-FACT-VERSION-CHANGED AND WS-USES-FACT-CACHE
                   MOVE "FACT-VER" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-FACT-VER-COUNT
               WHEN WS-WINDOW-ERRORS > 0
                   MOVE "SYSERR" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-SYSERR-COUNT
      *> RECONCILE-RUN will not compare two differently named work
      *> files at all, so this is the blank-against-named case it
      *> lets through across the work-file-name cutover.
               WHEN WS-PRIOR-WORK-NAME NOT = WS-TODAY-WORK-NAME
                   MOVE "WORKFILE" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-WORKFILE-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN" TO BX-CAUSE(BREAK-I)
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-EVALUATE
           ADD 1 TO WS-ATTRIBUTED
           DISPLAY "BREAK-CAUSE: " BX-TEST-ID(BREAK-I) " "
               BX-CAUSE(BREAK-I).

       CHECK-CASE-REACTIVATED.
           MOVE 'N' TO WS-REACTIVATED-FLAG
           IF WS-RDB-AVAILABLE
               PERFORM VARYING GAP-I FROM 1 BY 1
                       UNTIL GAP-I > WS-GAP-RUN-COUNT
                       OR WS-CASE-REACTIVATED
                   MOVE GAP-RUN-ID(GAP-I) TO RS-RUN-ID
                   MOVE BX-TEST-ID(BREAK-I) TO RS-TEST-ID
                   READ RESULTS-DB-FILE
                       KEY IS RS-RUN-KEY
                       INVALID KEY
                           SET WS-CASE-REACTIVATED TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       REWRITE-BREAK-FILE.
           OPEN OUTPUT BREAK-FILE
           IF NOT WS-BREAK-STATUS-OK
               MOVE SF-BREAK-NAME TO EH-FILE-NAME
               MOVE WS-BREAK-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM VARYING BREAK-I FROM 1 BY 1
                   UNTIL BREAK-I > WS-BREAK-COUNT
               MOVE BX-TEST-ID(BREAK-I) TO BK-TEST-ID
               MOVE BX-OLD-VALUE(BREAK-I) TO BK-OLD-VALUE
               MOVE BX-NEW-VALUE(BREAK-I) TO BK-NEW-VALUE
               MOVE BX-STATUS(BREAK-I) TO BK-STATUS
               MOVE BX-CAUSE(BREAK-I) TO BK-CAUSE
               WRITE BREAK-RECORD
           END-PERFORM
           CLOSE BREAK-FILE.
