       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The latest MAINPROGRAM TRIAL run: its detail rows and the
      *> TRIAL-scope trailer, cut exactly like RUNTESTS.AUD.LATEST.
           SELECT TRIAL-FILE ASSIGN TO "TRIAL.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.
      *> The results database: every production run of one case
      *> sits together under the test ID + run ID alternate key, so
      *> the case's latest production result is the last row read
      *> before the test ID changes. Trial rows are never posted
      *> here.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIALCMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Width must track MAINPROGRAM's AUDIT-RECORD.
       FD  TRIAL-FILE.
       01  TRIAL-RECORD         PIC X(122).

       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-TRIAL-STATUS   PIC XX.
          88 WS-TRIAL-STATUS-OK     VALUE '00'.
          88 WS-TRIAL-MISSING       VALUE '35'.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-STATUS-OK       VALUE '00'.
          88 WS-RDB-MISSING         VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-RDB-OPEN-FLAG  PIC X VALUE 'N'.
          88 WS-RDB-IS-OPEN       VALUE 'Y'.

       01 TRIAL-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==TD==.
      *> Named trailer view, the same layout RECONCILE-RUN and
      *> MORNING-STATUS keep over theirs.
       01 TRIAL-TRAILER REDEFINES TRIAL-DETAIL.
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
       01 WS-TRIAL-SCOPE    PIC X(7) VALUE SPACES.
          88 WS-TRIAL-SCOPE-OK     VALUE "TRIAL".
       01 WS-TRIAL-WORK-NAME PIC X(20) VALUE SPACES.

       01 PROD-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==PD==.

      *> Same 500-row sizing convention as RUN-DIFF's run tables.
       01 WS-TRIAL-COUNT    PIC 9(4) VALUE 0.
       01 TRIAL-TABLE-AREA.
          05 TRIAL-ENTRY OCCURS 500 TIMES.
             10 TX-TEST-ID    PIC X(10).
             10 TX-OPERATION  PIC X(14).
             10 TX-ACTUAL     PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 TX-PASS-FAIL  PIC X(4).
       01 WS-TRUNC-FLAG     PIC X VALUE 'N'.
          88 WS-TABLE-WAS-TRUNCATED VALUE 'Y'.
       01 TRIAL-I           PIC 9(4).

      *> Latest production row found for the case being compared.
       01 WS-PROD-FOUND-FLAG PIC X.
          88 WS-PROD-FOUND         VALUE 'Y'.
       01 WS-PROD-RUN-ID    PIC 9(6).
       01 WS-PROD-ACTUAL    PIC S9(20)V99.
       01 WS-PROD-PASS-FAIL PIC X(4).

       01 WS-SAME-COUNT     PIC 9(4) VALUE 0.
       01 WS-DIFF-COUNT     PIC 9(4) VALUE 0.
       01 WS-NEW-COUNT      PIC 9(4) VALUE 0.
       01 WS-VALUE-ED       PIC -(19)9.99.

       01 REPORT-TITLE.
           05 FILLER PIC X(37)
                  VALUE "TRIAL RUN AGAINST LATEST PRODUCTION ".
           05 FILLER PIC X(6)  VALUE "WORK: ".
           05 RT-WORK-NAME PIC X(20).

       01 REPORT-HEADING.
           05 FILLER PIC X(11) VALUE "TEST ID".
           05 FILLER PIC X(15) VALUE "OPERATION".
           05 FILLER PIC X(25) VALUE "TRIAL ACTUAL".
           05 FILLER PIC X(6)  VALUE "P/F".
           05 FILLER PIC X(7)  VALUE "RUN".
           05 FILLER PIC X(25) VALUE "PRODUCTION ACTUAL".
           05 FILLER PIC X(6)  VALUE "P/F".
           05 FILLER PIC X(15) VALUE "NOTE".

       01 REPORT-DETAIL.
           05 RD-TEST-ID    PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-OPERATION  PIC X(14).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-TRIAL-VALUE PIC X(24).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-TRIAL-PF   PIC X(4).
           05 FILLER        PIC XX VALUE SPACES.
           05 RD-PROD-RUN   PIC X(6).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-PROD-VALUE PIC X(24).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-PROD-PF    PIC X(4).
           05 FILLER        PIC XX VALUE SPACES.
           05 RD-NOTE       PIC X(15).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Shows a MAINPROGRAM TRIAL run's results next to the latest
      *> production result for each of the same test IDs, so a new
      *> library build or a reworked work file can be judged before
      *> it is let loose on the real run. Invoke bare after
      *> MAINPROGRAM TRIAL.
       MAIN-LOGIC.
           PERFORM LOAD-TRIAL-RUN
           IF WS-TRIAL-COUNT = 0
               DISPLAY "TRIAL-COMPARE: no trial results on "
                   "TRIAL.AUD.LATEST -- run MAINPROGRAM TRIAL first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TRIAL-SCOPE-OK
               DISPLAY "TRIAL-COMPARE: TRIAL.AUD.LATEST has no TRIAL "
                   "trailer -- not a completed trial run"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "TRIALCMP.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-MISSING
               DISPLAY "TRIAL-COMPARE: no RUNTESTS.RDB -- build it "
                   "with RESULTSDB-MGR BUILD"
           ELSE
               IF NOT WS-RDB-STATUS-OK
                   MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
                   MOVE WS-RDB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               SET WS-RDB-IS-OPEN TO TRUE
           END-IF
           MOVE WS-TRIAL-WORK-NAME TO RT-WORK-NAME
           MOVE REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING TRIAL-I FROM 1 BY 1
                   UNTIL TRIAL-I > WS-TRIAL-COUNT
               PERFORM COMPARE-ONE-TRIAL-ROW
           END-PERFORM
           IF WS-RDB-IS-OPEN
               CLOSE RESULTS-DB-FILE
           END-IF
           PERFORM WRITE-COMPARE-SUMMARY
           CLOSE REPORT-FILE
           MOVE "TRIALCMP.RPT" TO VT-REPORT-NAME
           MOVE "TRIAL-COMPARE" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "TRIAL-COMPARE: " WS-TRIAL-COUNT " trial case(s), "
               WS-SAME-COUNT " same, " WS-DIFF-COUNT " differ, "
               WS-NEW-COUNT " with no production result"
           IF WS-DIFF-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TRIAL-RUN.
           OPEN INPUT TRIAL-FILE
           IF WS-TRIAL-MISSING
               CONTINUE
           ELSE
               IF NOT WS-TRIAL-STATUS-OK
                   MOVE "TRIAL.AUD.LATEST" TO EH-FILE-NAME
                   MOVE WS-TRIAL-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TRIAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TRIAL-RECORD TO TRIAL-DETAIL
                           PERFORM CAPTURE-TRIAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRIAL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       CAPTURE-TRIAL-RECORD.
           IF TT-MARKER = "SUBTOTAL"
               CONTINUE
           ELSE
           IF TT-MARKER = "TRAILER"
               MOVE TT-RUN-SCOPE TO WS-TRIAL-SCOPE
               MOVE TT-WORK-NAME TO WS-TRIAL-WORK-NAME
           ELSE
               IF WS-TRIAL-COUNT < 500
                   ADD 1 TO WS-TRIAL-COUNT
                   MOVE TD-TEST-ID TO TX-TEST-ID(WS-TRIAL-COUNT)
                   MOVE TD-OPERATION TO TX-OPERATION(WS-TRIAL-COUNT)
                   MOVE TD-ACTUAL TO TX-ACTUAL(WS-TRIAL-COUNT)
                   MOVE TD-PASS-FAIL TO TX-PASS-FAIL(WS-TRIAL-COUNT)
               ELSE
                   IF NOT WS-TABLE-WAS-TRUNCATED
                       DISPLAY "WARNING: more than 500 trial rows -- "
                           "comparison truncated at 500"
                       SET WS-TABLE-WAS-TRUNCATED TO TRUE
                   END-IF
               END-IF
           END-IF
           END-IF.

       COMPARE-ONE-TRIAL-ROW.
           PERFORM FIND-LATEST-PRODUCTION
           MOVE TX-TEST-ID(TRIAL-I) TO RD-TEST-ID
           MOVE TX-OPERATION(TRIAL-I) TO RD-OPERATION
           MOVE TX-ACTUAL(TRIAL-I) TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO RD-TRIAL-VALUE
           MOVE TX-PASS-FAIL(TRIAL-I) TO RD-TRIAL-PF
           IF WS-PROD-FOUND
               MOVE WS-PROD-RUN-ID TO RD-PROD-RUN
               MOVE WS-PROD-ACTUAL TO WS-VALUE-ED
               MOVE WS-VALUE-ED TO RD-PROD-VALUE
               MOVE WS-PROD-PASS-FAIL TO RD-PROD-PF
               PERFORM JUDGE-TRIAL-AGAINST-PROD
           ELSE
               MOVE SPACES TO RD-PROD-RUN
               MOVE SPACES TO RD-PROD-VALUE
               MOVE SPACES TO RD-PROD-PF
               MOVE "NO PROD RESULT" TO RD-NOTE
               ADD 1 TO WS-NEW-COUNT
           END-IF
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       JUDGE-TRIAL-AGAINST-PROD.
           EVALUATE TRUE
               WHEN TX-ACTUAL(TRIAL-I) = WS-PROD-ACTUAL
                   AND TX-PASS-FAIL(TRIAL-I) = WS-PROD-PASS-FAIL
                   MOVE "SAME" TO RD-NOTE
                   ADD 1 TO WS-SAME-COUNT
               WHEN TX-PASS-FAIL(TRIAL-I) NOT = WS-PROD-PASS-FAIL
                   AND TX-ACTUAL(TRIAL-I) NOT = WS-PROD-ACTUAL
                   MOVE "<- BOTH DIFFER" TO RD-NOTE
                   ADD 1 TO WS-DIFF-COUNT
               WHEN TX-PASS-FAIL(TRIAL-I) NOT = WS-PROD-PASS-FAIL
                   MOVE "<- P/F DIFFERS" TO RD-NOTE
                   ADD 1 TO WS-DIFF-COUNT
               WHEN OTHER
                   MOVE "<- RESULT DIFF" TO RD-NOTE
                   ADD 1 TO WS-DIFF-COUNT
           END-EVALUATE.

      *> Position on the case's first run and read forward until
      *> the test ID changes; rows come back in run order, so the
      *> last one kept is the latest production result.
       FIND-LATEST-PRODUCTION.
           MOVE 'N' TO WS-PROD-FOUND-FLAG
           IF WS-RDB-IS-OPEN
               MOVE TX-TEST-ID(TRIAL-I) TO RS-ALT-TEST-ID
               MOVE 0 TO RS-ALT-RUN-ID
               MOVE 'N' TO WS-EOF-FLAG
               START RESULTS-DB-FILE KEY NOT < RS-TEST-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ RESULTS-DB-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RS-ALT-TEST-ID NOT = TX-TEST-ID(TRIAL-I)
                               SET WS-EOF TO TRUE
                           ELSE
                               MOVE RS-AUDIT-IMAGE TO PROD-DETAIL
                               PERFORM REMEMBER-PRODUCTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       REMEMBER-PRODUCTION-ROW.
           SET WS-PROD-FOUND TO TRUE
           MOVE PD-RUN-ID TO WS-PROD-RUN-ID
           MOVE PD-ACTUAL TO WS-PROD-ACTUAL
           MOVE PD-PASS-FAIL TO WS-PROD-PASS-FAIL.

       WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRIAL CASES: " WS-TRIAL-COUNT
               "  SAME: " WS-SAME-COUNT
               "  DIFFERENT: " WS-DIFF-COUNT
               "  NO PRODUCTION RESULT: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CALL-ERROR-HANDLER.
           MOVE "TRIAL-COMPARE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
