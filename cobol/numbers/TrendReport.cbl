       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The results database holds every run's trailer under the
      *> test ID TRAILER, so the alternate key walks them in run
      *> order without touching a detail row.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-STATUS-OK       VALUE '00'.
          88 WS-RDB-MISSING         VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

      *> Drop threshold in whole percentage points; a run whose pass
      *> rate is more than this far below the prior run's is flagged.
      *> TREND-RATE-DROP on SYSPARM.DAT, overridable from the command
      *> line (e.g. "10").
       01 WS-PARM           PIC X(3).
       01 WS-PARM-I         PIC 9.
       01 WS-PARM-DIGIT-X   PIC X.
           05 CT-MAJOR-FAIL    PIC 9(4).
           05 CT-MINOR-FAIL    PIC 9(4).
           05 CT-WORK-NAME     PIC X(20).
           05 FILLER           PIC X(35).

      *> Trailers arrive in run-ID order, which is the order the
      *> runs happened.
       01 WS-RUN-COUNT      PIC 9(4) VALUE 0.
       01 TREND-TABLE-AREA.
          05 TREND-ENTRY OCCURS 200 TIMES.
             10 TX-RECORD-COUNT PIC 9(9).
             10 TX-PASS-COUNT   PIC 9(9).
             10 TX-FAIL-COUNT   PIC 9(9).
             10 TX-PASS-RATE    PIC 999V99.
       01 WS-TREND-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-TREND-WAS-TRUNCATED VALUE 'Y'.
       01 WS-PARTIAL-SKIPPED  PIC 9(4) VALUE 0.

       01 TREND-I           PIC 9(4).
       01 AVG-I             PIC 9(4).
       01 AVG-FROM          PIC 9(4).
           05 FILLER        PIC XX VALUE SPACES.
           05 RD-NOTE       PIC X(20).

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> GOBACK throughout, not STOP RUN, so NIGHTLYJOB can run this
      *> as a job-stream step and act on its RETURN-CODE.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               PERFORM PARSE-THRESHOLD-PARM
                       "be a whole number of percentage points: "
                       WS-PARM
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
               MOVE "TREND.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM COLLECT-TRAILERS
           IF WS-RUN-COUNT = 0
               DISPLAY "TREND-REPORT: no trailer records found."
               MOVE "NO RUNS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "TREND.RPT" TO VT-REPORT-NAME
               MOVE "TREND-REPORT" TO VT-PROGRAM-ID
               CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
                   VT-VAULT-ID VT-STATUS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PREV-RATE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "TREND.RPT" TO VT-REPORT-NAME
           MOVE "TREND-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "TREND-REPORT: " WS-RUN-COUNT
               " run(s) reported to TREND.RPT"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the report uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "TREND-RATE-DROP" TO SPM-NAME
           MOVE WS-THRESHOLD TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-THRESHOLD.

      *> The parameter arrives left-justified with trailing spaces
      *> ("70 "), so a plain NUMERIC test would reject it; walk the
               END-IF
           END-PERFORM.

       COLLECT-TRAILERS.
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-MISSING
               DISPLAY "TREND-REPORT: no RUNTESTS.RDB -- build it "
                   "with RESULTSDB-MGR BUILD"
           ELSE
               IF NOT WS-RDB-STATUS-OK
                   MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
                   MOVE WS-RDB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               MOVE "TRAILER" TO RS-ALT-TEST-ID
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
                           IF RS-ALT-TEST-ID NOT = "TRAILER"
                               SET WS-EOF TO TRUE
                           ELSE
                               MOVE RS-AUDIT-IMAGE TO CURRENT-TRAILER
                               PERFORM REMEMBER-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-DB-FILE
           END-IF.

      *> Selection-driven smoke runs report a handful of cases at
           IF CT-RUN-SCOPE = "PARTIAL"
               ADD 1 TO WS-PARTIAL-SKIPPED
           ELSE
               IF WS-RUN-COUNT = 200
                   PERFORM DROP-OLDEST-TREND-ENTRY
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE CT-RECORD-COUNT TO TX-RECORD-COUNT(WS-RUN-COUNT)
               MOVE CT-PASS-COUNT TO TX-PASS-COUNT(WS-RUN-COUNT)
               MOVE CT-FAIL-COUNT TO TX-FAIL-COUNT(WS-RUN-COUNT)
               MOVE CT-PASS-RATE TO TX-PASS-RATE(WS-RUN-COUNT)
           END-IF.

      *> The database keeps every run ever posted, so a full table
      *> slides forward: the trend always covers the latest 200.
       DROP-OLDEST-TREND-ENTRY.
           IF NOT WS-TREND-WAS-TRUNCATED
               DISPLAY "WARNING: more than 200 trailer records "
                   "-- trend covers the latest 200 runs"
               SET WS-TREND-WAS-TRUNCATED TO TRUE
           END-IF
           PERFORM VARYING TREND-I FROM 2 BY 1
                   UNTIL TREND-I > WS-RUN-COUNT
               MOVE TREND-ENTRY(TREND-I) TO TREND-ENTRY(TREND-I - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-RUN-COUNT.

       REPORT-ONE-RUN.
           MOVE TREND-I TO RD-RUN-NUMBER
