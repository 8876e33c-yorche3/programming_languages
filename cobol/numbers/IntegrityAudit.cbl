       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The audit side comes from the results database: the run's
      *> rows under the run ID + test ID primary key, and the run
      *> trailers (test ID TRAILER) on the alternate key for the
      *> default run.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "RUNTESTS.IFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

      *> Mirror of MAINPROGRAM's INTERFACE-RECORD; the two must stay
      *> in step field for field.
       01  REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-STATUS-OK       VALUE '00'.
       01 WS-INTERFACE-STATUS PIC XX.
          88 WS-INTERFACE-STATUS-OK VALUE '00'.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-RUN-WANTED     PIC 9(6) VALUE 0.
       01 WS-RUN-GIVEN-FLAG PIC X VALUE 'N'.
          88 WS-RUN-WAS-GIVEN      VALUE 'Y'.
      *> Set when RUNTESTS.IFC carries MAINPROGRAM's *TRIAL* marker
      *> row: a trial's interface file is never audited.
       01 WS-TRIAL-FLAG     PIC X VALUE 'N'.
          88 WS-TRIAL-FILE         VALUE 'Y'.

      *> Named trailer view of an audit record, the same layout
      *> RECONCILE-RUN, MORNING-STATUS, and TREND-REPORT keep over
           05 CT-MAJOR-FAIL    PIC 9(4).
           05 CT-MINOR-FAIL    PIC 9(4).
           05 CT-WORK-NAME     PIC X(20).
           05 FILLER           PIC X(35).
       01 WS-TRAILER-RUN-ID PIC 9(6) VALUE 0.

      *> Detail view of the audit image held on each database row.
       01 AUDIT-RECORD.
       COPY AUDITREC.

      *> Same 500-row sizing convention as RECONCILE-RUN's prior-run
      *> comparison table, one table per side.
       01 WS-AUD-COUNT      PIC 9(4) VALUE 0.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-DETAIL     PIC X(60).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETER
           IF WS-RUN-WAS-GIVEN
               AND WS-RUN-WANTED = 0
               DISPLAY "INTEGRITY-AUDIT: run 000000 is a TRIAL run "
                   "-- refusing to audit it"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AUDIT-SIDE
           IF NOT WS-RUN-WAS-GIVEN
               AND WS-RUN-WANTED = 0
               STOP RUN
           END-IF
           PERFORM LOAD-INTERFACE-SIDE
           IF WS-TRIAL-FILE
               DISPLAY "INTEGRITY-AUDIT: RUNTESTS.IFC carries a TRIAL "
                   "run marker -- refusing to audit it"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "INTEGRTY.RPT" TO EH-FILE-NAME
           END-PERFORM
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE REPORT-FILE
           MOVE "INTEGRTY.RPT" TO VT-REPORT-NAME
           MOVE "INTEGRITY-AUDIT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "INTEGRITY-AUDIT: run " WS-RUN-WANTED ": "
               WS-AUD-COUNT " audit row(s), " WS-IFC-COUNT
               " interface row(s), " WS-BREAK-COUNT " exception(s)"
               SET WS-RUN-WAS-GIVEN TO TRUE
           END-IF.

      *> The default run is found first from the trailers; the
      *> run's rows are then read straight off the primary key.
       LOAD-AUDIT-SIDE.
           OPEN INPUT RESULTS-DB-FILE
           IF NOT WS-RDB-STATUS-OK
               MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
               MOVE WS-RDB-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           IF NOT WS-RUN-WAS-GIVEN
               PERFORM FIND-LAST-RUN-ID
               MOVE WS-TRAILER-RUN-ID TO WS-RUN-WANTED
           IF WS-RUN-WANTED = 0
               CONTINUE
           ELSE
               MOVE WS-RUN-WANTED TO RS-RUN-ID
               MOVE LOW-VALUES TO RS-TEST-ID
               MOVE 'N' TO WS-EOF-FLAG
               START RESULTS-DB-FILE KEY NOT < RS-RUN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ RESULTS-DB-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RS-RUN-ID NOT = WS-RUN-WANTED
                               SET WS-EOF TO TRUE
                           ELSE
                               MOVE RS-AUDIT-IMAGE TO AUDIT-RECORD
                               PERFORM CAPTURE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           CLOSE RESULTS-DB-FILE.

      *> The default is the last FULL-scope trailer, not simply the
      *> last one: a PARTIAL run (a selection-driven subset, or a
      *> CALCULATOR-TEST smoke run, which by design writes no
      *> interface rows at all) would make the audit's own default a
      *> guaranteed false alarm -- the same reason PARTIAL trailers
      *> stay out of TREND-REPORT and baseline promotion. A TRIAL
      *> trailer is never a candidate either. Trailers
      *> come back in run-ID order, so the last one kept wins.
       FIND-LAST-RUN-ID.
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
                           IF CT-RUN-SCOPE NOT = "PARTIAL"
                               AND CT-RUN-SCOPE NOT = "TRIAL"
                               MOVE CT-RUN-ID TO WS-TRAILER-RUN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-AUDIT-ROW.
           IF AR-TEST-ID = "TRAILER" OR AR-TEST-ID = "ARCHIVE"
                   OR AR-TEST-ID = "ARCTOTAL"
                   OR AR-TEST-ID = "SEAL"
                   OR AR-TEST-ID = "SUBTOTAL"
               CONTINUE
           ELSE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IF-TEST-ID = "*TRIAL*"
                           SET WS-TRIAL-FILE TO TRUE
                       END-IF
                       IF IF-RUN-ID = WS-RUN-WANTED
                           PERFORM REMEMBER-INTERFACE-ROW
                       END-IF
