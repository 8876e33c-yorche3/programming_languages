       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The results database: a run's rows sit together under the
      *> run ID + test ID primary key, wherever on the audit trail
      *> or in which archive generation they were written.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUNDIFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-STATUS-OK       VALUE '00'.
          88 WS-RDB-MISSING         VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

       01 WS-SOURCE-NAME    PIC X(12) VALUE "RUNTESTS.RDB".
       01 WS-COLLECT-RUN-ID PIC 9(6).

       01 CURRENT-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==CD==.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-B-VALUE    PIC X(24).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Compares every detail row of two runs, wherever each run
      *> was written -- the live audit trail or an AUDIT-ARCHIVE
      *> generation, both loaded into the results database -- so
      *> "when did this value actually change" is a report instead
      *> of an afternoon of grepping archives.
      *> Invoke with the two run IDs: RUN-DIFF 000214 000209.
       MAIN-LOGIC.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-MISSING
               DISPLAY "RUN-DIFF: no RUNTESTS.RDB -- build it with "
                   "RESULTSDB-MGR BUILD"
           ELSE
               IF NOT WS-RDB-STATUS-OK
                   MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
                   MOVE WS-RDB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               MOVE WS-RUN-A TO WS-COLLECT-RUN-ID
               PERFORM COLLECT-ONE-RUN
               MOVE WS-RUN-B TO WS-COLLECT-RUN-ID
               PERFORM COLLECT-ONE-RUN
               CLOSE RESULTS-DB-FILE
           END-IF
           IF WS-A-COUNT = 0
               DISPLAY "RUN-DIFF: run " WS-RUN-A " not found in the "
                   "results database"
           END-IF
           IF WS-B-COUNT = 0
               DISPLAY "RUN-DIFF: run " WS-RUN-B " not found in the "
                   "results database"
           END-IF
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM COMPARE-RUNS
           PERFORM WRITE-DIFF-SUMMARY
           CLOSE REPORT-FILE
           MOVE "RUNDIFF.RPT" TO VT-REPORT-NAME
           MOVE "RUN-DIFF" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "RUN-DIFF: run " WS-RUN-A " (" WS-A-SOURCE ") vs "
               WS-RUN-B " (" WS-B-SOURCE "): " WS-DIFF-COUNT
               " difference(s) reported to RUNDIFF.RPT"
               END-IF
           END-IF.

      *> Position on the run's first row and read forward until the
      *> run ID changes.
       COLLECT-ONE-RUN.
           MOVE WS-COLLECT-RUN-ID TO RS-RUN-ID
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
                       IF RS-RUN-ID NOT = WS-COLLECT-RUN-ID
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE RS-AUDIT-IMAGE TO CURRENT-DETAIL
                           PERFORM CAPTURE-DETAIL-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *> The run's TRAILER shares the database with its detail rows;
      *> only detail rows carry a comparable result.
       CAPTURE-DETAIL-ROW.
           IF CD-TEST-ID = "TRAILER" OR CD-TEST-ID = "ARCHIVE"
                   OR CD-TEST-ID = "ARCTOTAL"
                   OR CD-TEST-ID = "SEAL"
                   OR CD-TEST-ID = "SUBTOTAL"
               CONTINUE
           ELSE
