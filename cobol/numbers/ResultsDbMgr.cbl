       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTSDB-MGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same file, keys, and record as RESULTSDB's declaration.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RUNTESTS.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> The archive generations cut by AUDIT-ARCHIVE, read through
      *> one SELECT with the generation digit spliced into the name;
      *> a missing generation (status 35) is simply skipped.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(122).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(122).

       WORKING-STORAGE SECTION.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-OK            VALUE '00'.
          88 WS-RDB-DUPLICATE     VALUE '22'.
          88 WS-RDB-NOT-FOUND     VALUE '23'.
          88 WS-RDB-NEW-FILE      VALUE '35'.
       01 WS-AUDIT-STATUS   PIC XX.
          88 WS-AUDIT-STATUS-OK     VALUE '00'.
          88 WS-AUDIT-MISSING       VALUE '35'.
       01 WS-ARCHIVE-STATUS PIC XX.
          88 WS-ARCHIVE-STATUS-OK   VALUE '00'.
          88 WS-ARCHIVE-MISSING     VALUE '35'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

       01 WS-MODE           PIC X(8).
          88 WS-MODE-BUILD        VALUE "BUILD".
          88 WS-MODE-VERIFY       VALUE "VERIFY".

       01 WS-ARCHIVE-NAME   PIC X(12).
       01 WS-RETENTION-COUNT PIC 9(4) VALUE 5.
       01 WS-GENERATION     PIC 9.

      *> Detail and trailer views of the record in hand; the run ID
      *> sits in a different place in each.
       01 CURRENT-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==CD==.
       01 CURRENT-TRAILER.
           05 CT-MARKER        PIC X(10).
           05 CT-RECORD-COUNT  PIC 9(9).
           05 CT-PASS-COUNT    PIC 9(9).
           05 CT-FAIL-COUNT    PIC 9(9).
           05 CT-PASS-RATE     PIC 999V99.
           05 CT-RUN-ID        PIC 9(6).
           05 FILLER           PIC X(74).
      *> The image already on file for the same key, for VERIFY.
       01 ON-FILE-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==OD==.
       01 WS-ROW-RUN-ID     PIC 9(6).
       01 WS-ROW-HELD-FLAG  PIC X.
          88 WS-ROW-IS-HELD       VALUE 'Y'.

       01 WS-LOADED-COUNT   PIC 9(9) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE 0.
       01 WS-CHECKED-COUNT  PIC 9(9) VALUE 0.
       01 WS-SUPERSEDED-COUNT PIC 9(9) VALUE 0.
       01 WS-BAD-COUNT      PIC 9(9) VALUE 0.

      *> Runs seen on RUNTESTS.AUD during VERIFY, with the rows each
      *> should have in the database; same 500-row sizing convention
      *> as RECONCILE-RUN's prior-run comparison table.
       01 WS-RUN-COUNT      PIC 9(4) VALUE 0.
       01 RUN-TABLE-AREA.
          05 RUN-ENTRY OCCURS 500 TIMES INDEXED BY RX.
             10 RX-RUN-ID     PIC 9(6).
             10 RX-EXPECTED   PIC 9(6).
       01 WS-RUN-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-RUN-WAS-TRUNCATED VALUE 'Y'.
       01 RUN-I             PIC 9(4).
       01 WS-DB-RUN-ROWS    PIC 9(6).

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> BUILD empties RUNTESTS.RDB and loads it from every archive
      *> generation and the live audit trail -- the one-time load
      *> when the database is introduced, and the repair whenever
      *> VERIFY finds it out of step. VERIFY proves the database
      *> still agrees with RUNTESTS.AUD record for record: every
      *> detail and trailer row on the trail is on file under both
      *> keys with the same image, and no run on the trail has rows
      *> in the database the trail does not.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-MODE FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-MODE-BUILD
                   PERFORM BUILD-DATABASE
               WHEN WS-MODE-VERIFY
                   PERFORM VERIFY-DATABASE
               WHEN OTHER
                   DISPLAY "RESULTSDB-MGR: mode must be BUILD or "
                       "VERIFY, not: " WS-MODE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The generation count is the one AUDIT-ARCHIVE cuts to, read
      *> from the same SYSPARM.DAT parameter.
       READ-SYSTEM-PARAMETERS.
           MOVE "ARCHIVE-GENERATIONS" TO SPM-NAME
           MOVE WS-RETENTION-COUNT TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RETENTION-COUNT.

       BUILD-DATABASE.
           OPEN OUTPUT RESULTS-DB-FILE
           IF NOT WS-RDB-OK
               MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
               MOVE WS-RDB-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           CLOSE RESULTS-DB-FILE
           OPEN I-O RESULTS-DB-FILE
           IF NOT WS-RDB-OK
               MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
               MOVE WS-RDB-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING WS-GENERATION FROM 1 BY 1
                   UNTIL WS-GENERATION > WS-RETENTION-COUNT
               PERFORM LOAD-FROM-ARCHIVE
           END-PERFORM
           PERFORM LOAD-FROM-AUDIT
           CLOSE RESULTS-DB-FILE
           DISPLAY "RESULTSDB-MGR: " WS-LOADED-COUNT
               " row(s) loaded into RUNTESTS.RDB, "
               WS-REPLACED-COUNT " replaced by a later re-run"
           MOVE 0 TO RETURN-CODE.

      *> A run is never split across generations, so a restarted
      *> run's re-run rows always follow the rows they replace in
      *> the same file; generation order does not matter.
       LOAD-FROM-ARCHIVE.
           STRING "RUNTESTS.AR" WS-GENERATION
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-ARCHIVE-STATUS-OK
                   MOVE WS-ARCHIVE-NAME TO EH-FILE-NAME
                   MOVE WS-ARCHIVE-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO CURRENT-DETAIL
                           MOVE ARCHIVE-RECORD TO CURRENT-TRAILER
                           PERFORM LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       LOAD-FROM-AUDIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-MISSING
               CONTINUE
           ELSE
               IF NOT WS-AUDIT-STATUS-OK
                   MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
                   MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-RECORD TO CURRENT-DETAIL
                           MOVE AUDIT-RECORD TO CURRENT-TRAILER
                           PERFORM LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       LOAD-ONE-ROW.
           PERFORM JUDGE-ROW-HELD
           IF WS-ROW-IS-HELD
               PERFORM BUILD-ROW-KEYS
               MOVE CURRENT-DETAIL TO RS-AUDIT-IMAGE
               WRITE RESULTS-DB-RECORD
                   INVALID KEY
                       REWRITE RESULTS-DB-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.

      *> The database carries detail rows and run trailers; the
      *> SUBTOTAL, ARCHIVE, and ARCTOTAL control records stay on the
      *> sequential files only.
       JUDGE-ROW-HELD.
           MOVE 'Y' TO WS-ROW-HELD-FLAG
           IF CD-TEST-ID = "SUBTOTAL" OR CD-TEST-ID = "ARCHIVE"
                   OR CD-TEST-ID = "ARCTOTAL"
                   OR CD-TEST-ID = "SEAL"
               MOVE 'N' TO WS-ROW-HELD-FLAG
           END-IF
           IF CT-MARKER = "TRAILER"
               MOVE CT-RUN-ID TO WS-ROW-RUN-ID
           ELSE
               MOVE CD-RUN-ID TO WS-ROW-RUN-ID
           END-IF.

       BUILD-ROW-KEYS.
           MOVE WS-ROW-RUN-ID TO RS-RUN-ID
           MOVE CD-TEST-ID TO RS-TEST-ID
           MOVE RS-TEST-ID TO RS-ALT-TEST-ID
           MOVE RS-RUN-ID TO RS-ALT-RUN-ID.

       VERIFY-DATABASE.
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-NEW-FILE
               DISPLAY "RESULTSDB-MGR: no RUNTESTS.RDB on file -- "
                   "run RESULTSDB-MGR BUILD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-RDB-OK
               MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
               MOVE WS-RDB-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-MISSING
               CONTINUE
           ELSE
               IF NOT WS-AUDIT-STATUS-OK
                   MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
                   MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-RECORD TO CURRENT-DETAIL
                           MOVE AUDIT-RECORD TO CURRENT-TRAILER
                           PERFORM VERIFY-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM VARYING RUN-I FROM 1 BY 1
                   UNTIL RUN-I > WS-RUN-COUNT
               PERFORM VERIFY-RUN-ROW-COUNT
           END-PERFORM
           CLOSE RESULTS-DB-FILE
           DISPLAY "RESULTSDB-MGR: " WS-CHECKED-COUNT
               " audit row(s) over " WS-RUN-COUNT " run(s) checked, "
               WS-SUPERSEDED-COUNT " superseded by a re-run, "
               WS-BAD-COUNT " discrepanc(y/ies)"
           IF WS-BAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> A restarted run re-runs cases under the same run ID, and
      *> the database keeps only the last of them: an older image
      *> with a later one on file for the same key is superseded,
      *> not a discrepancy.
       VERIFY-ONE-ROW.
           PERFORM JUDGE-ROW-HELD
           IF WS-ROW-IS-HELD
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM NOTE-RUN-ROW
               PERFORM BUILD-ROW-KEYS
               READ RESULTS-DB-FILE
                   KEY IS RS-RUN-KEY
                   INVALID KEY
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "MISSING: run " WS-ROW-RUN-ID " "
                           CD-TEST-ID " is not in RUNTESTS.RDB"
                   NOT INVALID KEY
                       PERFORM COMPARE-ROW-IMAGE
               END-READ
           END-IF.

       COMPARE-ROW-IMAGE.
           MOVE RS-AUDIT-IMAGE TO ON-FILE-DETAIL
           IF ON-FILE-DETAIL = CURRENT-DETAIL
               PERFORM VERIFY-ALTERNATE-KEY
           ELSE
               IF CT-MARKER NOT = "TRAILER"
                   AND OD-TIMESTAMP > CD-TIMESTAMP
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   SET RX TO 1
                   SEARCH RUN-ENTRY
                       WHEN RX-RUN-ID(RX) = WS-ROW-RUN-ID
                           SUBTRACT 1 FROM RX-EXPECTED(RX)
                   END-SEARCH
               ELSE
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "MISMATCH: run " WS-ROW-RUN-ID " "
                       CD-TEST-ID " differs from RUNTESTS.AUD"
               END-IF
           END-IF.

       VERIFY-ALTERNATE-KEY.
           MOVE CD-TEST-ID TO RS-ALT-TEST-ID
           MOVE WS-ROW-RUN-ID TO RS-ALT-RUN-ID
           READ RESULTS-DB-FILE
               KEY IS RS-TEST-KEY
               INVALID KEY
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "INDEX: run " WS-ROW-RUN-ID " "
                       CD-TEST-ID " not reachable by test ID"
               NOT INVALID KEY
                   IF RS-RUN-ID NOT = WS-ROW-RUN-ID
                       OR RS-TEST-ID NOT = CD-TEST-ID
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "INDEX: run " WS-ROW-RUN-ID " "
                           CD-TEST-ID " keys disagree"
                   END-IF
           END-READ.

       NOTE-RUN-ROW.
           SET RX TO 1
           SEARCH RUN-ENTRY
               AT END
                   PERFORM ADD-RUN-ROW
               WHEN RX-RUN-ID(RX) = WS-ROW-RUN-ID
                   ADD 1 TO RX-EXPECTED(RX)
           END-SEARCH.

       ADD-RUN-ROW.
           IF WS-RUN-COUNT < 500
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-ROW-RUN-ID TO RX-RUN-ID(WS-RUN-COUNT)
               MOVE 1 TO RX-EXPECTED(WS-RUN-COUNT)
           ELSE
               IF NOT WS-RUN-WAS-TRUNCATED
                   DISPLAY "WARNING: more than 500 runs on "
                       "RUNTESTS.AUD -- extra-row check truncated "
                       "at 500"
                   SET WS-RUN-WAS-TRUNCATED TO TRUE
               END-IF
           END-IF.

      *> The other direction: rows on file for a run the trail
      *> carries, beyond the rows the trail accounts for. (Fewer
      *> rows than expected are already reported as MISSING.)
       VERIFY-RUN-ROW-COUNT.
           MOVE 0 TO WS-DB-RUN-ROWS
           MOVE 'N' TO WS-EOF-FLAG
           MOVE RX-RUN-ID(RUN-I) TO RS-RUN-ID
           MOVE LOW-VALUES TO RS-TEST-ID
           START RESULTS-DB-FILE KEY NOT < RS-RUN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ RESULTS-DB-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RS-RUN-ID = RX-RUN-ID(RUN-I)
                           ADD 1 TO WS-DB-RUN-ROWS
                       ELSE
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DB-RUN-ROWS > RX-EXPECTED(RUN-I)
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "EXTRA: run " RX-RUN-ID(RUN-I) " has "
                   WS-DB-RUN-ROWS " row(s) in RUNTESTS.RDB, "
                   RX-EXPECTED(RUN-I) " on RUNTESTS.AUD"
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "RESULTSDB-MGR" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
