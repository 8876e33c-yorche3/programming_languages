       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAKY-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "RUNTESTS.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> The archive generations cut by AUDIT-ARCHIVE, read through
      *> one SELECT with the generation digit spliced into the name;
      *> a missing generation (status 35) is simply skipped.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *> The quarantine list MAINPROGRAM reads at the start of every
      *> run: one record per case that has flip-flopped enough to be
      *> kept off the severity ladder. Rewritten in full each scan,
      *> so a case that settles down drops off by itself.
           SELECT QUARANTINE-FILE ASSIGN TO "RUNTESTS.QTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FLAKY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(122).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(122).

      *> Must stay in step with MAINPROGRAM's QUARANTINE-RECORD.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05 QL-TEST-ID        PIC X(10).
           05 QL-FLIP-COUNT     PIC 9(4).
           05 QL-FIRST-FLIP-RUN PIC 9(6).
           05 QL-LAST-FLIP-RUN  PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS   PIC XX.
          88 WS-AUDIT-STATUS-OK     VALUE '00'.
          88 WS-AUDIT-MISSING       VALUE '35'.
       01 WS-ARCHIVE-STATUS PIC XX.
          88 WS-ARCHIVE-STATUS-OK   VALUE '00'.
          88 WS-ARCHIVE-MISSING     VALUE '35'.
       01 WS-QTN-STATUS     PIC XX.
          88 WS-QTN-STATUS-OK       VALUE '00'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

       01 WS-ARCHIVE-NAME   PIC X(12).
       01 WS-RETENTION-COUNT PIC 9(4) VALUE 5.
       01 WS-GENERATION     PIC 9.

      *> More than one flip over the runs on file is the same line
      *> CASE-HISTORY draws between "changed once" (a real fix or a
      *> real regression) and "flip-flopping".
       01 WS-QUARANTINE-FLIPS PIC 9(4) VALUE 2.

       01 CURRENT-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==CD==.

      *> One row per test ID with its outcome in every run on file,
      *> kept in run-ID order as rows arrive (the archive generations
      *> cycle, so file order is not run order). Same 500-case sizing
      *> convention as RECONCILE-RUN; 100 runs per case covers the
      *> live trail plus every retained generation.
       01 WS-CASE-COUNT     PIC 9(4) VALUE 0.
       01 CASE-TABLE-AREA.
          05 CASE-ENTRY OCCURS 500 TIMES INDEXED BY CX.
             10 CX-TEST-ID       PIC X(10).
             10 CX-RUN-COUNT     PIC 9(3).
             10 CX-FLIP-COUNT    PIC 9(4).
             10 CX-FIRST-FLIP    PIC 9(6).
             10 CX-LAST-FLIP     PIC 9(6).
             10 CX-RUN OCCURS 100 TIMES.
                15 CX-RUN-ID     PIC 9(6).
                15 CX-PASS-FAIL  PIC X(4).
       01 WS-CASE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-CASE-TABLE-FULL   VALUE 'Y'.
       01 WS-RUN-FULL-FLAG  PIC X VALUE 'N'.
          88 WS-RUN-TABLE-FULL    VALUE 'Y'.

       01 CASE-I            PIC 9(4).
       01 RUN-I             PIC 9(3).
       01 RUN-J             PIC 9(3).
       01 WS-RUN-FOUND-FLAG PIC X.
          88 WS-RUN-FOUND         VALUE 'Y'.

       01 WS-ROWS-READ      PIC 9(9) VALUE 0.
       01 WS-QUARANTINED    PIC 9(4) VALUE 0.
       01 WS-WATCHED        PIC 9(4) VALUE 0.

       01 REPORT-HEADING.
           05 FILLER PIC X(11) VALUE "TEST ID".
           05 FILLER PIC X(7)  VALUE "RUNS".
           05 FILLER PIC X(7)  VALUE "FLIPS".
           05 FILLER PIC X(12) VALUE "FIRST FLIP".
           05 FILLER PIC X(12) VALUE "LAST FLIP".
           05 FILLER PIC X(10) VALUE "LAST P/F".
           05 FILLER PIC X(12) VALUE "ACTION".

       01 REPORT-DETAIL.
           05 RD-TEST-ID    PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-RUNS       PIC ZZ9.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 RD-FLIPS      PIC ZZZ9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 RD-FIRST-FLIP PIC 9(6).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 RD-LAST-FLIP  PIC 9(6).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 RD-LAST-PF    PIC X(4).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 RD-ACTION     PIC X(12).

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Scores every test ID's PASS/FAIL volatility over the runs on
      *> file -- the live trail and every archive generation. A case
      *> that flips more than once has its row written to
      *> RUNTESTS.QTN; MAINPROGRAM still runs and audits it but keeps
      *> its failures off the severity ladder, so one unreliable case
      *> cannot page the on-call analyst. Single flips are reported
      *> as WATCH but not quarantined.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "FLAKY.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN OUTPUT QUARANTINE-FILE
           IF NOT WS-QTN-STATUS-OK
               MOVE "RUNTESTS.QTN" TO EH-FILE-NAME
               MOVE WS-QTN-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING WS-GENERATION FROM 1 BY 1
                   UNTIL WS-GENERATION > WS-RETENTION-COUNT
               PERFORM COLLECT-FROM-ARCHIVE
           END-PERFORM
           PERFORM COLLECT-FROM-AUDIT
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               PERFORM SCORE-ONE-CASE
           END-PERFORM
           PERFORM WRITE-SCAN-SUMMARY
           CLOSE QUARANTINE-FILE
           CLOSE REPORT-FILE
           MOVE "FLAKY.RPT" TO VT-REPORT-NAME
           MOVE "FLAKY-SCAN" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "FLAKY-SCAN: " WS-CASE-COUNT " case(s) scored, "
               WS-QUARANTINED " quarantined, " WS-WATCHED
               " on watch -- see FLAKY.RPT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> The generation count is the one AUDIT-ARCHIVE cuts to, read
      *> from the same SYSPARM.DAT parameter; the quarantine line is
      *> FLAKY-SCAN's own. The VALUE each field carries is what the
      *> scan uses when no row is in force.
       READ-SYSTEM-PARAMETERS.
           MOVE "ARCHIVE-GENERATIONS" TO SPM-NAME
           MOVE WS-RETENTION-COUNT TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RETENTION-COUNT
           MOVE "QUARANTINE-FLIPS" TO SPM-NAME
           MOVE WS-QUARANTINE-FLIPS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-QUARANTINE-FLIPS.

       COLLECT-FROM-ARCHIVE.
           STRING "RUNTESTS.AR" WS-GENERATION
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO CURRENT-DETAIL
                           PERFORM CAPTURE-DETAIL-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       COLLECT-FROM-AUDIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-RECORD TO CURRENT-DETAIL
                           PERFORM CAPTURE-DETAIL-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *> Control records (TRAILER, SUBTOTAL, ARCHIVE, ARCTOTAL)
      *> share the files with detail rows; only detail rows carry an
      *> outcome.
       CAPTURE-DETAIL-ROW.
           IF CD-TEST-ID = "TRAILER" OR CD-TEST-ID = "ARCHIVE"
                   OR CD-TEST-ID = "ARCTOTAL"
                   OR CD-TEST-ID = "SEAL"
                   OR CD-TEST-ID = "SUBTOTAL"
               CONTINUE
           ELSE
               ADD 1 TO WS-ROWS-READ
               SET CX TO 1
               SEARCH CASE-ENTRY
                   AT END
                       PERFORM ADD-CASE-ROW
                   WHEN CX-TEST-ID(CX) = CD-TEST-ID
                       PERFORM REMEMBER-CASE-RUN
               END-SEARCH
           END-IF.

       ADD-CASE-ROW.
           IF WS-CASE-COUNT < 500
               ADD 1 TO WS-CASE-COUNT
               SET CX TO WS-CASE-COUNT
               MOVE CD-TEST-ID TO CX-TEST-ID(CX)
               MOVE 0 TO CX-RUN-COUNT(CX)
               MOVE 0 TO CX-FLIP-COUNT(CX)
               MOVE 0 TO CX-FIRST-FLIP(CX)
               MOVE 0 TO CX-LAST-FLIP(CX)
               PERFORM REMEMBER-CASE-RUN
           ELSE
               IF NOT WS-CASE-TABLE-FULL
                   DISPLAY "WARNING: more than 500 test IDs on file "
                       "-- later cases not scored"
                   SET WS-CASE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      *> A restarted run writes the cases after its checkpoint a
      *> second time under the same run ID; the later row stands.
      *> Otherwise the run is inserted in run-ID order.
       REMEMBER-CASE-RUN.
           MOVE 'N' TO WS-RUN-FOUND-FLAG
           PERFORM VARYING RUN-I FROM 1 BY 1
                   UNTIL RUN-I > CX-RUN-COUNT(CX) OR WS-RUN-FOUND
               IF CX-RUN-ID(CX, RUN-I) = CD-RUN-ID
                   MOVE CD-PASS-FAIL TO CX-PASS-FAIL(CX, RUN-I)
                   SET WS-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RUN-FOUND
               IF CX-RUN-COUNT(CX) < 100
                   PERFORM INSERT-CASE-RUN
               ELSE
                   IF NOT WS-RUN-TABLE-FULL
                       DISPLAY "WARNING: more than 100 runs on file "
                           "for " CD-TEST-ID " -- oldest runs kept"
                       SET WS-RUN-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       INSERT-CASE-RUN.
           ADD 1 TO CX-RUN-COUNT(CX)
           MOVE CX-RUN-COUNT(CX) TO RUN-J
           PERFORM UNTIL RUN-J = 1
                   OR CX-RUN-ID(CX, RUN-J - 1) < CD-RUN-ID
               MOVE CX-RUN(CX, RUN-J - 1) TO CX-RUN(CX, RUN-J)
               SUBTRACT 1 FROM RUN-J
           END-PERFORM
           MOVE CD-RUN-ID TO CX-RUN-ID(CX, RUN-J)
           MOVE CD-PASS-FAIL TO CX-PASS-FAIL(CX, RUN-J).

      *> A flip is a run whose outcome differs from the run before
      *> it; the flip is dated by the later run.
       SCORE-ONE-CASE.
           SET CX TO CASE-I
           PERFORM VARYING RUN-I FROM 2 BY 1
                   UNTIL RUN-I > CX-RUN-COUNT(CX)
               IF CX-PASS-FAIL(CX, RUN-I)
                       NOT = CX-PASS-FAIL(CX, RUN-I - 1)
                   ADD 1 TO CX-FLIP-COUNT(CX)
                   IF CX-FIRST-FLIP(CX) = 0
                       MOVE CX-RUN-ID(CX, RUN-I) TO CX-FIRST-FLIP(CX)
                   END-IF
                   MOVE CX-RUN-ID(CX, RUN-I) TO CX-LAST-FLIP(CX)
               END-IF
           END-PERFORM
           IF CX-FLIP-COUNT(CX) >= WS-QUARANTINE-FLIPS
               MOVE "QUARANTINE" TO RD-ACTION
               ADD 1 TO WS-QUARANTINED
               MOVE CX-TEST-ID(CX) TO QL-TEST-ID
               MOVE CX-FLIP-COUNT(CX) TO QL-FLIP-COUNT
               MOVE CX-FIRST-FLIP(CX) TO QL-FIRST-FLIP-RUN
               MOVE CX-LAST-FLIP(CX) TO QL-LAST-FLIP-RUN
               WRITE QUARANTINE-RECORD
               PERFORM WRITE-CASE-LINE
           ELSE
               IF CX-FLIP-COUNT(CX) > 0
                   MOVE "WATCH" TO RD-ACTION
                   ADD 1 TO WS-WATCHED
                   PERFORM WRITE-CASE-LINE
               END-IF
           END-IF.

       WRITE-CASE-LINE.
           MOVE CX-TEST-ID(CX) TO RD-TEST-ID
           MOVE CX-RUN-COUNT(CX) TO RD-RUNS
           MOVE CX-FLIP-COUNT(CX) TO RD-FLIPS
           MOVE CX-FIRST-FLIP(CX) TO RD-FIRST-FLIP
           MOVE CX-LAST-FLIP(CX) TO RD-LAST-FLIP
           MOVE CX-PASS-FAIL(CX, CX-RUN-COUNT(CX)) TO RD-LAST-PF
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SCAN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CASES SCORED: " WS-CASE-COUNT
               "  AUDIT ROWS: " WS-ROWS-READ
               "  QUARANTINED: " WS-QUARANTINED
               "  WATCH: " WS-WATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "QUARANTINE AT " WS-QUARANTINE-FLIPS
               " OR MORE PASS/FAIL FLIPS OVER THE RUNS ON FILE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CALL-ERROR-HANDLER.
           MOVE "FLAKY-SCAN" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
