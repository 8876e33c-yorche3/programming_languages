       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The results database: every run of one case sits together
      *> under the test ID + run ID alternate key, so a case's
      *> history is one START and a short run of READ NEXTs instead
      *> of a pass over the audit trail and every archive
      *> generation.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASEHIST.RPT"
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

       01 WS-REQUEST-ID     PIC X(10).
          88 WS-ALL-CASES          VALUE "ALL", SPACES.

       01 CURRENT-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==CD==.

      *> Collected history rows, in alternate-key order: test ID,
      *> then run ID, which is the order the runs happened.
       01 WS-HIST-COUNT     PIC 9(4) VALUE 0.
       01 HIST-TABLE-AREA.
          05 HIST-ENTRY OCCURS 500 TIMES.
             10 HX-ACTUAL     PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 HX-PASS-FAIL  PIC X(4).
       01 WS-HIST-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-HIST-WAS-TRUNCATED VALUE 'Y'.

       01 HIST-I            PIC 9(4).

       01 WS-PREV-TEST-ID   PIC X(10) VALUE SPACES.
           05 CS-TEST-ID    PIC X(10).
           05 CS-TEXT       PIC X(40).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM COLLECT-FROM-RESULTS-DB
           IF WS-HIST-COUNT = 0
               DISPLAY "CASE-HISTORY: no matching audit records for "
                   WS-REQUEST-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "CASEHIST.RPT" TO VT-REPORT-NAME
               MOVE "CASE-HISTORY" TO VT-PROGRAM-ID
               CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
                   VT-VAULT-ID VT-STATUS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING HIST-I FROM 1 BY 1
           END-PERFORM
           PERFORM CLOSE-OUT-CASE
           CLOSE REPORT-FILE
           MOVE "CASEHIST.RPT" TO VT-REPORT-NAME
           MOVE "CASE-HISTORY" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "CASE-HISTORY: " WS-HIST-COUNT
               " run(s) reported to CASEHIST.RPT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> One case: position on its first run and read forward until
      *> the test ID changes. ALL: read the whole alternate key.
       COLLECT-FROM-RESULTS-DB.
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-MISSING
               DISPLAY "CASE-HISTORY: no RUNTESTS.RDB -- build it "
                   "with RESULTSDB-MGR BUILD"
           ELSE
               IF NOT WS-RDB-STATUS-OK
                   MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
                   MOVE WS-RDB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               IF WS-ALL-CASES
                   MOVE LOW-VALUES TO RS-TEST-KEY
               ELSE
                   MOVE WS-REQUEST-ID TO RS-ALT-TEST-ID
                   MOVE 0 TO RS-ALT-RUN-ID
               END-IF
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
                           IF NOT WS-ALL-CASES
                               AND RS-ALT-TEST-ID NOT = WS-REQUEST-ID
                               SET WS-EOF TO TRUE
                           ELSE
                               MOVE RS-AUDIT-IMAGE TO CURRENT-DETAIL
                               PERFORM CAPTURE-DETAIL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-DB-FILE
           END-IF.

      *> Run trailers share the database with detail rows (under the
      *> test ID TRAILER); anything whose first ten bytes match a
      *> marker is not a test case.
       CAPTURE-DETAIL-ROW.
           IF CD-TEST-ID = "TRAILER" OR CD-TEST-ID = "ARCHIVE"
                   OR CD-TEST-ID = "ARCTOTAL"
                   OR CD-TEST-ID = "SEAL"
                   OR CD-TEST-ID = "SUBTOTAL"
               CONTINUE
           ELSE
               END-IF
           END-IF.

       REPORT-ONE-ROW.
           IF HX-TEST-ID(HIST-I) NOT = WS-PREV-TEST-ID
               PERFORM CLOSE-OUT-CASE
