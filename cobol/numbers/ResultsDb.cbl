       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTSDB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Indexed lookup copy of the audit trail, loaded by the test
      *> drivers at the moment they write each audit row. Same file,
      *> keys, and record as RESULTSDB-MGR's declaration.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       WORKING-STORAGE SECTION.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-OK            VALUE '00'.
          88 WS-RDB-DUPLICATE     VALUE '22'.
          88 WS-RDB-NEW-FILE      VALUE '35'.
       01 WS-RDB-OPEN-FLAG  PIC X VALUE 'N'.
          88 WS-RDB-OPENED        VALUE 'Y'.
      *> Batch-session mode, as with FACTORIAL's cache: a driver that
      *> posts a whole run CALLs RESULTSDB-INIT once, every RESULTSDB
      *> call uses the already-open file, and RESULTSDB-TERM closes
      *> it. A caller that never initializes gets open-per-call.
       01 WS-SESSION-FLAG   PIC X VALUE 'N'.
          88 WS-SESSION-ACTIVE    VALUE 'Y'.
      *> One SYSERR.LOG entry per session for an unwritable
      *> database, not one per audit row.
       01 WS-FAILURE-LOGGED PIC X VALUE 'N'.
          88 WS-FAILURE-WAS-LOGGED VALUE 'Y'.

      *> Detail and trailer views of the posted image; the run ID
      *> sits in a different place in each.
       01 POSTED-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==PD==.
       01 POSTED-TRAILER.
           05 PT-MARKER        PIC X(10).
           05 PT-RECORD-COUNT  PIC 9(9).
           05 PT-PASS-COUNT    PIC 9(9).
           05 PT-FAIL-COUNT    PIC 9(9).
           05 PT-PASS-RATE     PIC 999V99.
           05 PT-RUN-ID        PIC 9(6).
           05 FILLER           PIC X(74).

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY RDBLINK.

       PROCEDURE DIVISION USING RD-AUDIT-IMAGE RD-STATUS.
           SET RD-STATUS-OK TO TRUE.
           MOVE RD-AUDIT-IMAGE TO POSTED-DETAIL.
           MOVE RD-AUDIT-IMAGE TO POSTED-TRAILER.
           IF PD-TEST-ID = "SUBTOTAL" OR PD-TEST-ID = "ARCHIVE"
                   OR PD-TEST-ID = "ARCTOTAL"
                   OR PD-TEST-ID = "SEAL"
               SET RD-STATUS-NOT-HELD TO TRUE
           ELSE
               IF NOT WS-SESSION-ACTIVE
                   PERFORM OPEN-RESULTS-DB
               END-IF
               IF WS-RDB-OPENED
                   PERFORM POST-ONE-ROW
               ELSE
                   SET RD-STATUS-FAILED TO TRUE
               END-IF
               IF NOT WS-SESSION-ACTIVE AND WS-RDB-OPENED
                   CLOSE RESULTS-DB-FILE
                   MOVE 'N' TO WS-RDB-OPEN-FLAG
               END-IF
           END-IF.
           GOBACK.

       RESULTSDB-INIT-POINT.
           ENTRY 'RESULTSDB-INIT' USING RD-STATUS.
           SET RD-STATUS-OK TO TRUE.
           IF NOT WS-SESSION-ACTIVE
               MOVE 'N' TO WS-FAILURE-LOGGED
               PERFORM OPEN-RESULTS-DB
               SET WS-SESSION-ACTIVE TO TRUE
               IF NOT WS-RDB-OPENED
                   SET RD-STATUS-FAILED TO TRUE
               END-IF
           END-IF.
           GOBACK.

       RESULTSDB-TERM-POINT.
           ENTRY 'RESULTSDB-TERM' USING RD-STATUS.
           SET RD-STATUS-OK TO TRUE.
           IF WS-SESSION-ACTIVE
               IF WS-RDB-OPENED
                   CLOSE RESULTS-DB-FILE
                   MOVE 'N' TO WS-RDB-OPEN-FLAG
               END-IF
               MOVE 'N' TO WS-SESSION-FLAG
           END-IF.
           GOBACK.

      *> The first post ever creates the file.
       OPEN-RESULTS-DB.
           MOVE 'N' TO WS-RDB-OPEN-FLAG
           OPEN I-O RESULTS-DB-FILE
           IF WS-RDB-NEW-FILE
               OPEN OUTPUT RESULTS-DB-FILE
               CLOSE RESULTS-DB-FILE
               OPEN I-O RESULTS-DB-FILE
           END-IF
           IF WS-RDB-OK
               SET WS-RDB-OPENED TO TRUE
           ELSE
               MOVE "OPEN" TO EH-OPERATION
               PERFORM LOG-DATABASE-FAILURE
           END-IF.
           EXIT.

       POST-ONE-ROW.
           IF PT-MARKER = "TRAILER"
               MOVE PT-RUN-ID TO RS-RUN-ID
           ELSE
               MOVE PD-RUN-ID TO RS-RUN-ID
           END-IF
           MOVE PD-TEST-ID TO RS-TEST-ID
           MOVE RS-TEST-ID TO RS-ALT-TEST-ID
           MOVE RS-RUN-ID TO RS-ALT-RUN-ID
           MOVE RD-AUDIT-IMAGE TO RS-AUDIT-IMAGE
           WRITE RESULTS-DB-RECORD
               INVALID KEY
                   PERFORM REPLACE-EXISTING-ROW
           END-WRITE
           IF NOT WS-RDB-OK AND NOT RD-STATUS-REPLACED
               SET RD-STATUS-FAILED TO TRUE
               MOVE "WRITE" TO EH-OPERATION
               PERFORM LOG-DATABASE-FAILURE
           END-IF.
           EXIT.

       REPLACE-EXISTING-ROW.
           IF WS-RDB-DUPLICATE
               REWRITE RESULTS-DB-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-RDB-OK
                   SET RD-STATUS-REPLACED TO TRUE
               END-IF
           END-IF.
           EXIT.

      *> Logged through the common handler so the failure is on
      *> SYSERR.LOG, but the RETURN-CODE the handler sets is the
      *> caller's business: the run itself carries on.
       LOG-DATABASE-FAILURE.
           IF NOT WS-FAILURE-WAS-LOGGED
               MOVE "RESULTSDB" TO EH-PROGRAM-ID
               MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
               MOVE WS-RDB-STATUS TO EH-FILE-STATUS
               CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
                   EH-OPERATION EH-FILE-STATUS
               SET WS-FAILURE-WAS-LOGGED TO TRUE
           END-IF.
           EXIT.
