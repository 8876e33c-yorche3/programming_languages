               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TEST-ID
               FILE STATUS IS WS-CATALOG-STATUS.
      *> Audit presence is one keyed probe per catalog entry on the
      *> results database's test ID + run ID alternate key.
           SELECT RESULTS-DB-FILE ASSIGN TO "RUNTESTS.RDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-KEY
               ALTERNATE RECORD KEY IS RS-TEST-KEY
               FILE STATUS IS WS-RDB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CATRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  CATALOG-RECORD.
       COPY CATREC.

       FD  RESULTS-DB-FILE.
       01  RESULTS-DB-RECORD.
       COPY RESULTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(90).
       01 WS-CATALOG-STATUS PIC XX.
          88 WS-CATALOG-STATUS-OK   VALUE '00'.
          88 WS-CATALOG-MISSING     VALUE '35'.
       01 WS-RDB-STATUS     PIC XX.
          88 WS-RDB-STATUS-OK       VALUE '00'.
          88 WS-RDB-MISSING         VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-CASE-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-CASE-WAS-TRUNCATED VALUE 'Y'.

       01 WS-NO-ENTRY-COUNT  PIC 9(4) VALUE 0.
       01 WS-NO-CASE-COUNT   PIC 9(4) VALUE 0.
       01 WS-NO-AUDIT-COUNT  PIC 9(4) VALUE 0.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-DETAIL     PIC X(60).

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> Three-way reconciliation: every live case in RUNTESTS.DAT
      *> should have a TESTCAT.MST entry, every entry should still
      *> have a live case, and every entry's case should still be
      *> turning up in the audit trail -- looked up in the results
      *> database, which carries the trail and its archive
      *> generations.
       MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               STOP RUN
           END-IF
           PERFORM LOAD-WORK-CASES
           PERFORM OPEN-RESULTS-DB
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CATALOG-FILE
               PERFORM CHECK-CATALOG-ENTRIES
               CLOSE CATALOG-FILE
           END-IF
           IF NOT WS-RDB-MISSING
               CLOSE RESULTS-DB-FILE
           END-IF
           PERFORM WRITE-RECON-SUMMARY
           CLOSE REPORT-FILE
           MOVE "CATRECON.RPT" TO VT-REPORT-NAME
           MOVE "CATALOG-RECON" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "CATALOG-RECON: " WS-NO-ENTRY-COUNT
               " uncataloged case(s), " WS-NO-CASE-COUNT
               " orphan entr(y/ies), " WS-NO-AUDIT-COUNT
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WR-TEST-ID NOT = "SUITE"
                           AND WR-TEST-ID NOT = "CONTINUE"
                           PERFORM REMEMBER-WORK-CASE
                       END-IF
               END-READ
               END-IF
           END-IF.

       OPEN-RESULTS-DB.
           OPEN INPUT RESULTS-DB-FILE
           IF WS-RDB-MISSING
               DISPLAY "CATALOG-RECON: no RUNTESTS.RDB -- audit "
                   "presence cannot be confirmed for any entry."
           ELSE
               IF NOT WS-RDB-STATUS-OK
                   MOVE "RUNTESTS.RDB" TO EH-FILE-NAME
                   MOVE WS-RDB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
           END-IF.

           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Any row at all under the entry's test ID will do: position
      *> on its first run and see whether the key still belongs to
      *> it. Run trailers sit under the test ID TRAILER, which no
      *> catalog entry carries.
       CHECK-ENTRY-IN-AUDIT.
           IF WS-RDB-MISSING
               PERFORM REPORT-SILENT-ENTRY
           ELSE
               MOVE TC-TEST-ID TO RS-ALT-TEST-ID
               MOVE 0 TO RS-ALT-RUN-ID
               START RESULTS-DB-FILE KEY NOT < RS-TEST-KEY
                   INVALID KEY
                       PERFORM REPORT-SILENT-ENTRY
                   NOT INVALID KEY
                       PERFORM READ-FIRST-RUN-OF-ENTRY
               END-START
           END-IF.

       READ-FIRST-RUN-OF-ENTRY.
           READ RESULTS-DB-FILE NEXT RECORD
               AT END
                   PERFORM REPORT-SILENT-ENTRY
               NOT AT END
                   IF RS-ALT-TEST-ID NOT = TC-TEST-ID
                       PERFORM REPORT-SILENT-ENTRY
                   END-IF
           END-READ.

       REPORT-SILENT-ENTRY.
           ADD 1 TO WS-NO-AUDIT-COUNT
           MOVE TC-TEST-ID TO RD-TEST-ID
           MOVE "NOT IN AUDIT" TO RD-FINDING
           MOVE "CASE HAS NO ROW ON THE AUDIT TRAIL OR ITS ARCHIVES"
               TO RD-DETAIL
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.
