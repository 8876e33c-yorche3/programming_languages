       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-STORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The report being filed, named by the caller.
           SELECT REPORT-IN-FILE ASSIGN USING VT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
      *> Both vault files are appended, never rewritten, except by
      *> REPORT-VAULT PURGE.
           SELECT VAULT-INDEX-FILE ASSIGN TO "VAULT.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT VAULT-LINE-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE       PIC X(132).

       FD  VAULT-INDEX-FILE.
       01  VAULT-INDEX-RECORD.
       COPY VAULTIDX.

       FD  VAULT-LINE-FILE.
       01  VAULT-LINE-RECORD.
       COPY VAULTLIN.

      *> Must stay in step with MAINPROGRAM's RUN-CONTROL-RECORD.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-LAST-RUN-ID   PIC 9(6).
           05 RC-FLIGHT-FLAG   PIC X.
           05 RC-WORK-NAME     PIC X(20).
           05 RC-HEARTBEAT     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-IN-STATUS PIC XX.
          88 WS-REPORT-IN-STATUS-OK VALUE '00'.
       01 WS-INDEX-STATUS  PIC XX.
          88 WS-INDEX-STATUS-OK     VALUE '00'.
          88 WS-INDEX-MISSING       VALUE '35'.
       01 WS-LINE-STATUS   PIC XX.
          88 WS-LINE-STATUS-OK      VALUE '00'.
          88 WS-LINE-MISSING        VALUE '35'.
       01 WS-RUNCTL-STATUS PIC XX.
          88 WS-RUNCTL-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-NOW           PIC X(21).
       01 WS-RUN-ID        PIC 9(6).
       01 WS-LAST-VAULT-ID PIC 9(8).
       01 WS-LINE-COUNT    PIC 9(7).

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY VAULTLINK.

      *> Files the report the caller has just closed: its lines go
      *> onto VAULT.DAT under the next vault ID and one row onto
      *> VAULT.IDX says what it is, which run it belongs to, when it
      *> was filed and who produced it. An empty report is filed
      *> too -- an empty page is what the reader saw that day.
       PROCEDURE DIVISION USING VT-REPORT-NAME VT-PROGRAM-ID
           VT-VAULT-ID VT-STATUS.

       MAIN-LOGIC.
           SET VT-NOT-FILED TO TRUE
           MOVE 0 TO VT-VAULT-ID
           MOVE 'N' TO WS-EOF-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN INPUT REPORT-IN-FILE
           IF NOT WS-REPORT-IN-STATUS-OK
               GOBACK
           END-IF
           PERFORM READ-RUN-CONTROL
           PERFORM FIND-LAST-VAULT-ID
           IF VT-FILE-ERROR
               CLOSE REPORT-IN-FILE
               GOBACK
           END-IF
           OPEN EXTEND VAULT-LINE-FILE
           IF WS-LINE-MISSING
               OPEN OUTPUT VAULT-LINE-FILE
           END-IF
           IF NOT WS-LINE-STATUS-OK
               MOVE "VAULT.DAT" TO EH-FILE-NAME
               MOVE WS-LINE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET VT-FILE-ERROR TO TRUE
               CLOSE REPORT-IN-FILE
               GOBACK
           END-IF
           OPEN EXTEND VAULT-INDEX-FILE
           IF WS-INDEX-MISSING
               OPEN OUTPUT VAULT-INDEX-FILE
           END-IF
           IF NOT WS-INDEX-STATUS-OK
               MOVE "VAULT.IDX" TO EH-FILE-NAME
               MOVE WS-INDEX-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET VT-FILE-ERROR TO TRUE
               CLOSE VAULT-LINE-FILE
               CLOSE REPORT-IN-FILE
               GOBACK
           END-IF
           ADD 1 TO WS-LAST-VAULT-ID GIVING VT-VAULT-ID
           MOVE 0 TO WS-LINE-COUNT
           PERFORM UNTIL WS-EOF
               READ REPORT-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       MOVE VT-VAULT-ID TO VL-VAULT-ID
                       MOVE REPORT-IN-LINE TO VL-TEXT
                       WRITE VAULT-LINE-RECORD
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
           CLOSE VAULT-LINE-FILE
           MOVE VT-VAULT-ID TO VX-VAULT-ID
           MOVE VT-REPORT-NAME TO VX-REPORT-NAME
           MOVE WS-RUN-ID TO VX-RUN-ID
           MOVE WS-NOW(1:14) TO VX-PRODUCED
           MOVE VT-PROGRAM-ID TO VX-PROGRAM-ID
           MOVE WS-LINE-COUNT TO VX-LINE-COUNT
           WRITE VAULT-INDEX-RECORD
           CLOSE VAULT-INDEX-FILE
           SET VT-FILED TO TRUE
           GOBACK.

      *> The copy belongs to the last run started; no run control on
      *> file means there has been no run yet.
       READ-RUN-CONTROL.
           MOVE 0 TO WS-RUN-ID
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS-OK
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-LAST-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> Vault IDs only ever go up; the index is in ID order, so the
      *> last row holds the highest.
       FIND-LAST-VAULT-ID.
           MOVE 0 TO WS-LAST-VAULT-ID
           OPEN INPUT VAULT-INDEX-FILE
           IF WS-INDEX-MISSING
               CONTINUE
           ELSE
               IF NOT WS-INDEX-STATUS-OK
                   MOVE "VAULT.IDX" TO EH-FILE-NAME
                   MOVE WS-INDEX-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   SET VT-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ VAULT-INDEX-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE VX-VAULT-ID TO WS-LAST-VAULT-ID
                       END-READ
                   END-PERFORM
                   CLOSE VAULT-INDEX-FILE
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "VAULT-STORE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
