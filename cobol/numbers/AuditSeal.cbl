       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "RUNTESTS.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(122).
       01  SEAL-RECORD.
       COPY SEALREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS  PIC XX.
          88 WS-AUDIT-STATUS-OK     VALUE '00'.
          88 WS-AUDIT-MISSING       VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.
       01 WS-SEALED-FLAG   PIC X VALUE 'N'.
          88 WS-ALREADY-SEALED   VALUE 'Y'.

       01 WS-TARGET-RUN    PIC X(6).
       01 WS-ROW-RUN       PIC X(6).
       01 WS-ROW-COUNT     PIC 9(9).
       01 WS-NOW           PIC X(21).

       01 WS-RUN-HASH.
           05 WS-RUN-HASH-1 PIC 9(12).
           05 WS-RUN-HASH-2 PIC 9(12).
       01 WS-PREV-SEAL.
           05 WS-PREV-SEAL-1 PIC 9(12).
           05 WS-PREV-SEAL-2 PIC 9(12).

      *> What the seal is taken over: the run's own hash, ID and row
      *> count, folded in on top of the previous run's seal.
       01 WS-SEAL-TEXT.
           05 ST-RUN-HASH     PIC X(24).
           05 ST-RUN-ID       PIC 9(6).
           05 ST-ROW-COUNT    PIC 9(9).
           05 FILLER          PIC X(83) VALUE SPACES.

       COPY HASHLINK.

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY SEALLINK.

      *> Seals the run the caller has just finished: reads the trail
      *> back, hashes every row carrying the run ID (a restarted run's
      *> rows from before the restart included), chains the result to
      *> the last seal on the trail and appends the SEAL row. A run is
      *> only ever sealed once.
       PROCEDURE DIVISION USING AS-RUN-ID AS-STATUS.

       MAIN-LOGIC.
           SET AS-NOT-SEALED TO TRUE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-SEALED-FLAG
           MOVE AS-RUN-ID TO WS-TARGET-RUN
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-RUN-HASH-1 WS-RUN-HASH-2
           MOVE 0 TO WS-PREV-SEAL-1 WS-PREV-SEAL-2
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-MISSING
               GOBACK
           END-IF
           IF NOT WS-AUDIT-STATUS-OK
               MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
               MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET AS-FILE-ERROR TO TRUE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-AUDIT-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-ALREADY-SEALED OR WS-ROW-COUNT = 0
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-STATUS-OK
               MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
               MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET AS-FILE-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO SEAL-RECORD
           MOVE "SEAL" TO SL-MARKER
           MOVE AS-RUN-ID TO SL-RUN-ID
           MOVE WS-ROW-COUNT TO SL-ROW-COUNT
           MOVE WS-RUN-HASH TO SL-RUN-HASH
           MOVE WS-PREV-SEAL TO SL-PREV-SEAL
           PERFORM COMPUTE-SEAL
           MOVE WS-NOW(1:14) TO SL-SEALED-AT
           WRITE SEAL-RECORD
           CLOSE AUDIT-FILE
           SET AS-SEALED TO TRUE
           GOBACK.

      *> Control rows carry the run ID where their own layout puts
      *> it; everything else is a detail row (AUDITREC's AR-RUN-ID).
       TAKE-AUDIT-ROW.
           MOVE SPACES TO WS-ROW-RUN
           EVALUATE AUDIT-RECORD(1:10)
               WHEN "SEAL"
                   IF SL-RUN-ID = AS-RUN-ID
                       SET WS-ALREADY-SEALED TO TRUE
                   ELSE
                       MOVE SL-SEAL TO WS-PREV-SEAL
                   END-IF
               WHEN "TRAILER"
                   MOVE AUDIT-RECORD(43:6) TO WS-ROW-RUN
               WHEN "SUBTOTAL"
                   MOVE AUDIT-RECORD(52:6) TO WS-ROW-RUN
               WHEN "ARCHIVE"
               WHEN "ARCTOTAL"
                   CONTINUE
               WHEN OTHER
                   MOVE AUDIT-RECORD(111:6) TO WS-ROW-RUN
           END-EVALUATE
           IF WS-ROW-RUN = WS-TARGET-RUN
               ADD 1 TO WS-ROW-COUNT
               MOVE AUDIT-RECORD TO SH-TEXT
               MOVE WS-RUN-HASH-1 TO SH-HASH-1
               MOVE WS-RUN-HASH-2 TO SH-HASH-2
               CALL 'AUDIT-HASH' USING SH-TEXT SH-HASH-1 SH-HASH-2
               MOVE SH-HASH-1 TO WS-RUN-HASH-1
               MOVE SH-HASH-2 TO WS-RUN-HASH-2
           END-IF.

      *> AUDIT-VERIFY takes the seal the same way; the two must stay
      *> in step.
       COMPUTE-SEAL.
           MOVE SL-RUN-HASH TO ST-RUN-HASH
           MOVE SL-RUN-ID TO ST-RUN-ID
           MOVE SL-ROW-COUNT TO ST-ROW-COUNT
           MOVE WS-SEAL-TEXT TO SH-TEXT
           MOVE SL-PREV-SEAL-1 TO SH-HASH-1
           MOVE SL-PREV-SEAL-2 TO SH-HASH-2
           CALL 'AUDIT-HASH' USING SH-TEXT SH-HASH-1 SH-HASH-2
           MOVE SH-HASH-1 TO SL-SEAL-1
           MOVE SH-HASH-2 TO SL-SEAL-2.

       CALL-ERROR-HANDLER.
           MOVE "AUDIT-SEAL" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
