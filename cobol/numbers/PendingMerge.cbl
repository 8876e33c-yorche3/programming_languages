       01 WS-ACCEPT-COUNT  PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
       01 WS-HOLD-COUNT    PIC 9(4) VALUE 0.
       01 WS-OPERATOR-ID   PIC X(8).

       01 REPORT-HEADING.
           05 FILLER PIC X(11) VALUE "PENDING ID".
           05 FILLER        PIC X VALUE SPACE.
           05 RP-SUITE      PIC X(14).

       COPY VAULTLINK.

      *> Locks this session holds on ENQUEUE.DAT.
       01 WS-WORK-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-WORK-LOCKED         VALUE 'Y'.
       01 WS-PEND-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-PEND-LOCKED         VALUE 'Y'.

       COPY ENQLINK.

      *> YYYYMMDDHHMMSS the session began; only FILE alerts raised
      *> for this program before then are cleared when it ends.
       01 WS-SESSION-BEGAN-AT PIC X(14).

       COPY ALERTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM IDENTIFY-OPERATOR
           PERFORM ENQUEUE-SESSION-FILES
           PERFORM LOAD-PENDING-FILE
           IF WS-PEND-OVERFLOW > 0
               DISPLAY "PENDING-MERGE: " WS-PEND-OVERFLOW
                   " case(s) past the 100-row table -- review "
                   "refused so no row is lost; split RUNTESTS.PND "
                   "and review the pieces"
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PEND-COUNT = 0
               DISPLAY "PENDING-MERGE: no pending cases on file."
               PERFORM CLEAR-SESSION-FILE-ALERTS
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-REPORT-STATUS-OK
               MOVE "PENDMERGE.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
               PERFORM REVIEW-ONE-PENDING
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "PENDMERGE.RPT" TO VT-REPORT-NAME
           MOVE "PENDING-MERGE" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           IF WS-ACCEPT-COUNT > 0
               PERFORM REWRITE-WORK-FILE
           END-IF
           DISPLAY "PENDING-MERGE: " WS-ACCEPT-COUNT " merged, "
               WS-REJECT-COUNT " rejected, " WS-HOLD-COUNT
               " held on RUNTESTS.PND."
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               IF NOT WS-PENDING-STATUS-OK
                   MOVE "RUNTESTS.PND" TO EH-FILE-NAME
                   MOVE WS-PENDING-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-SESSION-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               IF NOT WS-FILE-STATUS-OK
                   MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
                   MOVE WS-FILE-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-SESSION-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               DISPLAY "PENDING-MERGE: more than 500 work records "
                   "-- no room to merge into; split the work file "
                   "first."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               WITH NO ADVANCING
           ACCEPT WS-NEW-ID
           IF WS-NEW-ID = SPACES OR WS-NEW-ID = "SUITE"
               OR WS-NEW-ID = "CONTINUE"
               CONTINUE
           ELSE
               SET WS-ID-ACCEPTED TO TRUE
           IF NOT WS-FILE-STATUS-OK
               MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           IF NOT WS-PENDING-STATUS-OK
               MOVE "RUNTESTS.PND" TO EH-FILE-NAME
               MOVE WS-PENDING-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *> The review is recorded against whoever sits at the terminal,
      *> so a colleague refused the files knows whom to ask.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.

      *> Both files are rewritten from what this session loaded, so
      *> both are held exclusive from before the load until after
      *> the rewrite: a case saved from OPERATOR-MENU meanwhile is
      *> not lost, and no suite reads the work file half-merged.
       ENQUEUE-SESSION-FILES.
           MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-WORK-LOCKED TO TRUE
           MOVE "RUNTESTS.PND" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-PEND-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "PENDING-MERGE" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "PENDING-MERGE: " EQ-RESOURCE
                       " is in use by " EQ-HOLDER-PROGRAM
                       " operator " EQ-HOLDER-OPERATOR " since "
                       EQ-HOLDER-SINCE(1:14) " -- session refused."
                   PERFORM DEQUEUE-SESSION-FILES
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM DEQUEUE-SESSION-FILES
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

       DEQUEUE-SESSION-FILES.
           MOVE "PENDING-MERGE" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           IF WS-WORK-LOCKED
               MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-WORK-LOCK-FLAG
           END-IF
           IF WS-PEND-LOCKED
               MOVE "RUNTESTS.PND" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-PEND-LOCK-FLAG
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "PENDING-MERGE" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "PENDING-MERGE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
