       01 WS-FOUND-X       PIC 9(4).
       01 WS-FIELD-IN      PIC X(20).
       01 OPER-I           PIC 9(4).
       01 WS-OPERATOR-ID   PIC X(8).

      *> Lock this session holds on ENQUEUE.DAT.
       01 WS-MASTER-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-MASTER-LOCKED       VALUE 'Y'.

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
           PERFORM LOAD-OPER-MASTER
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM SHOW-MENU
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               IF NOT WS-MASTER-STATUS-OK
                   MOVE "OPERMAST.DAT" TO EH-FILE-NAME
                   MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-SESSION-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
           IF NOT WS-MASTER-STATUS-OK
               MOVE "OPERMAST.DAT" TO EH-FILE-NAME
               MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           DISPLAY "OPER-MAINT: " WS-OPER-COUNT
               " operator(s) written.".

      *> The session is recorded against whoever sits at the
      *> terminal, so a colleague refused the file knows whom to ask.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.

      *> The master is rewritten from what this session loaded, so
      *> it is held exclusive from before the load until the
      *> session ends: a second maintainer would otherwise put
      *> back an operator the first had just revoked.
       ENQUEUE-SESSION-FILES.
           MOVE "OPERMAST.DAT" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-MASTER-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "OPER-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "OPER-MAINT: " EQ-RESOURCE
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
           MOVE "OPER-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           IF WS-MASTER-LOCKED
               MOVE "OPERMAST.DAT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-MASTER-LOCK-FLAG
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "OPER-MAINT" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "OPER-MAINT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
