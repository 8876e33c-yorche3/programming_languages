           05 EM-ASSIGNED      PIC X(8).
           05 EM-STATUS        PIC X(8).
           05 EM-DETAIL        PIC X(40).
      *> Filled only on CASEFAIL rows (a failing test case, filed by
      *> FAIL-ROUTE); spaces on every other source. Carried through
      *> as a group by every program that rewrites the master.
           05 EM-CASE-FIELDS.
              10 EM-SEVERITY   PIC X.
              10 EM-EXPECTED   PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-ACTUAL     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-LAST-RUN   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
             10 XC-ASSIGNED   PIC X(8).
             10 XC-STATUS     PIC X(8).
             10 XC-DETAIL     PIC X(40).
             10 XC-CASE-FIELDS PIC X(53).

       01 WS-PICK-X        PIC 9(4).
       01 WS-ANALYST       PIC X(8).
       01 EXC-I            PIC 9(4).
       01 WS-SHOWN-COUNT   PIC 9(4).
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

      *> is finished. EXCEPT-SWEEP keeps the master fed; this keeps
      *> it worked.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM IDENTIFY-OPERATOR
           PERFORM ENQUEUE-SESSION-FILES
           PERFORM LOAD-EXCEPT-MASTER
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM SHOW-MENU
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           IF WS-MASTER-MISSING
               DISPLAY "EXCEPT-MAINT: no EXCEPT.MST -- run "
                   "EXCEPT-SWEEP first."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-MASTER-STATUS-OK
               MOVE "EXCEPT.MST" TO EH-FILE-NAME
               MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
               MOVE EM-ASSIGNED TO XC-ASSIGNED(WS-EXC-COUNT)
               MOVE EM-STATUS TO XC-STATUS(WS-EXC-COUNT)
               MOVE EM-DETAIL TO XC-DETAIL(WS-EXC-COUNT)
               MOVE EM-CASE-FIELDS TO XC-CASE-FIELDS(WS-EXC-COUNT)
           END-IF.

       BROWSE-OPEN-EXCEPTIONS.
           IF NOT WS-MASTER-STATUS-OK
               MOVE "EXCEPT.MST" TO EH-FILE-NAME
               MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
               MOVE XC-ASSIGNED(EXC-I) TO EM-ASSIGNED
               MOVE XC-STATUS(EXC-I) TO EM-STATUS
               MOVE XC-DETAIL(EXC-I) TO EM-DETAIL
               MOVE XC-CASE-FIELDS(EXC-I) TO EM-CASE-FIELDS
               WRITE EXCEPT-MASTER-RECORD
           END-PERFORM
           CLOSE EXCEPT-MASTER-FILE
           DISPLAY "EXCEPT-MAINT: " WS-EXC-COUNT
               " exception(s) written.".

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
      *> session ends: a sweep or a second analyst in the meantime
      *> would be overwritten by this session's rewrite.
       ENQUEUE-SESSION-FILES.
           MOVE "EXCEPT.MST" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-MASTER-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "EXCEPT-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "EXCEPT-MAINT: " EQ-RESOURCE
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
           MOVE "EXCEPT-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           IF WS-MASTER-LOCKED
               MOVE "EXCEPT.MST" TO EQ-RESOURCE
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
           MOVE "EXCEPT-MAINT" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "EXCEPT-MAINT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
