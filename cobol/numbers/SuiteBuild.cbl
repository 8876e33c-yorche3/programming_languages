       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
       COPY WORKREC.
       01  CLEAN-CONTINUATION.
       COPY WORKCONT.

       FD  SEQUENCED-FILE.
       01  SEQUENCED-RECORD     PIC X(89).

       01 WS-READ-COUNT    PIC 9(9) VALUE 0.
       01 WS-CASE-WRITTEN  PIC 9(9) VALUE 0.
       01 WS-CONT-WRITTEN  PIC 9(9) VALUE 0.
       01 WS-HEADER-COUNT  PIC 9(4) VALUE 0.
       01 WS-DROPPED-HDRS  PIC 9(4) VALUE 0.

      *> on the way in and regenerated on the way out, which is the
      *> whole point of the program. Same 500-row sizing convention
      *> as RECONCILE-RUN's prior-run comparison table.
      *> A continuation takes its case's operation and test ID as its
      *> sort key; the sort never moves a row past an equal key, so
      *> it stays behind its case. It counts against the 500.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 CASE-TABLE-AREA.
          05 CASE-ENTRY OCCURS 500 TIMES.
       01 SORT-J           PIC 9(4).
       01 CASE-I           PIC 9(4).
       01 WS-PREV-OPERATION PIC X(14) VALUE SPACES.
       01 WS-LAST-OPERATION PIC X(14) VALUE SPACES.

       01 SUITE-HEADER-RECORD.
           05 SH-MARKER        PIC X(10) VALUE "SUITE".
           05 SH-SUITE-NAME    PIC X(14).
           05 FILLER           PIC X(65) VALUE SPACES.

      *> Locks this run holds on ENQUEUE.DAT.
       01 WS-CLEAN-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-CLEAN-LOCKED        VALUE 'Y'.
       01 WS-SEQ-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-SEQ-LOCKED          VALUE 'Y'.

       COPY ENQLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> MAINPROGRAM's SUBTOTAL records stay honest without anyone
      *> hand-typing headers or caring where new cases were appended.
       MAIN-LOGIC.
           PERFORM ENQUEUE-RUN-FILES
           OPEN INPUT CLEAN-FILE
           IF NOT WS-CLEAN-STATUS-OK
               MOVE "RUNTESTS.EDT" TO EH-FILE-NAME
               MOVE WS-CLEAN-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           END-PERFORM
           CLOSE CLEAN-FILE
           IF WS-CASE-WAS-TRUNCATED
               DISPLAY "SUITE-BUILD: more than 500 cases and "
                   "continuations -- refusing to write a file with "
                   "cases missing; split the input and sequence the "
                   "pieces"
               PERFORM DEQUEUE-RUN-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-SEQUENCED-FILE
           DISPLAY "SUITE-BUILD: read " WS-READ-COUNT " record(s) ("
               WS-DROPPED-HDRS " old header(s) dropped), wrote "
               WS-CASE-WRITTEN " case(s) and " WS-CONT-WRITTEN
               " continuation(s) under " WS-HEADER-COUNT
               " generated suite header(s)."
           PERFORM DEQUEUE-RUN-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           ELSE
               IF WS-CASE-COUNT < 500
                   ADD 1 TO WS-CASE-COUNT
                   IF WC-MARKER = "CONTINUE"
                       MOVE WS-LAST-OPERATION
                           TO CE-OPERATION(WS-CASE-COUNT)
                       MOVE WC-TEST-ID TO CE-TEST-ID(WS-CASE-COUNT)
                   ELSE
                       MOVE WR-OPERATION TO CE-OPERATION(WS-CASE-COUNT)
                       MOVE WR-TEST-ID TO CE-TEST-ID(WS-CASE-COUNT)
                       MOVE WR-OPERATION TO WS-LAST-OPERATION
                   END-IF
                   MOVE CLEAN-RECORD TO CE-RECORD(WS-CASE-COUNT)
               ELSE
                   SET WS-CASE-WAS-TRUNCATED TO TRUE
           IF NOT WS-SEQ-STATUS-OK
               MOVE "RUNTESTS.SEQ" TO EH-FILE-NAME
               MOVE WS-SEQ-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
               WRITE SEQUENCED-RECORD
               MOVE CE-OPERATION(CASE-I) TO WS-PREV-OPERATION
           END-IF
           IF CE-RECORD(CASE-I)(1:10) = "CONTINUE"
               ADD 1 TO WS-CONT-WRITTEN
           ELSE
               ADD 1 TO WS-CASE-WRITTEN
           END-IF
           MOVE CE-RECORD(CASE-I) TO SEQUENCED-RECORD
           WRITE SEQUENCED-RECORD.

      *> The edited file is only read, so a shared lock keeps
      *> EDIT-WORK-FILE from rewriting it under the sort; the
      *> sequenced file is written from scratch and held exclusive
      *> so no suite runs from it half-written.
       ENQUEUE-RUN-FILES.
           MOVE "RUNTESTS.EDT" TO EQ-RESOURCE
           SET EQ-SHARED TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-CLEAN-LOCKED TO TRUE
           MOVE "RUNTESTS.SEQ" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-SEQ-LOCKED TO TRUE.

      *> Refused, the run gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "SUITE-BUILD" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "SUITE-BUILD: " EQ-RESOURCE
                       " is in use by " EQ-HOLDER-PROGRAM
                       " operator " EQ-HOLDER-OPERATOR " since "
                       EQ-HOLDER-SINCE(1:14) " -- run refused."
                   PERFORM DEQUEUE-RUN-FILES
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM DEQUEUE-RUN-FILES
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

       DEQUEUE-RUN-FILES.
           MOVE "SUITE-BUILD" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           IF WS-CLEAN-LOCKED
               MOVE "RUNTESTS.EDT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-CLEAN-LOCK-FLAG
           END-IF
           IF WS-SEQ-LOCKED
               MOVE "RUNTESTS.SEQ" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-SEQ-LOCK-FLAG
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "SUITE-BUILD" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
