       FD  WORK-FILE.
       01  WORK-RECORD.
       COPY WORKREC.
       01  WORK-CONTINUATION.
       COPY WORKCONT.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD        PIC X(89).
       01 WS-SEEN-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-SEEN-WAS-TRUNCATED VALUE 'Y'.

      *> A case and its continuations are edited as one group and
      *> written together once the next case, suite header or end of
      *> file shows the group is complete, so a case never reaches
      *> RUNTESTS.EDT without the whole of its list. 51 rows is a
      *> case plus the 50 continuations a 100-value list takes.
       01 WS-GROUP-COUNT   PIC 9(2) VALUE 0.
       01 GROUP-TABLE-AREA.
          05 GROUP-ENTRY OCCURS 51 TIMES.
             10 GP-REASON     PIC X(4).
             10 GP-RECORD     PIC X(89).
       01 GP-I             PIC 9(2).
       01 WS-GROUP-TEST-ID PIC X(10).
       01 WS-GROUP-OPERATION PIC X(14).
       01 WS-GROUP-CONTS   PIC 9(3).
       01 WS-GROUP-VALUES  PIC 9(3).
       01 WS-GROUP-BAD-FLAG PIC X VALUE 'N'.
          88 WS-GROUP-REJECTED     VALUE 'Y'.
       01 VALUE-I          PIC 9.
       01 WS-STEP-WHOLE    PIC 9(5).

      *> Locks this run holds on ENQUEUE.DAT.
       01 WS-WORK-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-WORK-LOCKED         VALUE 'Y'.
       01 WS-CLEAN-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-CLEAN-LOCKED        VALUE 'Y'.
       01 WS-REJECT-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-REJECT-LOCKED       VALUE 'Y'.

       COPY ENQLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM ENQUEUE-RUN-FILES
           PERFORM LOAD-OPERATION-REGISTRY
           IF WS-REG-COUNT = 0
               DISPLAY "EDIT-WORK-FILE: no operations on OPREG.DAT "
                   "-- cannot validate anything, run refused"
               PERFORM DEQUEUE-RUN-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FILE-STATUS-OK
               MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           IF NOT WS-CLEAN-STATUS-OK
               MOVE "RUNTESTS.EDT" TO EH-FILE-NAME
               MOVE WS-CLEAN-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           IF NOT WS-REJECT-STATUS-OK
               MOVE "RUNTESTS.REJ" TO EH-FILE-NAME
               MOVE WS-REJECT-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
                       PERFORM EDIT-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM FLUSH-CASE-GROUP
           CLOSE WORK-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           PERFORM DEQUEUE-RUN-FILES
           DISPLAY "EDIT-WORK-FILE: read " WS-READ-COUNT
               " clean " WS-CLEAN-COUNT " rejected " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
      *> assertion without a usable tolerance, E011 unknown severity
      *> class, E012 unknown lifecycle status, E013 malformed
      *> effective/expiry date, E014 window that ends before it
      *> starts. Continuation records (WORKCONT.cpy): E015 not
      *> straight behind the case it names, E016 a good record
      *> rejected with the rest of its case, E017 malformed
      *> continuation (fields not numeric, more than two values, or
      *> a list that does not follow on), E018 continuation the
      *> operation has no use for, E019 list longer than 100
      *> values. First failing check wins; the analyst fixes and
      *> re-edits.
       EDIT-ONE-RECORD.
           IF WC-MARKER NOT = "CONTINUE"
               PERFORM FLUSH-CASE-GROUP
           END-IF
           MOVE SPACES TO WS-REASON
      *> Suite headers are control records, not cases: the only edit
      *> is a nonblank suite name (E009).
                   WRITE CLEAN-RECORD
               END-IF
           ELSE
               IF WC-MARKER = "CONTINUE"
                   PERFORM EDIT-ONE-CONTINUATION
               ELSE
                   PERFORM EDIT-ONE-CASE
               END-IF
           END-IF.

       EDIT-ONE-CASE.
           IF WS-RECORD-CLEAN
               PERFORM CHECK-DUPLICATE-ID
           END-IF
           MOVE WR-TEST-ID TO WS-GROUP-TEST-ID
           MOVE WR-OPERATION TO WS-GROUP-OPERATION
           MOVE 0 TO WS-GROUP-CONTS
           MOVE 0 TO WS-GROUP-VALUES
           PERFORM ADD-TO-CASE-GROUP.

      *> A continuation with no case in front of it (first in the
      *> file, or straight after a suite header) is rejected on its
      *> own; any other joins its case's group, good or bad.
       EDIT-ONE-CONTINUATION.
           IF WS-GROUP-COUNT = 0
               MOVE "E015" TO WS-REASON
               PERFORM REJECT-CONTINUATION
           ELSE
               ADD 1 TO WS-GROUP-CONTS
               PERFORM CHECK-CONTINUATION
               PERFORM ADD-TO-CASE-GROUP
           END-IF.

       CHECK-CONTINUATION.
           IF WC-TEST-ID NOT = WS-GROUP-TEST-ID
               MOVE "E015" TO WS-REASON
           END-IF
           IF WS-RECORD-CLEAN
               IF WC-NUM3 NOT NUMERIC
                   OR WC-FIRST-ELEMENT NOT NUMERIC
                   OR WC-VALUE-COUNT NOT NUMERIC
                   MOVE "E017" TO WS-REASON
               END-IF
           END-IF
           IF WS-RECORD-CLEAN
               IF WC-VALUE-COUNT > 2
                   OR (WC-VALUE-COUNT > 0
                       AND WC-FIRST-ELEMENT NOT = WS-GROUP-VALUES + 1)
                   MOVE "E017" TO WS-REASON
               END-IF
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM VARYING VALUE-I FROM 1 BY 1
                       UNTIL VALUE-I > WC-VALUE-COUNT
                   IF WC-VALUE(VALUE-I) NOT NUMERIC
                       MOVE "E017" TO WS-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM CHECK-CONTINUATION-USE
           END-IF
           IF WS-RECORD-CLEAN
               IF WS-GROUP-VALUES + WC-VALUE-COUNT > 100
                   MOVE "E019" TO WS-REASON
               ELSE
                   ADD WC-VALUE-COUNT TO WS-GROUP-VALUES
               END-IF
           END-IF.

      *> SUMNUMBERS-RNG takes a whole, positive step and nothing
      *> else, on one continuation; the two table operations take a
      *> list and no third operand; nothing else has any use for a
      *> continuation.
       CHECK-CONTINUATION-USE.
           EVALUATE WS-GROUP-OPERATION
               WHEN "SUMNUMBERS-RNG"
                   MOVE WC-NUM3 TO WS-STEP-WHOLE
                   IF WS-GROUP-CONTS > 1
                       OR WC-VALUE-COUNT > 0
                       OR WC-NUM3 NOT > 0
                       OR WC-NUM3 > 9999
                       OR WS-STEP-WHOLE NOT = WC-NUM3
                       MOVE "E018" TO WS-REASON
                   END-IF
               WHEN "FIBONACCI-SEQ"
               WHEN "PRIME-FACTORS"
                   IF WC-NUM3 NOT = 0 OR WC-VALUE-COUNT = 0
                       MOVE "E018" TO WS-REASON
                   END-IF
               WHEN OTHER
                   MOVE "E018" TO WS-REASON
           END-EVALUATE.

      *> A group too long for the table is already past 100 values,
      *> so the overflow row is rejected on the spot and takes the
      *> group down with it.
       ADD-TO-CASE-GROUP.
           IF WS-GROUP-COUNT < 51
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-REASON TO GP-REASON(WS-GROUP-COUNT)
               MOVE WORK-RECORD TO GP-RECORD(WS-GROUP-COUNT)
           ELSE
               MOVE "E019" TO WS-REASON
               PERFORM REJECT-CONTINUATION
           END-IF
           IF NOT WS-RECORD-CLEAN
               SET WS-GROUP-REJECTED TO TRUE
           END-IF.

      *> One bad record rejects its whole case: the records that were
      *> fine go out as E016 beside the one that was not, so the
      *> analyst can fix it and feed the case back in one piece.
       FLUSH-CASE-GROUP.
           PERFORM VARYING GP-I FROM 1 BY 1
                   UNTIL GP-I > WS-GROUP-COUNT
               MOVE GP-REASON(GP-I) TO WS-REASON
               IF WS-GROUP-REJECTED AND WS-RECORD-CLEAN
                   MOVE "E016" TO WS-REASON
               END-IF
               IF WS-RECORD-CLEAN
                   ADD 1 TO WS-CLEAN-COUNT
                   MOVE GP-RECORD(GP-I) TO CLEAN-RECORD
                   WRITE CLEAN-RECORD
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-REASON TO RJ-REASON-CODE
                   MOVE GP-RECORD(GP-I) TO RJ-WORK-RECORD
                   WRITE REJECT-RECORD
                   IF GP-RECORD(GP-I)(1:10) = "CONTINUE"
                       DISPLAY "REJECT " WS-REASON
                           " continuation of " GP-RECORD(GP-I)(11:10)
                   ELSE
                       DISPLAY "REJECT " WS-REASON " "
                           GP-RECORD(GP-I)(1:10) " "
                           GP-RECORD(GP-I)(11:14)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-BAD-FLAG
           MOVE SPACES TO WS-GROUP-TEST-ID.

       REJECT-CONTINUATION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REASON TO RJ-REASON-CODE
           MOVE WORK-RECORD TO RJ-WORK-RECORD
           WRITE REJECT-RECORD
           DISPLAY "REJECT " WS-REASON " continuation of " WC-TEST-ID.

       LOAD-OPERATION-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-MISSING
               IF NOT WS-REGISTRY-STATUS-OK
                   MOVE "OPREG.DAT" TO EH-FILE-NAME
                   MOVE WS-REGISTRY-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-RUN-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               END-IF
           END-IF.

      *> The work file is only read, so a shared lock keeps it from
      *> being rewritten under the edit; the two outputs are written
      *> from scratch and held exclusive so SUITE-BUILD never reads
      *> a half-written RUNTESTS.EDT.
       ENQUEUE-RUN-FILES.
           MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
           SET EQ-SHARED TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-WORK-LOCKED TO TRUE
           MOVE "RUNTESTS.EDT" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-CLEAN-LOCKED TO TRUE
           MOVE "RUNTESTS.REJ" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-REJECT-LOCKED TO TRUE.

      *> Refused, the run gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "EDIT-WORK-FILE" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "EDIT-WORK-FILE: " EQ-RESOURCE
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
           MOVE "EDIT-WORK-FILE" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           IF WS-WORK-LOCKED
               MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-WORK-LOCK-FLAG
           END-IF
           IF WS-CLEAN-LOCKED
               MOVE "RUNTESTS.EDT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-CLEAN-LOCK-FLAG
           END-IF
           IF WS-REJECT-LOCKED
               MOVE "RUNTESTS.REJ" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-REJECT-LOCK-FLAG
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "EDIT-WORK-FILE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
