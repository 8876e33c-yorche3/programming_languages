       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The locks held right now, one row each; appended on a grant,
      *> rewritten whole on a release.
           SELECT LOCK-FILE ASSIGN TO "ENQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
       COPY ENQREC.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS    PIC XX.
          88 WS-LOCK-STATUS-OK      VALUE '00'.
          88 WS-LOCK-MISSING        VALUE '35'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

      *> Sized well past any real day: a handful of programs, a few
      *> files each, and locks go back as each one finishes.
       01 WS-LOCK-COUNT     PIC 9(3) VALUE 0.
       01 LOCK-TABLE-AREA.
          05 LOCK-ENTRY OCCURS 200 TIMES.
             10 LT-RESOURCE   PIC X(20).
             10 LT-MODE       PIC X.
             10 LT-PROGRAM-ID PIC X(18).
             10 LT-OPERATOR-ID PIC X(8).
             10 LT-SINCE      PIC X(21).
       01 WS-TABLE-FULL-FLAG PIC X.
          88 WS-TABLE-IS-FULL     VALUE 'Y'.
       01 LT-I              PIC 9(3).
       01 WS-FOUND-I        PIC 9(3).

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY ENQLINK.

      *> Grants the lock unless another holder's lock on the same
      *> file is in the way: any lock at all when exclusive is
      *> asked for, an exclusive one when shared is asked for. Every
      *> grant is a row of its own, so two sessions of one program
      *> under one operator collide exactly as two operators would,
      *> and each gives back only what it took.
       PROCEDURE DIVISION USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS.
           SET EQ-GRANTED TO TRUE.
           MOVE SPACES TO EQ-HOLDER-PROGRAM.
           MOVE SPACES TO EQ-HOLDER-OPERATOR.
           MOVE SPACES TO EQ-HOLDER-SINCE.
           PERFORM LOAD-LOCK-FILE.
           IF EQ-FILE-ERROR
               GOBACK
           END-IF.
           PERFORM VARYING LT-I FROM 1 BY 1
                   UNTIL LT-I > WS-LOCK-COUNT OR EQ-REFUSED
               IF LT-RESOURCE(LT-I) = EQ-RESOURCE
                   PERFORM JUDGE-STANDING-LOCK
               END-IF
           END-PERFORM.
           IF EQ-REFUSED
               GOBACK
           END-IF.
           PERFORM APPEND-NEW-LOCK.
           GOBACK.

      *> Gives back the caller's lock on the file: the latest one on
      *> file under the same program and operator, which is the one
      *> this session took when a failed second session of the same
      *> program and operator gives back what it managed to get.
       DEQUEUE-POINT.
           ENTRY 'DEQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS.
           SET EQ-NOT-HELD TO TRUE.
           PERFORM LOAD-LOCK-FILE.
           IF EQ-FILE-ERROR
               GOBACK
           END-IF.
           MOVE 0 TO WS-FOUND-I.
           PERFORM VARYING LT-I FROM WS-LOCK-COUNT BY -1
                   UNTIL LT-I < 1 OR WS-FOUND-I > 0
               IF LT-RESOURCE(LT-I) = EQ-RESOURCE
                   AND LT-PROGRAM-ID(LT-I) = EQ-PROGRAM-ID
                   AND LT-OPERATOR-ID(LT-I) = EQ-OPERATOR-ID
                   MOVE LT-I TO WS-FOUND-I
               END-IF
           END-PERFORM.
           IF WS-FOUND-I = 0
               GOBACK
           END-IF.
           IF WS-TABLE-IS-FULL
               DISPLAY "ENQUEUE: more than 200 locks on ENQUEUE.DAT "
                   "-- release of " EQ-RESOURCE " not written; "
                   "clear the file with ENQ-ADMIN"
               SET EQ-FILE-ERROR TO TRUE
               GOBACK
           END-IF.
           PERFORM VARYING LT-I FROM WS-FOUND-I BY 1
                   UNTIL LT-I >= WS-LOCK-COUNT
               MOVE LOCK-ENTRY(LT-I + 1) TO LOCK-ENTRY(LT-I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-LOCK-COUNT.
           PERFORM REWRITE-LOCK-FILE.
           IF NOT EQ-FILE-ERROR
               SET EQ-GRANTED TO TRUE
           END-IF.
           GOBACK.

      *> Reloaded on every call: the lock file is the only truth, and
      *> other programs change it between one call and the next.
       LOAD-LOCK-FILE.
           MOVE 0 TO WS-LOCK-COUNT
           MOVE 'N' TO WS-TABLE-FULL-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-MISSING
               CONTINUE
           ELSE
               IF NOT WS-LOCK-STATUS-OK
                   MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
                   MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   SET EQ-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ LOCK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM CAPTURE-LOCK-ROW
                       END-READ
                   END-PERFORM
                   CLOSE LOCK-FILE
               END-IF
           END-IF.

       CAPTURE-LOCK-ROW.
           IF WS-LOCK-COUNT < 200
               ADD 1 TO WS-LOCK-COUNT
               MOVE EL-RESOURCE TO LT-RESOURCE(WS-LOCK-COUNT)
               MOVE EL-MODE TO LT-MODE(WS-LOCK-COUNT)
               MOVE EL-PROGRAM-ID TO LT-PROGRAM-ID(WS-LOCK-COUNT)
               MOVE EL-OPERATOR-ID TO LT-OPERATOR-ID(WS-LOCK-COUNT)
               MOVE EL-SINCE TO LT-SINCE(WS-LOCK-COUNT)
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.

       JUDGE-STANDING-LOCK.
           IF EQ-EXCLUSIVE OR LT-MODE(LT-I) = 'E'
               SET EQ-REFUSED TO TRUE
               MOVE LT-PROGRAM-ID(LT-I) TO EQ-HOLDER-PROGRAM
               MOVE LT-OPERATOR-ID(LT-I) TO EQ-HOLDER-OPERATOR
               MOVE LT-SINCE(LT-I) TO EQ-HOLDER-SINCE
           END-IF.

       APPEND-NEW-LOCK.
           OPEN EXTEND LOCK-FILE
           IF WS-LOCK-MISSING
               OPEN OUTPUT LOCK-FILE
           END-IF
           IF NOT WS-LOCK-STATUS-OK
               MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
               MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET EQ-FILE-ERROR TO TRUE
           ELSE
               MOVE EQ-RESOURCE TO EL-RESOURCE
               MOVE EQ-MODE TO EL-MODE
               MOVE EQ-PROGRAM-ID TO EL-PROGRAM-ID
               MOVE EQ-OPERATOR-ID TO EL-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO EL-SINCE
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       REWRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE
           IF NOT WS-LOCK-STATUS-OK
               MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
               MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET EQ-FILE-ERROR TO TRUE
           ELSE
               PERFORM VARYING LT-I FROM 1 BY 1
                       UNTIL LT-I > WS-LOCK-COUNT
                   MOVE LT-RESOURCE(LT-I) TO EL-RESOURCE
                   MOVE LT-MODE(LT-I) TO EL-MODE
                   MOVE LT-PROGRAM-ID(LT-I) TO EL-PROGRAM-ID
                   MOVE LT-OPERATOR-ID(LT-I) TO EL-OPERATOR-ID
                   MOVE LT-SINCE(LT-I) TO EL-SINCE
                   WRITE LOCK-RECORD
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "ENQUEUE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
