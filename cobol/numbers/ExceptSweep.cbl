       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The six places exceptions have been hiding.
           SELECT EDIT-REJECT-FILE ASSIGN TO "RUNTESTS.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITREJ-STATUS.
           SELECT WHSE-REJECT-FILE ASSIGN TO "RUNTESTS.WHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSEREJ-STATUS.
      *> One break file per suite the job stream runs, named by
      *> STREAM-FILES (RUNTESTS.BRK, MONTHEND.BRK, ...).
           SELECT BREAK-FILE ASSIGN USING SF-BREAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "SYSERR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT INVARIANT-FILE ASSIGN TO "INVARIANT.VIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVARIANT-STATUS.
           SELECT CONFLICT-FILE ASSIGN TO "CASECONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
      *> The one exception master everything sweeps into.
           SELECT EXCEPT-MASTER-FILE ASSIGN TO "EXCEPT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
           05 BK-NEW-VALUE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 BK-STATUS        PIC X(8).
           05 BK-CAUSE         PIC X(8).

      *> Must stay in step with ERRHANDLER's ERROR-LOG-RECORD.
       FD  ERROR-LOG-FILE.
           05 EL-OPERATION     PIC X(8).
           05 EL-FILE-STATUS   PIC XX.

      *> Must stay in step with INVARIANT-SWEEP's VIOLATION-RECORD.
       FD  INVARIANT-FILE.
       01  INVARIANT-RECORD.
           05 IV-IDENTITY      PIC X(10).
           05 IV-OPERATION     PIC X(14).
           05 IV-NUM1          PIC X(8).
           05 IV-NUM2          PIC X(8).
           05 IV-LEFT-SIDE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-RIGHT-SIDE    PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-STATUS        PIC XX.
           05 IV-TIMESTAMP     PIC X(21).

      *> Must stay in step with CASE-CONFLICT's CONFLICT-RECORD.
       FD  CONFLICT-FILE.
       01  CONFLICT-RECORD.
           05 CF-OPERATION     PIC X(14).
           05 CF-NUM1          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 CF-NUM2          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 CF-MODE          PIC X.
           05 CF-KIND          PIC X(12).
           05 CF-ROW-COUNT     PIC 9(3).
           05 CF-SOURCES       PIC X(44).
           05 CF-TIMESTAMP     PIC X(21).

      *> Must stay in step with EXCEPT-MAINT's, EXCEPT-AGING's and
      *> FAIL-ROUTE's mirrors of this record.
       FD  EXCEPT-MASTER-FILE.
       01  EXCEPT-MASTER-RECORD.
           05 EM-SOURCE        PIC X(8).
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
       01 WS-EDITREJ-STATUS PIC XX.
       01 WS-ERRLOG-STATUS PIC XX.
          88 WS-ERRLOG-STATUS-OK    VALUE '00'.
          88 WS-ERRLOG-MISSING      VALUE '35'.
       01 WS-INVARIANT-STATUS PIC XX.
          88 WS-INVARIANT-STATUS-OK VALUE '00'.
          88 WS-INVARIANT-MISSING   VALUE '35'.
       01 WS-CONFLICT-STATUS PIC XX.
          88 WS-CONFLICT-STATUS-OK  VALUE '00'.
          88 WS-CONFLICT-MISSING    VALUE '35'.
       01 WS-MASTER-STATUS PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
             10 XC-ASSIGNED   PIC X(8).
             10 XC-STATUS     PIC X(8).
             10 XC-DETAIL     PIC X(40).
             10 XC-CASE-FIELDS PIC X(53).
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.

       01 WS-CLOSED-COUNT  PIC 9(4) VALUE 0.
       01 WS-SWEPT-COUNT   PIC 9(9) VALUE 0.

      *> The suite whose break file is being swept; spaces for the
      *> RUNTESTS suite, whose break keys predate the other suites.
       01 WS-BREAK-STEM    PIC X(8).
       01 WORK-I           PIC 99.

      *> Lock this run holds on ENQUEUE.DAT.
       01 WS-MASTER-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-MASTER-LOCKED       VALUE 'Y'.

       COPY ENQLINK.

       COPY ERRLINK.

       COPY STRMLINK.

       PROCEDURE DIVISION.

      *> Sweeps the six exception streams -- edit rejects,
      *> warehouse rejects, reconcile breaks, file errors, library
      *> invariant violations, and test-case sources that disagree
      *> on an expected answer -- into EXCEPT.MST, one row
      *> per distinct exception with where it came from, when it
      *> was first seen, who owns it, and whether it is still open.
      *> Re-sweeping never duplicates a row; an ACCEPTED break
      *> closes its row so BREAK-REVIEW's sign-off carries through.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM ENQUEUE-RUN-FILES
           PERFORM LOAD-EXCEPT-MASTER
           PERFORM SWEEP-EDIT-REJECTS
           PERFORM SWEEP-WHSE-REJECTS
           PERFORM SWEEP-RECONCILE-BREAKS
           PERFORM SWEEP-FILE-ERRORS
           PERFORM SWEEP-INVARIANT-VIOLATIONS
           PERFORM SWEEP-CASE-CONFLICTS
           PERFORM REWRITE-EXCEPT-MASTER
           DISPLAY "EXCEPT-SWEEP: swept " WS-SWEPT-COUNT
               " exception(s): " WS-ADDED-COUNT " new, "
               WS-CLOSED-COUNT " closed, " WS-EXC-COUNT
               " on the master."
           PERFORM DEQUEUE-RUN-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               IF NOT WS-MASTER-STATUS-OK
                   MOVE "EXCEPT.MST" TO EH-FILE-NAME
                   MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-RUN-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               MOVE EM-ASSIGNED TO XC-ASSIGNED(WS-EXC-COUNT)
               MOVE EM-STATUS TO XC-STATUS(WS-EXC-COUNT)
               MOVE EM-DETAIL TO XC-DETAIL(WS-EXC-COUNT)
               MOVE EM-CASE-FIELDS TO XC-CASE-FIELDS(WS-EXC-COUNT)
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> Every suite the job stream runs keeps its own break file,
      *> so each is swept in turn. A break from a suite other than
      *> RUNTESTS carries the suite's stem in its key, so the same
      *> test ID breaking in two suites is two exceptions.
       SWEEP-RECONCILE-BREAKS.
           CALL 'STREAM-WORK-FILES' USING SF-WORK-LIST SF-LIST-STATUS
           IF NOT SF-LIST-STATUS-OK AND NOT SF-NO-JOB-STREAM
               MOVE "JOBSTREAM.DAT" TO EH-FILE-NAME
               MOVE SF-LIST-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING WORK-I FROM 1 BY 1
                   UNTIL WORK-I > SF-WORK-COUNT
               MOVE SF-WORK-FILE(WORK-I) TO SF-WORK-NAME
               CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES
               MOVE SPACES TO WS-BREAK-STEM
               IF SF-BREAK-NAME NOT = "RUNTESTS.BRK"
                   UNSTRING SF-BREAK-NAME DELIMITED BY "."
                       INTO WS-BREAK-STEM
                   END-UNSTRING
               END-IF
               PERFORM SWEEP-ONE-BREAK-FILE
           END-PERFORM.

      *> An ACCEPTED break is finished business and files as
      *> CLOSED; PENDING and REJECTED breaks are still open work,
      *> with the analyst's disposition riding in the detail.
       SWEEP-ONE-BREAK-FILE.
           OPEN INPUT BREAK-FILE
           IF WS-BREAK-MISSING
               CONTINUE
                       NOT AT END
                           MOVE "RECON" TO WS-NEW-SOURCE
                           MOVE SPACES TO WS-NEW-KEY
                           STRING "BREAK " BK-TEST-ID " " WS-BREAK-STEM
                               DELIMITED BY SIZE INTO WS-NEW-KEY
                           IF BK-STATUS = "ACCEPTED"
                               MOVE "CLOSED" TO WS-NEW-STATUS
                           END-IF
                           MOVE SPACES TO WS-NEW-DETAIL
                           STRING "RESULT CHANGE, DISP " BK-STATUS
                               " " BK-CAUSE
                               DELIMITED BY SIZE INTO WS-NEW-DETAIL
                           PERFORM FILE-ONE-EXCEPTION
                   END-READ
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> The same identity failing at the same operands on a later
      *> sweep is the same exception, so the key is the identity and
      *> the operand pair; the trailer row is a control total, not
      *> an exception.
       SWEEP-INVARIANT-VIOLATIONS.
           OPEN INPUT INVARIANT-FILE
           IF WS-INVARIANT-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ INVARIANT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF IV-IDENTITY NOT = "TRAILER"
                               PERFORM FILE-INVARIANT-VIOLATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVARIANT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       FILE-INVARIANT-VIOLATION.
           MOVE "INVARNT" TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-KEY
           STRING IV-IDENTITY " " IV-NUM1 " " IV-NUM2
               DELIMITED BY SIZE INTO WS-NEW-KEY
           MOVE "OPEN" TO WS-NEW-STATUS
           MOVE SPACES TO WS-NEW-DETAIL
           STRING IV-OPERATION DELIMITED BY SPACE
               " IDENTITY FAILS, STATUS " IV-STATUS
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           PERFORM FILE-ONE-EXCEPTION.

      *> The operation spelling already names the rounding mode, so
      *> operation and operands are the whole key, and a conflict
      *> found again on a later run is the same exception.
       SWEEP-CASE-CONFLICTS.
           OPEN INPUT CONFLICT-FILE
           IF WS-CONFLICT-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CONFLICT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CF-OPERATION(1:10) NOT = "TRAILER"
                               PERFORM FILE-CASE-CONFLICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFLICT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       FILE-CASE-CONFLICT.
           MOVE "CONFLICT" TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-KEY
           STRING CF-OPERATION CF-NUM1 CF-NUM2
               DELIMITED BY SIZE INTO WS-NEW-KEY
           MOVE "OPEN" TO WS-NEW-STATUS
           MOVE SPACES TO WS-NEW-DETAIL
           STRING CF-KIND DELIMITED BY SPACE
               " DIFFERS " DELIMITED BY SIZE
               CF-SOURCES DELIMITED BY SPACE
               INTO WS-NEW-DETAIL
           PERFORM FILE-ONE-EXCEPTION.

      *> A known exception is never duplicated: the row keeps its
      *> first-seen date and analyst. The only in-place change a
      *> sweep makes is closing an open break the analyst has since
               MOVE SPACES TO XC-ASSIGNED(WS-EXC-COUNT)
               MOVE WS-NEW-STATUS TO XC-STATUS(WS-EXC-COUNT)
               MOVE WS-NEW-DETAIL TO XC-DETAIL(WS-EXC-COUNT)
               MOVE SPACES TO XC-CASE-FIELDS(WS-EXC-COUNT)
           ELSE
               IF NOT WS-TABLE-IS-FULL
                   DISPLAY "WARNING: exception master past 500 rows "
           IF NOT WS-MASTER-STATUS-OK
               MOVE "EXCEPT.MST" TO EH-FILE-NAME
               MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
               MOVE XC-ASSIGNED(EXC-I) TO EM-ASSIGNED
               MOVE XC-STATUS(EXC-I) TO EM-STATUS
               MOVE XC-DETAIL(EXC-I) TO EM-DETAIL
               MOVE XC-CASE-FIELDS(EXC-I) TO EM-CASE-FIELDS
               WRITE EXCEPT-MASTER-RECORD
           END-PERFORM
           CLOSE EXCEPT-MASTER-FILE.

      *> The master is rewritten from what this run loaded, so it is
      *> held exclusive from before the load until after the
      *> rewrite; an analyst's assignment made meanwhile would be
      *> lost.
       ENQUEUE-RUN-FILES.
           MOVE "EXCEPT.MST" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-MASTER-LOCKED TO TRUE.

      *> Refused, the run gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "EXCEPT-SWEEP" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "EXCEPT-SWEEP: " EQ-RESOURCE
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
           MOVE "EXCEPT-SWEEP" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           IF WS-MASTER-LOCKED
               MOVE "EXCEPT.MST" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-MASTER-LOCK-FLAG
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "EXCEPT-SWEEP" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
