       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "RUNTESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *> Changes staged by CASE-MAINT, decided and applied here.
           SELECT CHANGE-FILE ASSIGN TO "RUNTESTS.CHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
      *> The checker must be an active operator with admin (A)
      *> authority, and never the operator who made the change.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(89).

       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
       COPY CHGREC.

      *> Must stay in step with OPER-MAINT's OPER-MASTER-RECORD.
       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-RECORD.
           05 OM-OPERATOR-ID   PIC X(8).
           05 OM-NAME          PIC X(20).
           05 OM-AUTH          PIC X.
           05 OM-REC-STATUS    PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS   PIC XX.
          88 WS-FILE-STATUS-OK      VALUE '00'.
          88 WS-FILE-MISSING        VALUE '35'.
       01 WS-CHANGE-STATUS PIC XX.
          88 WS-CHANGE-STATUS-OK    VALUE '00'.
          88 WS-CHANGE-MISSING      VALUE '35'.
       01 WS-MASTER-STATUS PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-CHECKER-FLAG  PIC X VALUE 'N'.
          88 WS-OPERATOR-MAY-CHECK  VALUE 'Y'.
       01 WS-DECISION      PIC X.
          88 WS-DECISION-APPROVE    VALUE 'A', 'a'.
          88 WS-DECISION-REJECT     VALUE 'R', 'r'.
          88 WS-DECISION-SKIP       VALUE 'S', 's'.
          88 WS-DECISION-QUIT       VALUE 'Q', 'q'.
          88 WS-DECISION-VALID      VALUE 'A', 'a', 'R', 'r',
                                          'S', 's', 'Q', 'q'.
       01 WS-REVIEW-FLAG   PIC X VALUE 'N'.
          88 WS-REVIEW-STOPPED      VALUE 'Y'.

      *> The whole change file, held so decisions and outcomes can
      *> be written back over it in the order the makers made them.
      *> Same 500-row sizing as CASE-MAINT's work-file table.
       01 WS-CHANGE-COUNT  PIC 9(4) VALUE 0.
       01 CHANGE-TABLE-AREA.
          05 CHANGE-ENTRY OCCURS 500 TIMES.
             10 CX-RECORD     PIC X(280).
       01 CHANGE-I         PIC 9(4).
       01 WS-CHANGE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-CHANGE-TABLE-FULL   VALUE 'Y'.
       01 CURRENT-CHANGE.
       COPY CHGREC REPLACING LEADING ==CH== BY ==CC==.

      *> RUNTESTS.DAT held in order, headers and cases alike, as in
      *> CASE-MAINT.
       01 WS-CASE-COUNT    PIC 9(4) VALUE 0.
       01 CASE-TABLE-AREA.
          05 CASE-ENTRY OCCURS 500 TIMES.
             10 CE-RECORD     PIC X(89).
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.
       01 CASE-I           PIC 9(4).
       01 SHIFT-I          PIC 9(4).
       01 WS-FOUND-X       PIC 9(4) VALUE 0.
       01 WS-INSERT-X      PIC 9(4) VALUE 0.
      *> The case's continuations run from WS-FOUND-X + 1 through
      *> WS-RUN-END; WS-CONT-X is the one a CONT change names.
       01 WS-RUN-END       PIC 9(4) VALUE 0.
       01 WS-CONT-X        PIC 9(4) VALUE 0.
       01 WS-RUN-DONE-FLAG PIC X.
          88 WS-RUN-DONE         VALUE 'Y'.
       01 WS-SUITE-NAME    PIC X(14).

      *> The two images of the change under review, unpacked for
      *> display.
       01 BEFORE-CASE.
       COPY WORKREC REPLACING LEADING ==WR== BY ==BF==.
       01 AFTER-CASE.
       COPY WORKREC REPLACING LEADING ==WR== BY ==AF==.
       01 BEFORE-CONTINUATION.
       COPY WORKCONT REPLACING LEADING ==WC== BY ==BC==.
       01 AFTER-CONTINUATION.
       COPY WORKCONT REPLACING LEADING ==WC== BY ==AC==.

       01 WS-PENDING-COUNT  PIC 9(4) VALUE 0.
       01 WS-OWN-COUNT      PIC 9(4) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT  PIC 9(4) VALUE 0.
       01 WS-STALE-COUNT    PIC 9(4) VALUE 0.
       01 WS-HELD-BACK-COUNT PIC 9(4) VALUE 0.
       01 WS-DECIDED-FLAG  PIC X VALUE 'N'.
          88 WS-SOMETHING-DECIDED   VALUE 'Y'.

      *> Locks this session holds on ENQUEUE.DAT.
       01 WS-WORK-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-WORK-LOCKED         VALUE 'Y'.
       01 WS-CHANGE-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-CHANGE-LOCKED       VALUE 'Y'.

       COPY ENQLINK.

      *> YYYYMMDDHHMMSS the session began; only FILE alerts raised
      *> for this program before then are cleared when it ends.
       01 WS-SESSION-BEGAN-AT PIC X(14).

       COPY ALERTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> The checker's half of CASE-MAINT's maker-checker: walk the
      *> PENDING changes on RUNTESTS.CHG, approve or reject each one
      *> another operator made, then apply every approved change to
      *> RUNTESTS.DAT. A change or retirement is applied only while
      *> the work-file row still matches its before image; if the
      *> row has moved on, the change is marked STALE rather than
      *> laid over somebody else's edit. A CONT change adds, replaces
      *> or removes one of a case's continuation records on the same
      *> terms.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM SIGN-ON-CHECKER
           PERFORM ENQUEUE-SESSION-FILES
           PERFORM LOAD-CHANGE-FILE
           PERFORM LOAD-WORK-FILE
           PERFORM VARYING CHANGE-I FROM 1 BY 1
                   UNTIL CHANGE-I > WS-CHANGE-COUNT
                   OR WS-REVIEW-STOPPED
               MOVE CX-RECORD(CHANGE-I) TO CURRENT-CHANGE
               IF CC-IS-PENDING
                   PERFORM REVIEW-ONE-CHANGE
               END-IF
           END-PERFORM
           PERFORM VARYING CHANGE-I FROM 1 BY 1
                   UNTIL CHANGE-I > WS-CHANGE-COUNT
               MOVE CX-RECORD(CHANGE-I) TO CURRENT-CHANGE
               IF CC-IS-APPROVED
                   PERFORM APPLY-ONE-CHANGE
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT > 0
               PERFORM REWRITE-WORK-FILE
           END-IF
           IF WS-SOMETHING-DECIDED
               PERFORM REWRITE-CHANGE-FILE
           END-IF
           DISPLAY "CASE-APPROVE: " WS-APPROVED-COUNT " approved, "
               WS-REJECTED-COUNT " rejected, " WS-APPLIED-COUNT
               " applied, " WS-STALE-COUNT " stale."
           IF WS-OWN-COUNT > 0
               DISPLAY "CASE-APPROVE: " WS-OWN-COUNT
                   " change(s) of your own left for another "
                   "checker."
           END-IF
           IF WS-HELD-BACK-COUNT > 0
               DISPLAY "CASE-APPROVE: " WS-HELD-BACK-COUNT
                   " approved add(s) or continuation(s) held back -- "
                   "RUNTESTS.DAT has no room."
           END-IF
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SIGN-ON-CHECKER.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN INPUT OPER-MASTER-FILE
           IF WS-MASTER-MISSING
               DISPLAY "CASE-APPROVE: no OPERMAST.DAT -- no checker "
                   "can be verified, session refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ OPER-MASTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           AND OM-REC-STATUS = 'A'
                           AND OM-AUTH = 'A'
                           SET WS-OPERATOR-MAY-CHECK TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-MASTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-OPERATOR-MAY-CHECK
               DISPLAY "Operator " WS-OPERATOR-ID " does not have "
                   "admin authority -- session refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The file is rewritten from the table, so a file that does
      *> not fit is refused outright rather than truncated.
       LOAD-CHANGE-FILE.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-MISSING
               DISPLAY "CASE-APPROVE: no RUNTESTS.CHG -- nothing "
                   "awaits approval."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-CHANGE-STATUS-OK
               MOVE "RUNTESTS.CHG" TO EH-FILE-NAME
               MOVE WS-CHANGE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ CHANGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CAPTURE-CHANGE-RECORD
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-CHANGE-TABLE-FULL
               DISPLAY "CASE-APPROVE: more than 500 rows on "
                   "RUNTESTS.CHG -- too big to decide in place, "
                   "session refused; run LOG-HOUSEKEEP to retire "
                   "finished changes."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CASE-APPROVE: " WS-PENDING-COUNT
               " change(s) awaiting approval.".

       CAPTURE-CHANGE-RECORD.
           IF WS-CHANGE-COUNT < 500
               ADD 1 TO WS-CHANGE-COUNT
               MOVE CHANGE-RECORD TO CX-RECORD(WS-CHANGE-COUNT)
               IF CH-IS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           ELSE
               SET WS-CHANGE-TABLE-FULL TO TRUE
           END-IF.

       LOAD-WORK-FILE.
           OPEN INPUT WORK-FILE
           IF WS-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-FILE-STATUS-OK
                   MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
                   MOVE WS-FILE-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-SESSION-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-TABLE-IS-FULL
               DISPLAY "CASE-APPROVE: more than 500 records on "
                   "RUNTESTS.DAT -- too big to maintain in place, "
                   "session refused; split the file first."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CAPTURE-WORK-RECORD.
           IF WS-CASE-COUNT < 500
               ADD 1 TO WS-CASE-COUNT
               MOVE WORK-RECORD TO CE-RECORD(WS-CASE-COUNT)
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.

       REVIEW-ONE-CHANGE.
           IF CC-MAKER-ID = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-COUNT
               DISPLAY "Change " CC-CHANGE-ID " (" CC-ACTION " "
                   CC-TEST-ID ") is your own -- skipped."
           ELSE
               PERFORM SHOW-CHANGE
               MOVE SPACE TO WS-DECISION
               PERFORM UNTIL WS-DECISION-VALID
                   DISPLAY "Approve, Reject, Skip, or Quit "
                       "(A/R/S/Q)? " WITH NO ADVANCING
                   ACCEPT WS-DECISION
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DECISION-APPROVE
                       SET CC-IS-APPROVED TO TRUE
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM STAMP-DECISION
                   WHEN WS-DECISION-REJECT
                       SET CC-IS-REJECTED TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM STAMP-DECISION
                   WHEN WS-DECISION-QUIT
                       SET WS-REVIEW-STOPPED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO CC-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO CC-CHECKED-AT
           MOVE CURRENT-CHANGE TO CX-RECORD(CHANGE-I)
           SET WS-SOMETHING-DECIDED TO TRUE.

       SHOW-CHANGE.
           MOVE CC-BEFORE-IMAGE TO BEFORE-CASE
           MOVE CC-AFTER-IMAGE TO AFTER-CASE
           DISPLAY " "
           DISPLAY "Change " CC-CHANGE-ID " " CC-ACTION " "
               CC-TEST-ID " by " CC-MAKER-ID " at "
               CC-MADE-AT(1:8) " " CC-MADE-AT(9:6)
           IF CC-ACTION = "CONT"
               PERFORM SHOW-CONTINUATION-CHANGE
           ELSE
               PERFORM SHOW-CASE-CHANGE
           END-IF.

       SHOW-CASE-CHANGE.
           IF CC-ACTION = "ADD"
               DISPLAY "  New case under suite " CC-SUITE-NAME
           ELSE
               DISPLAY "  Before: " BF-OPERATION
                   " N1=" BF-NUM1 " N2=" BF-NUM2
               DISPLAY "          EXP=" BF-EXPECTED
                   " A=" BF-ASSERT-TYPE " ST=" BF-EXPECTED-STATUS
                   " TOL=" BF-TOLERANCE " SEV=" BF-SEVERITY
                   " LIFE=" BF-LIFE-STATUS
               DISPLAY "          FROM=" BF-EFF-FROM
                   " TO=" BF-EXPIRES
           END-IF
           DISPLAY "  After:  " AF-OPERATION
               " N1=" AF-NUM1 " N2=" AF-NUM2
           DISPLAY "          EXP=" AF-EXPECTED
               " A=" AF-ASSERT-TYPE " ST=" AF-EXPECTED-STATUS
               " TOL=" AF-TOLERANCE " SEV=" AF-SEVERITY
               " LIFE=" AF-LIFE-STATUS
           DISPLAY "          FROM=" AF-EFF-FROM
               " TO=" AF-EXPIRES.

       SHOW-CONTINUATION-CHANGE.
           MOVE CC-BEFORE-IMAGE TO BEFORE-CONTINUATION
           MOVE CC-AFTER-IMAGE TO AFTER-CONTINUATION
           IF CC-BEFORE-IMAGE = SPACES
               DISPLAY "  Before: (new continuation)"
           ELSE
               DISPLAY "  Before: STEP=" BC-NUM3 " FROM ELEMENT "
                   BC-FIRST-ELEMENT " COUNT=" BC-VALUE-COUNT
               DISPLAY "          " BC-VALUE(1) " " BC-VALUE(2)
           END-IF
           IF CC-AFTER-IMAGE = SPACES
               DISPLAY "  After:  (continuation removed)"
           ELSE
               DISPLAY "  After:  STEP=" AC-NUM3 " FROM ELEMENT "
                   AC-FIRST-ELEMENT " COUNT=" AC-VALUE-COUNT
               DISPLAY "          " AC-VALUE(1) " " AC-VALUE(2)
           END-IF.

      *> Approved rows from earlier sessions that could not be
      *> applied (no room for an add) are retried here too.
       APPLY-ONE-CHANGE.
           MOVE 0 TO WS-FOUND-X
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
                   OR WS-FOUND-X > 0
               IF CE-RECORD(CASE-I)(1:10) = CC-TEST-ID
                   MOVE CASE-I TO WS-FOUND-X
               END-IF
           END-PERFORM
           IF CC-ACTION = "CONT"
               IF WS-FOUND-X = 0
                   PERFORM MARK-CHANGE-STALE
               ELSE
                   PERFORM APPLY-CONTINUATION-CHANGE
               END-IF
           ELSE
           IF CC-ACTION = "ADD"
               IF WS-FOUND-X > 0
                   PERFORM MARK-CHANGE-STALE
               ELSE
                   PERFORM INSERT-CASE-IN-SUITE
               END-IF
           ELSE
               IF WS-FOUND-X = 0
                   PERFORM MARK-CHANGE-STALE
               ELSE
               IF CE-RECORD(WS-FOUND-X) NOT = CC-BEFORE-IMAGE
                   PERFORM MARK-CHANGE-STALE
               ELSE
                   MOVE CC-AFTER-IMAGE TO CE-RECORD(WS-FOUND-X)
                   PERFORM MARK-CHANGE-APPLIED
               END-IF
               END-IF
           END-IF
           END-IF.

      *> No before image appends after the case's last continuation;
      *> otherwise the before image must still be one of the case's
      *> continuations, replaced by the after image or, when that is
      *> spaces, removed.
       APPLY-CONTINUATION-CHANGE.
           MOVE WS-FOUND-X TO WS-RUN-END
           MOVE 0 TO WS-CONT-X
           MOVE 'N' TO WS-RUN-DONE-FLAG
           PERFORM UNTIL WS-RUN-DONE
               IF WS-RUN-END < WS-CASE-COUNT
                   AND CE-RECORD(WS-RUN-END + 1)(1:10) = "CONTINUE"
                   AND CE-RECORD(WS-RUN-END + 1)(11:10) = CC-TEST-ID
                   ADD 1 TO WS-RUN-END
                   IF CE-RECORD(WS-RUN-END) = CC-BEFORE-IMAGE
                       AND WS-CONT-X = 0
                       MOVE WS-RUN-END TO WS-CONT-X
                   END-IF
               ELSE
                   SET WS-RUN-DONE TO TRUE
               END-IF
           END-PERFORM
           IF CC-BEFORE-IMAGE = SPACES
               IF WS-CASE-COUNT >= 500
                   ADD 1 TO WS-HELD-BACK-COUNT
               ELSE
                   PERFORM VARYING SHIFT-I FROM WS-CASE-COUNT BY -1
                           UNTIL SHIFT-I <= WS-RUN-END
                       MOVE CE-RECORD(SHIFT-I)
                           TO CE-RECORD(SHIFT-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CC-AFTER-IMAGE TO CE-RECORD(WS-RUN-END + 1)
                   PERFORM MARK-CHANGE-APPLIED
               END-IF
           ELSE
               IF WS-CONT-X = 0
                   PERFORM MARK-CHANGE-STALE
               ELSE
               IF CC-AFTER-IMAGE = SPACES
                   PERFORM VARYING SHIFT-I FROM WS-CONT-X BY 1
                           UNTIL SHIFT-I >= WS-CASE-COUNT
                       MOVE CE-RECORD(SHIFT-I + 1)
                           TO CE-RECORD(SHIFT-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CASE-COUNT
                   PERFORM MARK-CHANGE-APPLIED
               ELSE
                   MOVE CC-AFTER-IMAGE TO CE-RECORD(WS-CONT-X)
                   PERFORM MARK-CHANGE-APPLIED
               END-IF
               END-IF
           END-IF.

      *> An add lands at the end of its suite's section so the SUITE
      *> headers keep telling the truth; an unknown suite gets its
      *> header appended first.
       INSERT-CASE-IN-SUITE.
           MOVE 0 TO WS-INSERT-X
           MOVE SPACES TO WS-SUITE-NAME
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               IF CE-RECORD(CASE-I)(1:10) = "SUITE"
                   MOVE CE-RECORD(CASE-I)(11:14) TO WS-SUITE-NAME
               END-IF
               IF WS-SUITE-NAME = CC-SUITE-NAME
                   MOVE CASE-I TO WS-INSERT-X
               END-IF
           END-PERFORM
           IF WS-INSERT-X = 0
               IF WS-CASE-COUNT >= 499
                   ADD 1 TO WS-HELD-BACK-COUNT
               ELSE
                   ADD 1 TO WS-CASE-COUNT
                   MOVE SPACES TO CE-RECORD(WS-CASE-COUNT)
                   MOVE "SUITE" TO CE-RECORD(WS-CASE-COUNT)(1:10)
                   MOVE CC-SUITE-NAME
                       TO CE-RECORD(WS-CASE-COUNT)(11:14)
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CC-AFTER-IMAGE TO CE-RECORD(WS-CASE-COUNT)
                   PERFORM MARK-CHANGE-APPLIED
               END-IF
           ELSE
               IF WS-CASE-COUNT >= 500
                   ADD 1 TO WS-HELD-BACK-COUNT
               ELSE
                   PERFORM VARYING SHIFT-I FROM WS-CASE-COUNT BY -1
                           UNTIL SHIFT-I <= WS-INSERT-X
                       MOVE CE-RECORD(SHIFT-I)
                           TO CE-RECORD(SHIFT-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CC-AFTER-IMAGE TO CE-RECORD(WS-INSERT-X + 1)
                   PERFORM MARK-CHANGE-APPLIED
               END-IF
           END-IF.

       MARK-CHANGE-APPLIED.
           SET CC-IS-APPLIED TO TRUE
           MOVE CURRENT-CHANGE TO CX-RECORD(CHANGE-I)
           ADD 1 TO WS-APPLIED-COUNT
           SET WS-SOMETHING-DECIDED TO TRUE.

       MARK-CHANGE-STALE.
           SET CC-IS-STALE TO TRUE
           MOVE CURRENT-CHANGE TO CX-RECORD(CHANGE-I)
           ADD 1 TO WS-STALE-COUNT
           SET WS-SOMETHING-DECIDED TO TRUE
           DISPLAY "Change " CC-CHANGE-ID " (" CC-ACTION " "
               CC-TEST-ID ") is stale -- RUNTESTS.DAT no longer "
               "matches its before image; not applied.".

       REWRITE-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               MOVE CE-RECORD(CASE-I) TO WORK-RECORD
               WRITE WORK-RECORD
           END-PERFORM
           CLOSE WORK-FILE
           DISPLAY "CASE-APPROVE: " WS-CASE-COUNT
               " record(s) written to RUNTESTS.DAT.".

       REWRITE-CHANGE-FILE.
           OPEN OUTPUT CHANGE-FILE
           IF NOT WS-CHANGE-STATUS-OK
               MOVE "RUNTESTS.CHG" TO EH-FILE-NAME
               MOVE WS-CHANGE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING CHANGE-I FROM 1 BY 1
                   UNTIL CHANGE-I > WS-CHANGE-COUNT
               MOVE CX-RECORD(CHANGE-I) TO CHANGE-RECORD
               WRITE CHANGE-RECORD
           END-PERFORM
           CLOSE CHANGE-FILE.

      *> Both files are rewritten from what this session loaded, so
      *> both are held exclusive from before the load until after
      *> the rewrite: no suite reads the work file half-applied and
      *> no maker stages against a before image being overtaken.
       ENQUEUE-SESSION-FILES.
           MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-WORK-LOCKED TO TRUE
           MOVE "RUNTESTS.CHG" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-CHANGE-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "CASE-APPROVE" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "CASE-APPROVE: " EQ-RESOURCE
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
           MOVE "CASE-APPROVE" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           IF WS-WORK-LOCKED
               MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-WORK-LOCK-FLAG
           END-IF
           IF WS-CHANGE-LOCKED
               MOVE "RUNTESTS.CHG" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-CHANGE-LOCK-FLAG
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "CASE-APPROVE" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "CASE-APPROVE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
