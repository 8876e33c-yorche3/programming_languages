           SELECT REGISTRY-FILE ASSIGN TO "OPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
      *> Staged changes awaiting a second operator's approval in
      *> CASE-APPROVE. This program only ever appends to it.
           SELECT CHANGE-FILE ASSIGN TO "RUNTESTS.CHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
      *> The maker signs on against the operator master; only an
      *> active operator with save (S) or admin (A) authority may
      *> submit case changes.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REGISTRY-RECORD.
       COPY OPREGREC.

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
       01 WS-CHOICE        PIC 99 VALUE 0.
       01 WS-REPLY         PIC X.
          88 WS-REPLY-YES        VALUE 'Y', 'y'.
       01 WS-CHANGE-STATUS PIC XX.
          88 WS-CHANGE-STATUS-OK    VALUE '00'.
          88 WS-CHANGE-MISSING      VALUE '35'.
       01 WS-MASTER-STATUS PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-MAKER-FLAG    PIC X VALUE 'N'.
          88 WS-OPERATOR-MAY-MAKE   VALUE 'Y'.
       01 WS-LAST-CHANGE-ID PIC 9(6) VALUE 0.

      *> Test IDs with a change already staged and not yet applied
      *> (on file as PENDING or APPROVED, or staged this session).
      *> A second change on top would be approved against a before
      *> image that is about to stop being true, so it is refused.
       01 WS-HELD-COUNT    PIC 9(4) VALUE 0.
       01 HELD-TABLE-AREA.
          05 HELD-ENTRY OCCURS 500 TIMES.
             10 HD-TEST-ID    PIC X(10).
       01 HELD-I           PIC 9(4).
       01 WS-HELD-FLAG     PIC X.
          88 WS-CASE-IS-HELD     VALUE 'Y'.

      *> Changes made this session, written to RUNTESTS.CHG only
      *> when the operator submits them on the way out.
       01 WS-STAGED-COUNT  PIC 9(4) VALUE 0.
       01 STAGED-TABLE-AREA.
          05 STAGED-ENTRY OCCURS 100 TIMES.
             10 SG-ACTION     PIC X(6).
             10 SG-TEST-ID    PIC X(10).
             10 SG-SUITE-NAME PIC X(14).
             10 SG-BEFORE     PIC X(89).
             10 SG-AFTER      PIC X(89).
       01 STAGED-I         PIC 9(4).
       01 WS-STAGE-ACTION  PIC X(6).
       01 WS-BEFORE-IMAGE  PIC X(89).

      *> The whole work file held in order, headers and cases alike,
      *> so the file can be written back out exactly as it stood plus
      *> One work record unpacked for prompting and validation.
       01 EDIT-CASE-RECORD.
       COPY WORKREC.
       01 EDIT-CONTINUATION.
       COPY WORKCONT.

      *> A case's continuation records as they stand on the file and
      *> as the operator wants them; 50 records of two values each
      *> carry the 100-value list EDIT-WORK-FILE allows.
       01 WS-OLD-CONT-COUNT PIC 9(3) VALUE 0.
       01 OLD-CONT-AREA.
          05 OLD-CONT-ENTRY OCCURS 50 TIMES.
             10 OC-RECORD     PIC X(89).
       01 WS-NEW-CONT-COUNT PIC 9(3) VALUE 0.
       01 NEW-CONT-AREA.
          05 NEW-CONT-ENTRY OCCURS 50 TIMES.
             10 NC-RECORD     PIC X(89).
       01 CONT-I           PIC 9(3).
       01 WS-CONT-OVER-FLAG PIC X.
          88 WS-TOO-MANY-CONTS   VALUE 'Y'.
       01 WS-CONT-CHANGES  PIC 9(3).
       01 WS-STEP-ENTRY    PIC 9(4).
       01 WS-LIST-ENTRY    PIC 9(3).
       01 WS-VALUE-ENTRY   PIC 9(20).
       01 LIST-I           PIC 9(3).
       01 WS-OLD-OPERATION PIC X(14).

       01 WS-REGISTRY-STATUS PIC XX.
          88 WS-REGISTRY-STATUS-OK  VALUE '00'.
       01 WS-SUITE-NAME    PIC X(14).
       01 WS-TARGET-ID     PIC X(10).
       01 WS-FOUND-X       PIC 9(4) VALUE 0.
       01 CASE-I           PIC 9(4).
       01 WS-SHOWN-COUNT   PIC 9(4).

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

      *> Menu-style maintenance for RUNTESTS.DAT: browse a suite's
      *> cases, add a case under its suite header, change a case, or
      *> retire one, or set the third operand or expected list a case
      *> carries on its continuation records, with every add and
      *> change pushed through the
      *> same rules EDIT-WORK-FILE enforces afterwards. This is the
      *> maker's half of maker-checker: nothing here touches
      *> RUNTESTS.DAT. Each edit is staged with its before and after
      *> image and, once the operator submits, appended to
      *> RUNTESTS.CHG under the maker's operator ID for another
      *> operator's approval in CASE-APPROVE.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM LOAD-OPERATION-REGISTRY
           IF WS-REG-COUNT = 0
               DISPLAY "CASE-MAINT: no operations on OPREG.DAT -- "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON-MAKER
           PERFORM ENQUEUE-SESSION-FILES
           PERFORM LOAD-WORK-FILE
           PERFORM LOAD-CHANGE-FILE
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM SHOW-MENU
               ACCEPT WS-CHOICE
                   WHEN 1 PERFORM BROWSE-SUITE
                   WHEN 2 PERFORM ADD-CASE
                   WHEN 3 PERFORM CHANGE-CASE
                   WHEN 4 PERFORM RETIRE-CASE
                   WHEN 5 PERFORM SET-CASE-CONTINUATIONS
                   WHEN 9 PERFORM LEAVE-SESSION
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           DISPLAY "1. Browse cases by suite".
           DISPLAY "2. Add a case".
           DISPLAY "3. Change a case".
           DISPLAY "4. Retire a case".
           DISPLAY "5. Set a case's step or expected list".
           DISPLAY "9. Quit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.

               IF NOT WS-FILE-STATUS-OK
                   MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
                   MOVE WS-FILE-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-SESSION-FILES
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               DISPLAY "CASE-MAINT: more than 500 records -- file "
                   "too big to maintain in place, nothing loaded "
                   "past 500; split the file first."
               PERFORM DEQUEUE-SESSION-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
                   OR WS-SUITE-WANTED = WS-SUITE-NAME
                   DISPLAY "SUITE " WS-SUITE-NAME
               END-IF
           ELSE
           IF WR-TEST-ID = "CONTINUE"
               IF WS-SUITE-WANTED = SPACES
                   OR WS-SUITE-WANTED = WS-SUITE-NAME
                   MOVE CE-RECORD(CASE-I) TO EDIT-CONTINUATION
                   PERFORM SHOW-ONE-CONTINUATION
               END-IF
           ELSE
               IF WS-SUITE-WANTED = SPACES
                   OR WS-SUITE-WANTED = WS-SUITE-NAME
                       " EXP=" WR-EXPECTED
                       " A=" WR-ASSERT-TYPE WR-EXPECTED-STATUS
               END-IF
           END-IF
           END-IF.

       SHOW-ONE-CONTINUATION.
           IF WC-VALUE-COUNT = 0
               DISPLAY "      + STEP=" WC-NUM3
           ELSE
           IF WC-VALUE-COUNT = 1
               DISPLAY "      + " WC-FIRST-ELEMENT ": " WC-VALUE(1)
           ELSE
               DISPLAY "      + " WC-FIRST-ELEMENT ": " WC-VALUE(1)
                   " " WC-VALUE(2)
           END-IF
           END-IF.

       ADD-CASE.
               ACCEPT WR-TEST-ID
      *> SUITE is the header marker, not a usable test ID: a case
      *> wearing it would read as a suite header to every program
      *> that opens the file. CONTINUE, the continuation marker, is
      *> kept back for the same reason. PENDING-MERGE guards both.
               IF WR-TEST-ID = "SUITE"
                   DISPLAY "SUITE is reserved for suite headers "
                       "-- nothing added."
               ELSE
               IF WR-TEST-ID = "CONTINUE"
                   DISPLAY "CONTINUE is reserved for continuation "
                       "records -- nothing added."
               ELSE
                   PERFORM PROMPT-CASE-FIELDS
                   PERFORM VALIDATE-CASE
                       PERFORM CHECK-NEW-ID-UNIQUE
                   END-IF
                   IF WS-RECORD-CLEAN
                       PERFORM CHOOSE-TARGET-SUITE
                       MOVE "ADD" TO WS-STAGE-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM STAGE-CHANGE
                   ELSE
                       DISPLAY "Case refused, reason " WS-REASON
                           " -- nothing added."
                   END-IF
               END-IF
               END-IF
           END-IF.

       CHANGE-CASE.
           IF WS-FOUND-X = 0
               DISPLAY "No case with test ID " WS-TARGET-ID "."
           ELSE
               PERFORM CHECK-CASE-HELD
               IF WS-CASE-IS-HELD
                   DISPLAY WS-TARGET-ID " already has a change "
                       "awaiting approval -- nothing staged."
               ELSE
                   MOVE CE-RECORD(WS-FOUND-X) TO EDIT-CASE-RECORD
                   DISPLAY "Changing " WR-TEST-ID " " WR-OPERATION
                       " N1=" WR-NUM1 " N2=" WR-NUM2
                       " EXP=" WR-EXPECTED
                   MOVE WR-OPERATION TO WS-OLD-OPERATION
                   PERFORM COLLECT-OLD-CONTINUATIONS
                   PERFORM PROMPT-CASE-FIELDS
                   PERFORM VALIDATE-CASE
      *> The continuations were made for the old operation; they go
      *> (option 5) before the operation can change.
                   IF WS-RECORD-CLEAN
                       AND WR-OPERATION NOT = WS-OLD-OPERATION
                       AND WS-OLD-CONT-COUNT > 0
                       MOVE "E018" TO WS-REASON
                   END-IF
                   IF NOT WS-RECORD-CLEAN
                       DISPLAY "Case refused, reason " WS-REASON
                           " -- record left as it was."
                   ELSE
                   IF EDIT-CASE-RECORD = CE-RECORD(WS-FOUND-X)
                       DISPLAY "No field changed -- nothing staged."
                   ELSE
                       MOVE "CHANGE" TO WS-STAGE-ACTION
                       MOVE SPACES TO WS-SUITE-WANTED
                       MOVE CE-RECORD(WS-FOUND-X) TO WS-BEFORE-IMAGE
                       PERFORM STAGE-CHANGE
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> Retirement keeps the row on file with lifecycle status R,
      *> so RECONCILE-RUN's baseline and every history report still
      *> know the case; MAINPROGRAM stops running it.
       RETIRE-CASE.
           PERFORM FIND-CASE-BY-ID
           IF WS-FOUND-X = 0
               DISPLAY "No case with test ID " WS-TARGET-ID "."
           ELSE
               PERFORM CHECK-CASE-HELD
               MOVE CE-RECORD(WS-FOUND-X) TO EDIT-CASE-RECORD
               EVALUATE TRUE
                   WHEN WS-CASE-IS-HELD
                       DISPLAY WS-TARGET-ID " already has a change "
                           "awaiting approval -- nothing staged."
                   WHEN WR-LIFE-STATUS = "R"
                       DISPLAY WS-TARGET-ID " is already retired."
                   WHEN OTHER
                       DISPLAY "Retire " WR-TEST-ID " " WR-OPERATION
                           " (Y/N)? " WITH NO ADVANCING
                       ACCEPT WS-REPLY
                       IF WS-REPLY-YES
                           MOVE "R" TO WR-LIFE-STATUS
                           MOVE "RETIRE" TO WS-STAGE-ACTION
                           MOVE SPACES TO WS-SUITE-WANTED
                           MOVE CE-RECORD(WS-FOUND-X)
                               TO WS-BEFORE-IMAGE
                           PERFORM STAGE-CHANGE
                       ELSE
                           DISPLAY "Retirement abandoned."
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-CASE-BY-ID.
                   OR WS-FOUND-X > 0
               MOVE CE-RECORD(CASE-I) TO EDIT-CASE-RECORD
               IF WR-TEST-ID NOT = "SUITE"
                   AND WR-TEST-ID NOT = "CONTINUE"
                   AND WR-TEST-ID = WS-TARGET-ID
                   MOVE CASE-I TO WS-FOUND-X
               END-IF
               END-IF
           END-IF.

      *> A new ID must be free both on the work file and among the
      *> adds already waiting for approval.
       CHECK-NEW-ID-UNIQUE.
           PERFORM VARYING CASE-I FROM 1 BY 1
                   UNTIL CASE-I > WS-CASE-COUNT
               IF CE-RECORD(CASE-I)(1:10) = WR-TEST-ID
                   MOVE "E005" TO WS-REASON
               END-IF
           END-PERFORM
           MOVE WR-TEST-ID TO WS-TARGET-ID
           PERFORM CHECK-CASE-HELD
           IF WS-CASE-IS-HELD
               MOVE "E005" TO WS-REASON
           END-IF.

      *> CASE-APPROVE lands an approved add at the end of this
      *> suite's section, appending the header first for a suite the
      *> file does not have yet.
       CHOOSE-TARGET-SUITE.
      *> A blank suite name would generate a header EDIT-WORK-FILE
      *> rejects with E009, so the prompt insists on one.
           MOVE SPACES TO WS-SUITE-WANTED
           PERFORM UNTIL WS-SUITE-WANTED NOT = SPACES
               DISPLAY "Target suite: " WITH NO ADVANCING
               ACCEPT WS-SUITE-WANTED
           END-PERFORM.

       STAGE-CHANGE.
           IF WS-STAGED-COUNT >= 100
               DISPLAY "100 changes staged this session -- submit "
                   "them and start a new session; nothing staged."
           ELSE
               ADD 1 TO WS-STAGED-COUNT
               MOVE WS-STAGE-ACTION TO SG-ACTION(WS-STAGED-COUNT)
               MOVE WR-TEST-ID TO SG-TEST-ID(WS-STAGED-COUNT)
               MOVE WS-SUITE-WANTED TO SG-SUITE-NAME(WS-STAGED-COUNT)
               MOVE WS-BEFORE-IMAGE TO SG-BEFORE(WS-STAGED-COUNT)
               MOVE EDIT-CASE-RECORD TO SG-AFTER(WS-STAGED-COUNT)
               PERFORM HOLD-TEST-ID
               DISPLAY WS-STAGE-ACTION " of " WR-TEST-ID
                   " staged for approval."
           END-IF.

      *> What the case carries beyond its own record: a step for
      *> SUMNUMBERS-RNG, the expected list for the two operations
      *> that answer with a table. The new records are staged as one
      *> CONT change per record that differs, each replacing,
      *> adding or removing one continuation, under the same
      *> maker-checker as every other edit.
       SET-CASE-CONTINUATIONS.
           PERFORM FIND-CASE-BY-ID
           IF WS-FOUND-X = 0
               DISPLAY "No case with test ID " WS-TARGET-ID "."
           ELSE
               PERFORM CHECK-CASE-HELD
               IF WS-CASE-IS-HELD
                   DISPLAY WS-TARGET-ID " already has a change "
                       "awaiting approval -- nothing staged."
               ELSE
                   MOVE CE-RECORD(WS-FOUND-X) TO EDIT-CASE-RECORD
                   DISPLAY "Case " WR-TEST-ID " " WR-OPERATION
                       " N1=" WR-NUM1 " N2=" WR-NUM2
                       " EXP=" WR-EXPECTED
                   PERFORM COLLECT-OLD-CONTINUATIONS
                   PERFORM VARYING CONT-I FROM 1 BY 1
                           UNTIL CONT-I > WS-OLD-CONT-COUNT
                       MOVE OC-RECORD(CONT-I) TO EDIT-CONTINUATION
                       PERFORM SHOW-ONE-CONTINUATION
                   END-PERFORM
                   MOVE SPACES TO WS-REASON
                   IF WS-TOO-MANY-CONTS
                       MOVE "E019" TO WS-REASON
                   ELSE
                       PERFORM PROMPT-CONTINUATIONS
                   END-IF
                   IF WS-RECORD-CLEAN
                       PERFORM STAGE-CONTINUATIONS
                   ELSE
                       DISPLAY "Continuations refused, reason "
                           WS-REASON " -- nothing staged."
                   END-IF
               END-IF
           END-IF.

      *> The continuations straight behind the case at WS-FOUND-X.
       COLLECT-OLD-CONTINUATIONS.
           MOVE 0 TO WS-OLD-CONT-COUNT
           MOVE 'N' TO WS-CONT-OVER-FLAG
           PERFORM VARYING CASE-I FROM WS-FOUND-X BY 1
                   UNTIL CASE-I >= WS-CASE-COUNT
                   OR CE-RECORD(CASE-I + 1)(1:10) NOT = "CONTINUE"
                   OR CE-RECORD(CASE-I + 1)(11:10) NOT = WR-TEST-ID
               IF WS-OLD-CONT-COUNT < 50
                   ADD 1 TO WS-OLD-CONT-COUNT
                   MOVE CE-RECORD(CASE-I + 1)
                       TO OC-RECORD(WS-OLD-CONT-COUNT)
               ELSE
                   SET WS-TOO-MANY-CONTS TO TRUE
               END-IF
           END-PERFORM.

      *> The same limits EDIT-WORK-FILE holds continuations to.
       PROMPT-CONTINUATIONS.
           MOVE 0 TO WS-NEW-CONT-COUNT
           EVALUATE WR-OPERATION
               WHEN "SUMNUMBERS-RNG"
                   DISPLAY "Step (1-9999, 0 = none, a step of 1): "
                       WITH NO ADVANCING
                   ACCEPT WS-STEP-ENTRY
                   IF WS-STEP-ENTRY NOT NUMERIC
                       MOVE "E017" TO WS-REASON
                   ELSE
                   IF WS-STEP-ENTRY > 0
                       MOVE 1 TO LIST-I
                       PERFORM START-NEW-CONTINUATION
                       MOVE WS-STEP-ENTRY TO WC-NUM3
                       MOVE 0 TO WC-FIRST-ELEMENT
                       MOVE EDIT-CONTINUATION TO NC-RECORD(1)
                   END-IF
                   END-IF
               WHEN "FIBONACCI-SEQ"
               WHEN "PRIME-FACTORS"
                   DISPLAY "Number of expected values (0-100, "
                       "0 = none): " WITH NO ADVANCING
                   ACCEPT WS-LIST-ENTRY
                   IF WS-LIST-ENTRY NOT NUMERIC
                       MOVE "E017" TO WS-REASON
                   ELSE
                   IF WS-LIST-ENTRY > 100
                       MOVE "E019" TO WS-REASON
                   ELSE
                       PERFORM VARYING LIST-I FROM 1 BY 1
                               UNTIL LIST-I > WS-LIST-ENTRY
                               OR NOT WS-RECORD-CLEAN
                           PERFORM PROMPT-ONE-VALUE
                       END-PERFORM
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE "E018" TO WS-REASON
           END-EVALUATE.

      *> Element 1 is the first entry of the table (F(0) for
      *> FIBONACCI-SEQ); two values to a record.
       PROMPT-ONE-VALUE.
           DISPLAY "Element " LIST-I ": " WITH NO ADVANCING
           ACCEPT WS-VALUE-ENTRY
           IF WS-VALUE-ENTRY NOT NUMERIC
               MOVE "E017" TO WS-REASON
           ELSE
               IF WS-NEW-CONT-COUNT = 0 OR WC-VALUE-COUNT = 2
                   PERFORM START-NEW-CONTINUATION
               END-IF
               ADD 1 TO WC-VALUE-COUNT
               MOVE WS-VALUE-ENTRY TO WC-VALUE(WC-VALUE-COUNT)
               MOVE EDIT-CONTINUATION TO NC-RECORD(WS-NEW-CONT-COUNT)
           END-IF.

       START-NEW-CONTINUATION.
           ADD 1 TO WS-NEW-CONT-COUNT
           MOVE SPACES TO EDIT-CONTINUATION
           MOVE "CONTINUE" TO WC-MARKER
           MOVE WR-TEST-ID TO WC-TEST-ID
           MOVE ZERO TO WC-NUM3
           MOVE LIST-I TO WC-FIRST-ELEMENT
           MOVE ZERO TO WC-VALUE-COUNT
           MOVE ZERO TO WC-VALUE(1) WC-VALUE(2).

      *> Old and new records are paired in order; a pair that
      *> already agrees stages nothing. The whole set is staged or
      *> none of it, so a list is never half submitted.
       STAGE-CONTINUATIONS.
           MOVE 0 TO WS-CONT-CHANGES
           PERFORM VARYING CONT-I FROM 1 BY 1
                   UNTIL CONT-I > WS-OLD-CONT-COUNT
                   AND CONT-I > WS-NEW-CONT-COUNT
               IF CONT-I > WS-OLD-CONT-COUNT
                   OR CONT-I > WS-NEW-CONT-COUNT
                   OR OC-RECORD(CONT-I) NOT = NC-RECORD(CONT-I)
                   ADD 1 TO WS-CONT-CHANGES
               END-IF
           END-PERFORM
           IF WS-CONT-CHANGES = 0
               DISPLAY "No continuation changed -- nothing staged."
           ELSE
           IF WS-STAGED-COUNT + WS-CONT-CHANGES > 100
               DISPLAY WS-CONT-CHANGES " continuation change(s) "
                   "would pass 100 staged this session -- submit "
                   "and start a new session; nothing staged."
           ELSE
               PERFORM VARYING CONT-I FROM 1 BY 1
                       UNTIL CONT-I > WS-OLD-CONT-COUNT
                       AND CONT-I > WS-NEW-CONT-COUNT
                   PERFORM STAGE-ONE-CONTINUATION
               END-PERFORM
               PERFORM HOLD-TEST-ID
               DISPLAY WS-CONT-CHANGES " continuation change(s) of "
                   WR-TEST-ID " staged for approval."
           END-IF
           END-IF.

       STAGE-ONE-CONTINUATION.
           IF CONT-I > WS-OLD-CONT-COUNT
               OR CONT-I > WS-NEW-CONT-COUNT
               OR OC-RECORD(CONT-I) NOT = NC-RECORD(CONT-I)
               ADD 1 TO WS-STAGED-COUNT
               MOVE "CONT" TO SG-ACTION(WS-STAGED-COUNT)
               MOVE WR-TEST-ID TO SG-TEST-ID(WS-STAGED-COUNT)
               MOVE SPACES TO SG-SUITE-NAME(WS-STAGED-COUNT)
               MOVE SPACES TO SG-BEFORE(WS-STAGED-COUNT)
               MOVE SPACES TO SG-AFTER(WS-STAGED-COUNT)
               IF CONT-I NOT > WS-OLD-CONT-COUNT
                   MOVE OC-RECORD(CONT-I) TO SG-BEFORE(WS-STAGED-COUNT)
               END-IF
               IF CONT-I NOT > WS-NEW-CONT-COUNT
                   MOVE NC-RECORD(CONT-I) TO SG-AFTER(WS-STAGED-COUNT)
               END-IF
           END-IF.

       HOLD-TEST-ID.
           IF WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               MOVE WR-TEST-ID TO HD-TEST-ID(WS-HELD-COUNT)
           END-IF.

       CHECK-CASE-HELD.
           MOVE 'N' TO WS-HELD-FLAG
           PERFORM VARYING HELD-I FROM 1 BY 1
                   UNTIL HELD-I > WS-HELD-COUNT
                   OR WS-CASE-IS-HELD
               IF HD-TEST-ID(HELD-I) = WS-TARGET-ID
                   SET WS-CASE-IS-HELD TO TRUE
               END-IF
           END-PERFORM.

       LEAVE-SESSION.
           IF WS-STAGED-COUNT > 0
               DISPLAY "Submit " WS-STAGED-COUNT " change(s) for "
                   "approval (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-REPLY
               IF WS-REPLY-YES
                   PERFORM WRITE-STAGED-CHANGES
               ELSE
                   DISPLAY "Changes discarded."
               END-IF
           END-IF
           DISPLAY "Goodbye.".

       WRITE-STAGED-CHANGES.
           OPEN EXTEND CHANGE-FILE
           IF WS-CHANGE-MISSING
               OPEN OUTPUT CHANGE-FILE
           END-IF
           IF NOT WS-CHANGE-STATUS-OK
               MOVE "RUNTESTS.CHG" TO EH-FILE-NAME
               MOVE WS-CHANGE-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING STAGED-I FROM 1 BY 1
                   UNTIL STAGED-I > WS-STAGED-COUNT
               ADD 1 TO WS-LAST-CHANGE-ID
               MOVE WS-LAST-CHANGE-ID TO CH-CHANGE-ID
               MOVE SG-ACTION(STAGED-I) TO CH-ACTION
               MOVE SG-TEST-ID(STAGED-I) TO CH-TEST-ID
               MOVE SG-SUITE-NAME(STAGED-I) TO CH-SUITE-NAME
               MOVE WS-OPERATOR-ID TO CH-MAKER-ID
               MOVE FUNCTION CURRENT-DATE TO CH-MADE-AT
               SET CH-IS-PENDING TO TRUE
               MOVE SPACES TO CH-CHECKER-ID
               MOVE SPACES TO CH-CHECKED-AT
               MOVE SG-BEFORE(STAGED-I) TO CH-BEFORE-IMAGE
               MOVE SG-AFTER(STAGED-I) TO CH-AFTER-IMAGE
               WRITE CHANGE-RECORD
           END-PERFORM
           CLOSE CHANGE-FILE
           DISPLAY "CASE-MAINT: " WS-STAGED-COUNT
               " change(s) submitted for approval by another "
               "operator in CASE-APPROVE.".

      *> Unlike the run-control force, there is no pre-master
      *> fallback: a change nobody can be named for cannot be put
      *> to a different checker.
       SIGN-ON-MAKER.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN INPUT OPER-MASTER-FILE
           IF WS-MASTER-MISSING
               DISPLAY "CASE-MAINT: no OPERMAST.DAT -- case changes "
                   "need a named maker, session refused."
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
                           AND (OM-AUTH = 'S' OR OM-AUTH = 'A')
                           SET WS-OPERATOR-MAY-MAKE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-MASTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-OPERATOR-MAY-MAKE
               DISPLAY "Operator " WS-OPERATOR-ID " may not submit "
                   "case changes -- session refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CHANGE-FILE.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-MISSING
               CONTINUE
           ELSE
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
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-HELD-COUNT > 0
               DISPLAY "CASE-MAINT: " WS-HELD-COUNT
                   " change(s) already awaiting approval."
           END-IF.

       CAPTURE-CHANGE-RECORD.
           IF CH-CHANGE-ID > WS-LAST-CHANGE-ID
               MOVE CH-CHANGE-ID TO WS-LAST-CHANGE-ID
           END-IF
           IF CH-IS-PENDING OR CH-IS-APPROVED
               MOVE CH-TEST-ID TO WR-TEST-ID
               PERFORM HOLD-TEST-ID
           END-IF.

      *> The work file is read shared for the whole session, so it
      *> cannot be rewritten under the before images being staged;
      *> the change file is held exclusive, so two makers cannot
      *> number their changes from the same last change ID.
       ENQUEUE-SESSION-FILES.
           MOVE "RUNTESTS.DAT" TO EQ-RESOURCE
           SET EQ-SHARED TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-WORK-LOCKED TO TRUE
           MOVE "RUNTESTS.CHG" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-CHANGE-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "CASE-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "CASE-MAINT: " EQ-RESOURCE
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
           MOVE "CASE-MAINT" TO EQ-PROGRAM-ID
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
           MOVE "CASE-MAINT" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "CASE-MAINT" TO EH-PROGRAM-ID
