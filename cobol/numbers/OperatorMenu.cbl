           SELECT REGISTRY-FILE ASSIGN TO "OPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
      *> Adding-machine tape: one file per tape session, named for
      *> the moment it was started, printed as it is built and read
      *> back line for line when a saved tape is replayed.
           SELECT TAPE-FILE ASSIGN USING WS-TAPE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REGISTRY-RECORD.
       COPY OPREGREC.

      *> Lines are written from TAPE-DETAIL-LINE and friends below;
      *> the two views here are how a replay reads them back, and
      *> must stay in step with those layouts.
       FD  TAPE-FILE.
       01  TAPE-LINE            PIC X(100).
       01  TAPE-IN-DETAIL.
           05 TI-ITEM          PIC X(4).
           05 FILLER           PIC X(2).
           05 TI-OPERATION     PIC X(14).
           05 FILLER           PIC X.
           05 TI-CHAIN-FLAG    PIC X.
           05 FILLER           PIC X.
           05 TI-NUM1          PIC X(9).
           05 FILLER           PIC X(2).
           05 TI-NUM2          PIC X(9).
           05 FILLER           PIC X(3).
           05 TI-RESULT        PIC X(14).
           05 FILLER           PIC X(2).
           05 TI-STATUS        PIC XX.
           05 FILLER           PIC X(2).
           05 TI-TOTAL         PIC X(17).
       01  TAPE-IN-TOTAL.
           05 TI-MARKER        PIC X(6).
           05 FILLER           PIC X(60).
           05 TI-GRAND-TOTAL   PIC X(17).

       WORKING-STORAGE SECTION.
       01 WS-OPERLOG-STATUS PIC XX.
          88 WS-OPERLOG-STATUS-OK  VALUE '00'.
          05 MENU-ENTRY OCCURS 30 TIMES.
             10 MN-CHOICE     PIC 9(2).
             10 MN-TEXT       PIC X(30).
             10 MN-OPERATION  PIC X(14).
             10 MN-LINKAGE    PIC X(12).
       01 WS-MENU-I      PIC 9(2).
       01 WS-CHOICE-ED   PIC Z9.
       01 WS-CHOICE-OK-FLAG PIC X.
       01 WS-SEQ-I  PIC 9(4).
       01 WS-TERM-NUM PIC 9(4).

      *> Adding-machine tape session and replay.
       01 WS-TAPE-STATUS PIC XX.
          88 WS-TAPE-STATUS-OK     VALUE '00'.
          88 WS-TAPE-MISSING       VALUE '35'.
       01 WS-TAPE-EOF    PIC X.
          88 WS-TAPE-DONE          VALUE 'Y'.
       01 WS-TAPE-NAME   PIC X(20).
       01 WS-TAPE-STAMP  PIC X(21).
       01 WS-TAPE-CHOICE PIC 99.
       01 WS-TAPE-X      PIC 99.
       01 WS-TAPE-OK-FLAG PIC X.
          88 WS-TAPE-OP-ALLOWED    VALUE 'Y'.
       01 WS-TAPE-ENTRY  PIC X(14).
       01 WS-TAPE-ITEMS  PIC 9(4).
      *> Adding-machine arithmetic: a result carried on as the next
      *> first operand replaces the result it was carried from, so
      *> a chain of calculations adds only its final result to the
      *> total; a fresh calculation adds its own.
       01 WS-TAPE-TOTAL  PIC S9(13)V99.
       01 WS-TAPE-TOTAL-ED PIC -(13)9.99.
       01 WS-PREV-RESULT PIC S9(10)V99.
       01 WS-PREV-FLAG   PIC X.
          88 WS-PREV-AVAILABLE     VALUE 'Y'.
       01 WS-CHAIN-FLAG  PIC X.
          88 WS-CHAINED            VALUE 'C'.
       01 WS-CHAIN-REPLY PIC X.
          88 WS-CHAIN-YES          VALUE 'Y', 'y'.
      *> First non-clean status on the tape, journaled with the
      *> session; '00' when every calculation came back clean.
       01 WS-TAPE-FIRST-STATUS PIC XX.
       01 WS-REPLAY-DIFFS PIC 9(4).
       01 WS-REPLAY-DIFFS-ED PIC ZZZ9.
       01 WS-RECORDED-RESULT PIC S9(10)V99.
       01 WS-RECORDED-TOTAL PIC S9(13)V99.
       01 WS-ITEM-MATCH-FLAG PIC X.
          88 WS-ITEM-MATCHES       VALUE 'Y'.
       01 WS-GRAND-SEEN-FLAG PIC X.
          88 WS-GRAND-TOTAL-SEEN   VALUE 'Y'.

       01 TAPE-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "ADDING-MACHINE TAPE  OPERATOR ".
           05 TH-OPERATOR PIC X(8).
           05 FILLER PIC X(10) VALUE "  STARTED ".
           05 TH-STARTED-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 TH-STARTED-TIME PIC X(6).
           05 FILLER PIC X(7)  VALUE "  FILE ".
           05 TH-TAPE-NAME PIC X(20).

       01 TAPE-COLUMNS-LINE.
           05 FILLER PIC X(40)
               VALUE "ITEM  OPERATION        FIRST OP  SECOND ".
           05 FILLER PIC X(43)
               VALUE "OP          RESULT  ST      RUNNING TOTAL".

      *> TD-CHAIN-FLAG is C when the first operand was carried from
      *> the previous result rather than keyed.
       01 TAPE-DETAIL-LINE.
           05 TD-ITEM     PIC 9(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 TD-OPERATION PIC X(14).
           05 FILLER      PIC X VALUE SPACE.
           05 TD-CHAIN-FLAG PIC X.
           05 FILLER      PIC X VALUE SPACE.
           05 TD-NUM1     PIC -(5)9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 TD-NUM2     PIC -(5)9.99.
           05 FILLER      PIC X(3) VALUE " = ".
           05 TD-RESULT   PIC -(10)9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 TD-STATUS   PIC XX.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 TD-TOTAL    PIC -(13)9.99.

       01 TAPE-TOTAL-LINE.
           05 FILLER PIC X(6)  VALUE "TOTAL ".
           05 TT-ITEMS    PIC 9(4).
           05 FILLER PIC X(9)  VALUE " ITEM(S) ".
           05 FILLER PIC X(35) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "GRAND TOTAL ".
           05 TT-GRAND-TOTAL PIC -(13)9.99.

       COPY NUMLINK.

       COPY CALCLINK.

       COPY PFACTLINK.

       COPY COMBLINK.

       COPY ENQLINK.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                       WHEN 11 PERFORM DO-LCM
                       WHEN 12 PERFORM DO-ISPRIME
                       WHEN 13 PERFORM DO-PRIME-FACTORS
                       WHEN 14 PERFORM DO-POWER
                       WHEN 15 PERFORM DO-SQUARE-ROOT
                       WHEN 16 PERFORM DO-MODULO
                       WHEN 17 PERFORM DO-COMBINATIONS
                       WHEN 18 PERFORM DO-PERMUTATIONS
                       WHEN 20 PERFORM DO-TAPE-SESSION
                       WHEN 21 PERFORM DO-TAPE-REPLAY
                       WHEN 9 DISPLAY "Goodbye."
                       WHEN OTHER DISPLAY "Choice not wired to a "
                           "handler -- see REGISTRY-CHECK."
                                   TO MN-CHOICE(WS-MENU-COUNT)
                               MOVE OR-MENU-TEXT
                                   TO MN-TEXT(WS-MENU-COUNT)
                               MOVE OR-OPERATION
                                   TO MN-OPERATION(WS-MENU-COUNT)
                               MOVE OR-LINKAGE
                                   TO MN-LINKAGE(WS-MENU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      *> 9 (quit) and the tape choices 20 and 21 are always live;
      *> anything else must be a choice the registry put on the menu.
       JUDGE-MENU-CHOICE.
           MOVE 'N' TO WS-CHOICE-OK-FLAG
           IF WS-CHOICE = 9 OR WS-CHOICE = 20 OR WS-CHOICE = 21
               SET WS-CHOICE-ALLOWED TO TRUE
           ELSE
               PERFORM VARYING WS-MENU-I FROM 1 BY 1
               MOVE MN-CHOICE(WS-MENU-I) TO WS-CHOICE-ED
               DISPLAY WS-CHOICE-ED ". " MN-TEXT(WS-MENU-I)
           END-PERFORM
           DISPLAY "20. Adding-machine tape"
           DISPLAY "21. Replay a saved tape"
           DISPLAY " 9. Quit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.

           PERFORM JOURNAL-CALC-CALL.
           PERFORM OFFER-SAVE-CASE.

       DO-POWER.
           MOVE "POWER" TO WS-LAST-OPERATION.
           DISPLAY "Enter base: " WITH NO ADVANCING.
           ACCEPT LINK-NUM1.
           DISPLAY "Enter whole-number exponent: " WITH NO ADVANCING.
           ACCEPT LINK-NUM2.
           CALL 'POWER' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           PERFORM SHOW-CALC-RESULT.
           PERFORM JOURNAL-CALC-CALL.
           PERFORM OFFER-SAVE-CASE.

      *> One operand only; LINK-NUM2 goes down as zero so the
      *> journal and any saved case read the same as a batch case.
       DO-SQUARE-ROOT.
           MOVE "SQUARE-ROOT" TO WS-LAST-OPERATION.
           DISPLAY "Enter number: " WITH NO ADVANCING.
           ACCEPT LINK-NUM1.
           MOVE 0 TO LINK-NUM2.
           CALL 'SQUARE-ROOT' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           PERFORM SHOW-CALC-RESULT.
           PERFORM JOURNAL-CALC-CALL.
           PERFORM OFFER-SAVE-CASE.

       DO-MODULO.
           MOVE "MODULO" TO WS-LAST-OPERATION.
           PERFORM PROMPT-CALC-OPERANDS.
           CALL 'MODULO' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           PERFORM SHOW-CALC-RESULT.
           PERFORM JOURNAL-CALC-CALL.
           PERFORM OFFER-SAVE-CASE.

       DO-COMBINATIONS.
           MOVE "COMBINATIONS" TO WS-LAST-OPERATION.
           PERFORM PROMPT-COUNTING-OPERANDS.
           CALL 'COMBINATIONS' USING CB-N CB-R CB-RESULT CB-STATUS.
           PERFORM SHOW-COUNTING-RESULT.
           PERFORM JOURNAL-COUNTING-CALL.
           PERFORM OFFER-SAVE-CASE.

       DO-PERMUTATIONS.
           MOVE "PERMUTATIONS" TO WS-LAST-OPERATION.
           PERFORM PROMPT-COUNTING-OPERANDS.
           CALL 'PERMUTATIONS' USING CB-N CB-R CB-RESULT CB-STATUS.
           PERFORM SHOW-COUNTING-RESULT.
           PERFORM JOURNAL-COUNTING-CALL.
           PERFORM OFFER-SAVE-CASE.

       DO-FIBONACCI-SEQ.
           MOVE "FIBONACCI-SEQ" TO WS-LAST-OPERATION.
           DISPLAY "Enter N: " WITH NO ADVANCING.
           MOVE N2-STATUS TO OJ-STATUS
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-COUNTING-CALL.
           MOVE SPACES TO OJ-INPUTS OJ-RESULT
           STRING "N=" CB-N " R=" CB-R
               DELIMITED BY SIZE INTO OJ-INPUTS
           MOVE CB-RESULT TO WS-JRN-VALUE
           MOVE WS-JRN-VALUE TO WS-JRN-VALUE-ED
           MOVE WS-JRN-VALUE-ED TO OJ-RESULT
           MOVE CB-STATUS TO OJ-STATUS
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-PFACT-CALL.
           MOVE SPACES TO OJ-INPUTS OJ-RESULT
           STRING "N=" PF-N DELIMITED BY SIZE INTO OJ-INPUTS
                       MOVE PF-COUNT TO WS-SAVE-RESULT
                       SET WS-CASE-SAVEABLE TO TRUE
                   END-IF
               WHEN "COMBINATIONS"
               WHEN "PERMUTATIONS"
                   IF CB-STATUS-OK
                       MOVE CB-N TO WS-SAVE-NUM1
                       MOVE CB-R TO WS-SAVE-NUM2
                       MOVE CB-RESULT TO WS-SAVE-RESULT
                       SET WS-CASE-SAVEABLE TO TRUE
                   END-IF
               WHEN "ADDITION"
               WHEN "SUBSTRACTION"
               WHEN "MULTIPLICATION"
               WHEN "DIVISION-OP"
               WHEN "DIVISION-RND"
               WHEN "POWER"
               WHEN "SQUARE-ROOT"
               WHEN "MODULO"
                   IF LINK-STATUS-OK
                       MOVE LINK-NUM1 TO WS-SAVE-NUM1
                       MOVE LINK-NUM2 TO WS-SAVE-NUM2
               END-IF
           END-IF.

      *> A shared lock for the length of the append: any number of
      *> menus may add cases side by side, but not while PENDING-MERGE
      *> holds the file to rewrite it from what it loaded.
       APPEND-PENDING-CASE.
           MOVE "RUNTESTS.PND" TO EQ-RESOURCE
           SET EQ-SHARED TO TRUE
           MOVE "OPERATOR-MENU" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF EQ-REFUSED
               DISPLAY "RUNTESTS.PND is in use by " EQ-HOLDER-PROGRAM
                   " operator " EQ-HOLDER-OPERATOR
                   " -- case not saved; try again once it is free"
           END-IF
           IF EQ-GRANTED
               PERFORM WRITE-PENDING-CASE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
           END-IF.

       WRITE-PENDING-CASE.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-MISSING
               OPEN OUTPUT PENDING-FILE
               DISPLAY "Result: " N2-RESULT
           END-IF.

       PROMPT-COUNTING-OPERANDS.
           DISPLAY "Enter N (items to choose from): "
               WITH NO ADVANCING.
           ACCEPT CB-N.
           DISPLAY "Enter R (items chosen): " WITH NO ADVANCING.
           ACCEPT CB-R.

       SHOW-COUNTING-RESULT.
           IF CB-STATUS-INVALID
               DISPLAY "Invalid N or R (R may not exceed N)."
           ELSE IF CB-STATUS-OVERFLOW
               DISPLAY "Result too large (overflow)."
           ELSE
               DISPLAY "Result: " CB-RESULT
           END-IF.

       SHOW-CALC-RESULT.
           IF LINK-STATUS-INVALID-OPERAND
               DISPLAY "Invalid operands."
           ELSE IF LINK-STATUS-DIVIDE-BY-ZERO
               DISPLAY "Cannot divide by zero."
           ELSE IF LINK-STATUS-OVERFLOW
               DISPLAY "Result too large (overflow)."
           ELSE
               MOVE LINK-RESULT TO WS-CALC-RESULT-ED
               DISPLAY "Result: " WS-CALC-RESULT-ED
           END-IF.

      *> A run of CALCLINK calculations on one tape. Each may take
      *> the previous result as its first operand; the tape file
      *> records every calculation with the running total, and the
      *> session is journaled once, as a TAPE-SESSION row naming the
      *> tape, rather than a row per calculation.
       DO-TAPE-SESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TAPE-STAMP
           MOVE SPACES TO WS-TAPE-NAME
           STRING "TAPE" WS-TAPE-STAMP(3:12) ".TAP"
               DELIMITED BY SIZE INTO WS-TAPE-NAME
           OPEN OUTPUT TAPE-FILE
           IF NOT WS-TAPE-STATUS-OK
               DISPLAY "ERROR opening " WS-TAPE-NAME ", status "
                   WS-TAPE-STATUS
           ELSE
               MOVE 0 TO WS-TAPE-ITEMS
               MOVE 0 TO WS-TAPE-TOTAL
               MOVE 'N' TO WS-PREV-FLAG
               MOVE "00" TO WS-TAPE-FIRST-STATUS
               MOVE WS-OPERATOR-ID TO TH-OPERATOR
               MOVE WS-TAPE-STAMP(1:8) TO TH-STARTED-DATE
               MOVE WS-TAPE-STAMP(9:6) TO TH-STARTED-TIME
               MOVE WS-TAPE-NAME TO TH-TAPE-NAME
               MOVE TAPE-HEADING-LINE TO TAPE-LINE
               WRITE TAPE-LINE
               MOVE TAPE-COLUMNS-LINE TO TAPE-LINE
               WRITE TAPE-LINE
               DISPLAY "Tape " WS-TAPE-NAME " started."
               MOVE 1 TO WS-TAPE-CHOICE
               PERFORM UNTIL WS-TAPE-CHOICE = 0
                   PERFORM SHOW-TAPE-MENU
                   ACCEPT WS-TAPE-CHOICE
                   IF WS-TAPE-CHOICE NOT = 0
                       PERFORM JUDGE-TAPE-CHOICE
                       IF WS-TAPE-OP-ALLOWED
                           PERFORM RUN-TAPE-ITEM
                       ELSE
                           DISPLAY "Not a tape operation."
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-TAPE-ITEMS TO TT-ITEMS
               MOVE WS-TAPE-TOTAL TO TT-GRAND-TOTAL
               MOVE TAPE-TOTAL-LINE TO TAPE-LINE
               WRITE TAPE-LINE
               CLOSE TAPE-FILE
               MOVE WS-TAPE-TOTAL TO WS-TAPE-TOTAL-ED
               DISPLAY "Tape " WS-TAPE-NAME " closed: "
                   WS-TAPE-ITEMS " item(s), grand total "
                   WS-TAPE-TOTAL-ED
               MOVE "TAPE-SESSION" TO WS-LAST-OPERATION
               MOVE SPACES TO OJ-INPUTS OJ-RESULT
               STRING "TAPE=" WS-TAPE-NAME
                   DELIMITED BY SIZE INTO OJ-INPUTS
               MOVE WS-TAPE-TOTAL TO WS-JRN-VALUE
               MOVE WS-JRN-VALUE TO WS-JRN-VALUE-ED
               MOVE WS-JRN-VALUE-ED TO OJ-RESULT
               MOVE WS-TAPE-FIRST-STATUS TO OJ-STATUS
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *> Only the CALCLINK operations go on a tape: theirs are the
      *> results that can be carried into the next calculation.
       SHOW-TAPE-MENU.
           DISPLAY " "
           PERFORM VARYING WS-MENU-I FROM 1 BY 1
                   UNTIL WS-MENU-I > WS-MENU-COUNT
               IF MN-LINKAGE(WS-MENU-I) = "CALCLINK"
                   MOVE MN-CHOICE(WS-MENU-I) TO WS-CHOICE-ED
                   DISPLAY WS-CHOICE-ED ". " MN-TEXT(WS-MENU-I)
               END-IF
           END-PERFORM
           DISPLAY " 0. End tape"
           IF WS-PREV-AVAILABLE
               MOVE WS-PREV-RESULT TO WS-CALC-RESULT-ED
               MOVE WS-TAPE-TOTAL TO WS-TAPE-TOTAL-ED
               DISPLAY "Last result: " WS-CALC-RESULT-ED
                   "   Running total: " WS-TAPE-TOTAL-ED
           END-IF
           DISPLAY "Tape choice: " WITH NO ADVANCING.

       JUDGE-TAPE-CHOICE.
           MOVE 'N' TO WS-TAPE-OK-FLAG
           MOVE 0 TO WS-TAPE-X
           PERFORM VARYING WS-MENU-I FROM 1 BY 1
                   UNTIL WS-MENU-I > WS-MENU-COUNT
                   OR WS-TAPE-OP-ALLOWED
               IF MN-CHOICE(WS-MENU-I) = WS-TAPE-CHOICE
                   AND MN-LINKAGE(WS-MENU-I) = "CALCLINK"
                   SET WS-TAPE-OP-ALLOWED TO TRUE
                   MOVE WS-MENU-I TO WS-TAPE-X
               END-IF
           END-PERFORM.

       RUN-TAPE-ITEM.
           MOVE MN-OPERATION(WS-TAPE-X) TO WS-TAPE-ENTRY
           MOVE WS-TAPE-ENTRY TO WS-LAST-OPERATION
           PERFORM PROMPT-TAPE-FIRST-OPERAND
           EVALUATE WS-TAPE-ENTRY
               WHEN "SQUARE-ROOT"
                   MOVE 0 TO LINK-NUM2
               WHEN "POWER"
                   DISPLAY "Enter whole-number exponent: "
                       WITH NO ADVANCING
                   ACCEPT LINK-NUM2
               WHEN OTHER
                   DISPLAY "Enter second operand: " WITH NO ADVANCING
                   ACCEPT LINK-NUM2
           END-EVALUATE
           SET LINK-DIV-TRUNCATE TO TRUE
           IF WS-TAPE-ENTRY = "DIVISION-OP"
               DISPLAY "Round the quotient (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-ROUND-REPLY
               IF WS-ROUND-YES
                   SET LINK-DIV-ROUNDED TO TRUE
                   MOVE "DIVISION-RND" TO WS-LAST-OPERATION
               END-IF
           END-IF
           PERFORM CALL-TAPE-OPERATION
           PERFORM SHOW-CALC-RESULT
           PERFORM APPLY-TO-RUNNING-TOTAL
           MOVE WS-TAPE-TOTAL TO WS-TAPE-TOTAL-ED
           DISPLAY "Running total: " WS-TAPE-TOTAL-ED
           PERFORM WRITE-TAPE-DETAIL.

      *> The last clean result is offered as the first operand so
      *> long as it fits one; otherwise the clerk keys it.
       PROMPT-TAPE-FIRST-OPERAND.
           MOVE SPACE TO WS-CHAIN-FLAG
           MOVE 'N' TO WS-CHAIN-REPLY
           IF WS-PREV-AVAILABLE
               IF WS-PREV-RESULT > -100000 AND WS-PREV-RESULT < 100000
                   MOVE WS-PREV-RESULT TO WS-CALC-RESULT-ED
                   DISPLAY "Use last result " WS-CALC-RESULT-ED
                       " as first operand (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CHAIN-REPLY
               ELSE
                   DISPLAY "Last result is too large to carry as an "
                       "operand."
               END-IF
           END-IF
           IF WS-CHAIN-YES
               MOVE WS-PREV-RESULT TO LINK-NUM1
               MOVE 'C' TO WS-CHAIN-FLAG
           ELSE
               EVALUATE WS-TAPE-ENTRY
                   WHEN "SQUARE-ROOT"
                       DISPLAY "Enter number: " WITH NO ADVANCING
                   WHEN "POWER"
                       DISPLAY "Enter base: " WITH NO ADVANCING
                   WHEN OTHER
                       DISPLAY "Enter first operand: "
                           WITH NO ADVANCING
               END-EVALUATE
               ACCEPT LINK-NUM1
           END-IF.

      *> Called by the entry name held for the choice; DIVISION-OP
      *> alone takes the mode and remainder.
       CALL-TAPE-OPERATION.
           IF WS-TAPE-ENTRY = "DIVISION-OP"
               CALL 'DIVISION-OP' USING LINK-NUM1 LINK-NUM2
                   LINK-RESULT LINK-STATUS LINK-DIV-MODE
                   LINK-REMAINDER
           ELSE
               CALL WS-TAPE-ENTRY USING LINK-NUM1 LINK-NUM2
                   LINK-RESULT LINK-STATUS
           END-IF.

      *> Shared by the session and the replay, so both keep the
      *> total the same way. A calculation that fails adds nothing
      *> and leaves the last clean result available to carry.
       APPLY-TO-RUNNING-TOTAL.
           ADD 1 TO WS-TAPE-ITEMS
           IF LINK-STATUS-OK
               IF WS-CHAINED
                   SUBTRACT WS-PREV-RESULT FROM WS-TAPE-TOTAL
               END-IF
               ADD LINK-RESULT TO WS-TAPE-TOTAL
               MOVE LINK-RESULT TO WS-PREV-RESULT
               SET WS-PREV-AVAILABLE TO TRUE
           ELSE
               IF WS-TAPE-FIRST-STATUS = "00"
                   MOVE LINK-STATUS TO WS-TAPE-FIRST-STATUS
               END-IF
           END-IF.

       WRITE-TAPE-DETAIL.
           MOVE WS-TAPE-ITEMS TO TD-ITEM
           MOVE WS-LAST-OPERATION TO TD-OPERATION
           MOVE WS-CHAIN-FLAG TO TD-CHAIN-FLAG
           MOVE LINK-NUM1 TO TD-NUM1
           MOVE LINK-NUM2 TO TD-NUM2
           IF LINK-STATUS-OK
               MOVE LINK-RESULT TO TD-RESULT
           ELSE
               MOVE 0 TO TD-RESULT
           END-IF
           MOVE LINK-STATUS TO TD-STATUS
           MOVE WS-TAPE-TOTAL TO TD-TOTAL
           MOVE TAPE-DETAIL-LINE TO TAPE-LINE
           WRITE TAPE-LINE.

      *> Runs a saved tape again through today's library: keyed
      *> operands as recorded, carried operands from the replay's
      *> own previous result, so a change anywhere in a chain shows
      *> up from that item on. Every item's result, status and
      *> running total, and the grand total, must come out as the
      *> tape says. Journaled as one TAPE-REPLAY row; status 93 when
      *> anything differs.
       DO-TAPE-REPLAY.
           DISPLAY "Tape file to replay: " WITH NO ADVANCING
           ACCEPT WS-TAPE-NAME
           MOVE "TAPE-REPLAY" TO WS-LAST-OPERATION
           MOVE SPACES TO OJ-INPUTS OJ-RESULT
           STRING "TAPE=" WS-TAPE-NAME
               DELIMITED BY SIZE INTO OJ-INPUTS
           OPEN INPUT TAPE-FILE
           IF NOT WS-TAPE-STATUS-OK
               DISPLAY "Cannot open tape, status " WS-TAPE-STATUS
                   ": " WS-TAPE-NAME
               MOVE "TAPE NOT READ" TO OJ-RESULT
               MOVE WS-TAPE-STATUS TO OJ-STATUS
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               MOVE 0 TO WS-TAPE-ITEMS
               MOVE 0 TO WS-TAPE-TOTAL
               MOVE 0 TO WS-REPLAY-DIFFS
               MOVE 'N' TO WS-PREV-FLAG
               MOVE 'N' TO WS-GRAND-SEEN-FLAG
               MOVE 'N' TO WS-TAPE-EOF
               MOVE "00" TO WS-TAPE-FIRST-STATUS
               PERFORM UNTIL WS-TAPE-DONE
                   READ TAPE-FILE
                       AT END
                           SET WS-TAPE-DONE TO TRUE
                       NOT AT END
                           IF TI-ITEM IS NUMERIC
                               PERFORM REPLAY-TAPE-ITEM
                           ELSE IF TI-MARKER = "TOTAL "
                               PERFORM REPLAY-GRAND-TOTAL
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAPE-FILE
               IF NOT WS-GRAND-TOTAL-SEEN
                   ADD 1 TO WS-REPLAY-DIFFS
                   DISPLAY "Tape has no grand total line -- it was "
                       "not closed or has been cut short."
               END-IF
               IF WS-REPLAY-DIFFS = 0
                   DISPLAY "Replay matches, " WS-TAPE-ITEMS
                       " item(s): " WS-TAPE-NAME
                   MOVE "MATCHES" TO OJ-RESULT
                   MOVE "00" TO OJ-STATUS
               ELSE
                   MOVE WS-REPLAY-DIFFS TO WS-REPLAY-DIFFS-ED
                   DISPLAY "Replay found" WS-REPLAY-DIFFS-ED
                       " difference(s): " WS-TAPE-NAME
                   STRING WS-REPLAY-DIFFS-ED " DIFFERENCE(S)"
                       DELIMITED BY SIZE INTO OJ-RESULT
                   MOVE "93" TO OJ-STATUS
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       REPLAY-TAPE-ITEM.
           MOVE 'Y' TO WS-ITEM-MATCH-FLAG
           MOVE TI-CHAIN-FLAG TO WS-CHAIN-FLAG
           IF TI-OPERATION = "DIVISION-RND"
               MOVE "DIVISION-OP" TO WS-TAPE-ENTRY
               SET LINK-DIV-ROUNDED TO TRUE
           ELSE
               MOVE TI-OPERATION TO WS-TAPE-ENTRY
               SET LINK-DIV-TRUNCATE TO TRUE
           END-IF
           PERFORM JUDGE-REPLAY-OPERATION
           IF NOT WS-TAPE-OP-ALLOWED
               ADD 1 TO WS-TAPE-ITEMS
               ADD 1 TO WS-REPLAY-DIFFS
               DISPLAY "Item " TI-ITEM " " TI-OPERATION
                   " is not a tape operation -- not replayed."
           ELSE
               IF WS-CHAINED AND WS-PREV-AVAILABLE
                   AND WS-PREV-RESULT > -100000
                   AND WS-PREV-RESULT < 100000
                   MOVE WS-PREV-RESULT TO LINK-NUM1
               ELSE
                   MOVE FUNCTION NUMVAL(TI-NUM1) TO LINK-NUM1
               END-IF
               MOVE FUNCTION NUMVAL(TI-NUM2) TO LINK-NUM2
               PERFORM CALL-TAPE-OPERATION
               PERFORM APPLY-TO-RUNNING-TOTAL
               MOVE FUNCTION NUMVAL(TI-RESULT) TO WS-RECORDED-RESULT
               MOVE FUNCTION NUMVAL(TI-TOTAL) TO WS-RECORDED-TOTAL
               IF LINK-STATUS NOT = TI-STATUS
                   OR WS-TAPE-TOTAL NOT = WS-RECORDED-TOTAL
                   MOVE 'N' TO WS-ITEM-MATCH-FLAG
               END-IF
               IF LINK-STATUS-OK
                   AND LINK-RESULT NOT = WS-RECORDED-RESULT
                   MOVE 'N' TO WS-ITEM-MATCH-FLAG
               END-IF
               MOVE LINK-RESULT TO WS-CALC-RESULT-ED
               IF WS-ITEM-MATCHES
                   DISPLAY "Item " TI-ITEM " " TI-OPERATION
                       " " WS-CALC-RESULT-ED " ST=" LINK-STATUS
                       " MATCH"
               ELSE
                   ADD 1 TO WS-REPLAY-DIFFS
                   DISPLAY "Item " TI-ITEM " " TI-OPERATION
                       " " WS-CALC-RESULT-ED " ST=" LINK-STATUS
                       " DIFFERS -- tape says " TI-RESULT
                       " ST=" TI-STATUS
               END-IF
           END-IF.

      *> A tape can name only the CALCLINK operations on today's
      *> menu (DIVISION-RND travels as DIVISION-OP); anything else
      *> is never CALLed.
       JUDGE-REPLAY-OPERATION.
           MOVE 'N' TO WS-TAPE-OK-FLAG
           PERFORM VARYING WS-MENU-I FROM 1 BY 1
                   UNTIL WS-MENU-I > WS-MENU-COUNT
                   OR WS-TAPE-OP-ALLOWED
               IF MN-OPERATION(WS-MENU-I) = WS-TAPE-ENTRY
                   AND MN-LINKAGE(WS-MENU-I) = "CALCLINK"
                   SET WS-TAPE-OP-ALLOWED TO TRUE
               END-IF
           END-PERFORM.

       REPLAY-GRAND-TOTAL.
           SET WS-GRAND-TOTAL-SEEN TO TRUE
           MOVE FUNCTION NUMVAL(TI-GRAND-TOTAL) TO WS-RECORDED-TOTAL
           MOVE WS-TAPE-TOTAL TO WS-TAPE-TOTAL-ED
           IF WS-TAPE-TOTAL NOT = WS-RECORDED-TOTAL
               ADD 1 TO WS-REPLAY-DIFFS
               DISPLAY "Grand total " WS-TAPE-TOTAL-ED
                   " DIFFERS -- tape says " TI-GRAND-TOTAL
           ELSE
               DISPLAY "Grand total " WS-TAPE-TOTAL-ED " MATCH"
           END-IF.

       PROMPT-CALC-OPERANDS.
           DISPLAY "Enter first operand: " WITH NO ADVANCING.
           ACCEPT LINK-NUM1.
