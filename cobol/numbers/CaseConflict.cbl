       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-CONFLICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The four work-file-layout sources (RUNTESTS.DAT, the pending
      *> captures, new cases, and EXPECT-GEN's proposals) are read
      *> in turn through the one FD.
           SELECT CASE-FILE ASSIGN USING WS-CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
      *> CALCULATOR-TEST's smoke cases, in their own layout.
           SELECT CALC-TEST-FILE ASSIGN TO "CALCTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCTEST-STATUS.
      *> One row per disagreeing key, closed by a control-total
      *> trailer. EXCEPT-SWEEP files each row on the exception
      *> master for assignment.
           SELECT CONFLICT-FILE ASSIGN TO "CASECONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASECONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD.
       COPY WORKREC.

      *> Must stay in step with CALCULATOR-TEST's CALC-TEST-RECORD.
       FD  CALC-TEST-FILE.
       01  CALC-TEST-RECORD.
           05 CT-NUM1        PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 CT-NUM2        PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 CT-OPERATION   PIC X(14).
           05 CT-EXPECTED    PIC S9(10)V99
                                 SIGN IS TRAILING SEPARATE.

      *> Must stay in step with EXCEPT-SWEEP's CONFLICT-RECORD.
       FD  CONFLICT-FILE.
       01  CONFLICT-RECORD.
           05 CF-OPERATION     PIC X(14).
           05 CF-NUM1          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 CF-NUM2          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 CF-MODE          PIC X.
      *> VALUE, STATUS, or VALUE+STATUS -- which expectation differs.
           05 CF-KIND          PIC X(12).
           05 CF-ROW-COUNT     PIC 9(3).
      *> The sources holding the key, slash-separated.
           05 CF-SOURCES       PIC X(44).
           05 CF-TIMESTAMP     PIC X(21).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS   PIC XX.
          88 WS-CASE-STATUS-OK      VALUE '00'.
          88 WS-CASE-MISSING        VALUE '35'.
       01 WS-CALCTEST-STATUS PIC XX.
          88 WS-CALCTEST-STATUS-OK  VALUE '00'.
          88 WS-CALCTEST-MISSING    VALUE '35'.
       01 WS-CONFLICT-STATUS PIC XX.
          88 WS-CONFLICT-STATUS-OK  VALUE '00'.
       01 WS-REPORT-STATUS PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-CASE-FILE-NAME PIC X(20).
       01 WS-SOURCE-TAG    PIC X(8).
       01 WS-RUN-TIMESTAMP PIC X(21).

      *> Rows read per source, for the report heading.
       01 WS-SOURCE-COUNTS.
          05 WS-RUNTESTS-COUNT PIC 9(4) VALUE 0.
          05 WS-CALCTEST-COUNT PIC 9(4) VALUE 0.
          05 WS-PENDING-COUNT  PIC 9(4) VALUE 0.
          05 WS-NEW-COUNT      PIC 9(4) VALUE 0.
          05 WS-PROPOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SOURCE-READ   PIC 9(4).

      *> Every case from every source, normalized: the comparison
      *> key (operation, operands, rounding mode) and what the row
      *> expects. A row asserts a value (KR-HAS-VALUE), a status
      *> (KR-HAS-STATUS), or both, by its assert type; a new case
      *> still waiting on EXPECT-GEN asserts no value yet.
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 KEY-ROW-AREA.
          05 KEY-ROW OCCURS 1000 TIMES.
             10 KR-SOURCE     PIC X(8).
             10 KR-TEST-ID    PIC X(10).
             10 KR-OPERATION  PIC X(14).
             10 KR-MODE       PIC X.
             10 KR-NUM1       PIC S9(5)V99.
             10 KR-NUM2       PIC S9(5)V99.
             10 KR-ASSERT     PIC X.
             10 KR-HAS-VALUE  PIC X.
             10 KR-EXPECTED   PIC S9(20)V99.
             10 KR-TOLERANCE  PIC 9(3)V99.
             10 KR-HAS-STATUS PIC X.
             10 KR-EXP-STATUS PIC XX.
             10 KR-GROUP      PIC 9(4).
             10 KR-DUP-FLAG   PIC X.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.

       01 ROW-I            PIC 9(4).
       01 ROW-J            PIC 9(4).
       01 ROW-K            PIC 9(4).
       01 WS-GROUP-COUNT   PIC 9(4) VALUE 0.
       01 WS-GROUP-SIZE    PIC 9(4).
       01 WS-CONFLICT-COUNT PIC 9(4) VALUE 0.
       01 WS-DUP-SET-COUNT PIC 9(4) VALUE 0.
       01 WS-VALUE-DIFF-FLAG  PIC X.
          88 WS-VALUE-DIFFERS    VALUE 'Y'.
       01 WS-STATUS-DIFF-FLAG PIC X.
          88 WS-STATUS-DIFFERS   VALUE 'Y'.
       01 WS-DUP-FOUND-FLAG PIC X.
          88 WS-DUP-FOUND        VALUE 'Y'.
       01 WS-DIFFERENCE    PIC S9(20)V99.
       01 WS-ALLOWED       PIC 9(3)V99.
       01 WS-SOURCE-FLAGS.
          05 WS-IN-RUNTESTS PIC X.
          05 WS-IN-CALCTEST PIC X.
          05 WS-IN-PENDING  PIC X.
          05 WS-IN-NEW      PIC X.
          05 WS-IN-PROPOSED PIC X.
       01 WS-SOURCE-LIST   PIC X(45).
       01 WS-LIST-PTR      PIC 9(3).

       01 CONFLICT-HEADING.
           05 FILLER PIC X(35)
               VALUE "CASE SOURCE CONFLICTS -- RUN AT ".
           05 CH-RUN-AT PIC X(14).

       01 SOURCE-LINE.
           05 FILLER       PIC X(10) VALUE "RUNTESTS ".
           05 SL-RUNTESTS  PIC ZZZ9.
           05 FILLER       PIC X(11) VALUE "  CALCTEST ".
           05 SL-CALCTEST  PIC ZZZ9.
           05 FILLER       PIC X(10) VALUE "  PENDING ".
           05 SL-PENDING   PIC ZZZ9.
           05 FILLER       PIC X(6)  VALUE "  NEW ".
           05 SL-NEW       PIC ZZZ9.
           05 FILLER       PIC X(11) VALUE "  PROPOSED ".
           05 SL-PROPOSED  PIC ZZZ9.

       01 KEY-LINE.
           05 KL-VERDICT   PIC X(10).
           05 KL-OPERATION PIC X(14).
           05 FILLER       PIC X VALUE SPACE.
           05 KL-NUM1      PIC -(5)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 KL-NUM2      PIC -(5)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 KL-MODE      PIC X(10).
           05 KL-WHAT      PIC X(32).

       01 ROW-LINE.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 RL-SOURCE    PIC X(8).
           05 FILLER       PIC X VALUE SPACE.
           05 RL-TEST-ID   PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 RL-ASSERT    PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 RL-VALUE-SIDE.
              10 RL-EXPECTED  PIC -(19)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 RL-STATUS    PIC XX.
           05 FILLER       PIC X VALUE SPACE.
           05 RL-TOL-SIDE.
              10 FILLER       PIC X(4).
              10 RL-TOLERANCE PIC ZZ9.99.

       01 CONFLICT-TOTAL.
           05 FILLER         PIC X(6)  VALUE "KEYS:".
           05 CT-KEYS        PIC ZZZ9.
           05 FILLER         PIC X(14) VALUE "  CONFLICTS:".
           05 CT-CONFLICTS   PIC ZZZ9.
           05 FILLER         PIC X(19) VALUE "  DUPLICATE SETS:".
           05 CT-DUP-SETS    PIC ZZZ9.

      *> Same first-ten-bytes marker convention as the audit trail's
      *> TRAILER row, so the control record is recognizable by any
      *> reader of the file.
       01  CONFLICT-TRAILER-RECORD.
           05 CX-MARKER          PIC X(10) VALUE "TRAILER".
           05 CX-ROW-COUNT       PIC 9(9).
           05 CX-KEY-COUNT       PIC 9(9).
           05 CX-CONFLICT-COUNT  PIC 9(9).
           05 CX-DUP-SET-COUNT   PIC 9(9).
           05 CX-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(42) VALUE SPACES.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> The same operation and operands can be asserted in several
      *> places -- the production work file, the calculator smoke
      *> file, pending captures, and new or proposed cases. Every
      *> source is normalized onto one comparison key (operation,
      *> both operands, and the rounding mode the operation selects,
      *> so a truncating and a rounding division never collide) and
      *> each key held in more than one row is judged: any two rows
      *> expecting different values (beyond a T row's tolerance) or
      *> different statuses is a CONFLICT, reported and written to
      *> CASECONF.DAT for EXCEPT-SWEEP; rows that agree exactly but
      *> under different test IDs are a DUPLICATE set, reported
      *> only. Retired cases no longer assert anything and are left
      *> out. RC 8 on any conflict, 4 when there are duplicates
      *> only.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE "RUNTESTS.DAT" TO WS-CASE-FILE-NAME
           MOVE "RUNTESTS" TO WS-SOURCE-TAG
           PERFORM LOAD-CASE-SOURCE
           MOVE WS-SOURCE-READ TO WS-RUNTESTS-COUNT
           PERFORM LOAD-CALCTEST-SOURCE
           MOVE "RUNTESTS.PND" TO WS-CASE-FILE-NAME
           MOVE "PENDING" TO WS-SOURCE-TAG
           PERFORM LOAD-CASE-SOURCE
           MOVE WS-SOURCE-READ TO WS-PENDING-COUNT
           MOVE "RUNTESTS.NEW" TO WS-CASE-FILE-NAME
           MOVE "NEW" TO WS-SOURCE-TAG
           PERFORM LOAD-CASE-SOURCE
           MOVE WS-SOURCE-READ TO WS-NEW-COUNT
           MOVE "RUNTESTS.PRO" TO WS-CASE-FILE-NAME
           MOVE "PROPOSED" TO WS-SOURCE-TAG
           PERFORM LOAD-CASE-SOURCE
           MOVE WS-SOURCE-READ TO WS-PROPOSED-COUNT
           IF WS-TABLE-IS-FULL
               DISPLAY "CASE-CONFLICT: more than 1000 cases across "
                   "the sources -- comparison refused so no "
                   "conflict is missed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-OUTPUT-FILES
           PERFORM VARYING ROW-I FROM 1 BY 1
                   UNTIL ROW-I > WS-ROW-COUNT
               IF KR-GROUP(ROW-I) = 0
                   PERFORM GATHER-KEY-GROUP
                   IF WS-GROUP-SIZE > 1
                       PERFORM JUDGE-KEY-GROUP
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-CONFLICT-TRAILER
           CLOSE CONFLICT-FILE
           CLOSE REPORT-FILE
           MOVE "CASECONF.RPT" TO VT-REPORT-NAME
           MOVE "CASE-CONFLICT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "CASE-CONFLICT: " WS-ROW-COUNT " case(s), "
               WS-GROUP-COUNT " key(s), " WS-CONFLICT-COUNT
               " conflict(s), " WS-DUP-SET-COUNT
               " duplicate set(s) -- see CASECONF.RPT."
           EVALUATE TRUE
               WHEN WS-CONFLICT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUP-SET-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> ---------------------------------------------------------
      *> Loading and normalizing the sources. A source that is not
      *> on file simply contributes nothing.
      *> ---------------------------------------------------------
       LOAD-CASE-SOURCE.
           MOVE 0 TO WS-SOURCE-READ
           OPEN INPUT CASE-FILE
           IF WS-CASE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-CASE-STATUS-OK
                   MOVE WS-CASE-FILE-NAME TO EH-FILE-NAME
                   MOVE WS-CASE-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CASE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WR-TEST-ID NOT = "SUITE"
                               AND WR-TEST-ID NOT = "CONTINUE"
                               AND WR-LIFE-STATUS NOT = "R"
                               ADD 1 TO WS-SOURCE-READ
                               PERFORM CAPTURE-WORK-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> Assert type space is the long-standing V. A T row keeps its
      *> tolerance; every other row is held to the exact value.
       CAPTURE-WORK-CASE.
           IF WS-ROW-COUNT >= 1000
               SET WS-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-SOURCE-TAG TO KR-SOURCE(WS-ROW-COUNT)
               MOVE WR-TEST-ID TO KR-TEST-ID(WS-ROW-COUNT)
               MOVE WR-OPERATION TO KR-OPERATION(WS-ROW-COUNT)
               IF WR-NUM1 IS NUMERIC
                   MOVE WR-NUM1 TO KR-NUM1(WS-ROW-COUNT)
               ELSE
                   MOVE 0 TO KR-NUM1(WS-ROW-COUNT)
               END-IF
               IF WR-NUM2 IS NUMERIC
                   MOVE WR-NUM2 TO KR-NUM2(WS-ROW-COUNT)
               ELSE
                   MOVE 0 TO KR-NUM2(WS-ROW-COUNT)
               END-IF
               IF WR-ASSERT-TYPE = SPACE
                   MOVE "V" TO KR-ASSERT(WS-ROW-COUNT)
               ELSE
                   MOVE WR-ASSERT-TYPE TO KR-ASSERT(WS-ROW-COUNT)
               END-IF
               MOVE 'N' TO KR-HAS-VALUE(WS-ROW-COUNT)
               MOVE 0 TO KR-EXPECTED(WS-ROW-COUNT)
               IF KR-ASSERT(WS-ROW-COUNT) = "V" OR "B" OR "T"
                   AND WR-EXPECTED IS NUMERIC
                   MOVE 'Y' TO KR-HAS-VALUE(WS-ROW-COUNT)
                   MOVE WR-EXPECTED TO KR-EXPECTED(WS-ROW-COUNT)
               END-IF
               MOVE 0 TO KR-TOLERANCE(WS-ROW-COUNT)
               IF KR-ASSERT(WS-ROW-COUNT) = "T"
                   AND WR-TOLERANCE IS NUMERIC
                   MOVE WR-TOLERANCE TO KR-TOLERANCE(WS-ROW-COUNT)
               END-IF
               MOVE 'N' TO KR-HAS-STATUS(WS-ROW-COUNT)
               MOVE SPACES TO KR-EXP-STATUS(WS-ROW-COUNT)
               IF KR-ASSERT(WS-ROW-COUNT) = "S" OR "B"
                   MOVE 'Y' TO KR-HAS-STATUS(WS-ROW-COUNT)
                   MOVE WR-EXPECTED-STATUS
                       TO KR-EXP-STATUS(WS-ROW-COUNT)
               END-IF
               PERFORM SET-ROUNDING-MODE
           END-IF.

      *> CALCTEST.DAT rows carry no test ID and no status; they go
      *> by CALCULATOR-TEST's own audit stamp (CALC + sequence in
      *> the file) and assert the value, as CALCULATOR-TEST audits
      *> them.
       LOAD-CALCTEST-SOURCE.
           MOVE 0 TO WS-SOURCE-READ
           OPEN INPUT CALC-TEST-FILE
           IF WS-CALCTEST-MISSING
               CONTINUE
           ELSE
               IF NOT WS-CALCTEST-STATUS-OK
                   MOVE "CALCTEST.DAT" TO EH-FILE-NAME
                   MOVE WS-CALCTEST-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CALC-TEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SOURCE-READ
                           PERFORM CAPTURE-CALCTEST-CASE
                   END-READ
               END-PERFORM
               CLOSE CALC-TEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-SOURCE-READ TO WS-CALCTEST-COUNT.

       CAPTURE-CALCTEST-CASE.
           IF WS-ROW-COUNT >= 1000
               SET WS-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE "CALCTEST" TO KR-SOURCE(WS-ROW-COUNT)
               MOVE SPACES TO KR-TEST-ID(WS-ROW-COUNT)
               STRING "CALC" WS-SOURCE-READ DELIMITED BY SIZE
                   INTO KR-TEST-ID(WS-ROW-COUNT)
               MOVE CT-OPERATION TO KR-OPERATION(WS-ROW-COUNT)
               MOVE CT-NUM1 TO KR-NUM1(WS-ROW-COUNT)
               MOVE CT-NUM2 TO KR-NUM2(WS-ROW-COUNT)
               MOVE "V" TO KR-ASSERT(WS-ROW-COUNT)
               MOVE 'Y' TO KR-HAS-VALUE(WS-ROW-COUNT)
               MOVE CT-EXPECTED TO KR-EXPECTED(WS-ROW-COUNT)
               MOVE 0 TO KR-TOLERANCE(WS-ROW-COUNT)
               MOVE 'N' TO KR-HAS-STATUS(WS-ROW-COUNT)
               MOVE SPACES TO KR-EXP-STATUS(WS-ROW-COUNT)
               PERFORM SET-ROUNDING-MODE
           END-IF.

      *> The division spellings all reach DIVISION-OP; -RND selects
      *> rounding and the others truncate. Nothing else rounds.
       SET-ROUNDING-MODE.
           MOVE 0 TO KR-GROUP(WS-ROW-COUNT)
           MOVE 'N' TO KR-DUP-FLAG(WS-ROW-COUNT)
           EVALUATE KR-OPERATION(WS-ROW-COUNT)
               WHEN "DIVISION-RND"
                   MOVE "R" TO KR-MODE(WS-ROW-COUNT)
               WHEN "DIVISION-OP"
                   MOVE "T" TO KR-MODE(WS-ROW-COUNT)
               WHEN "DIVISION-REM"
                   MOVE "T" TO KR-MODE(WS-ROW-COUNT)
               WHEN OTHER
                   MOVE SPACE TO KR-MODE(WS-ROW-COUNT)
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Judging each key.
      *> ---------------------------------------------------------
       GATHER-KEY-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT TO KR-GROUP(ROW-I)
           MOVE 1 TO WS-GROUP-SIZE
           PERFORM VARYING ROW-J FROM ROW-I BY 1
                   UNTIL ROW-J > WS-ROW-COUNT
               IF KR-GROUP(ROW-J) = 0
                   AND KR-OPERATION(ROW-J) = KR-OPERATION(ROW-I)
                   AND KR-MODE(ROW-J) = KR-MODE(ROW-I)
                   AND KR-NUM1(ROW-J) = KR-NUM1(ROW-I)
                   AND KR-NUM2(ROW-J) = KR-NUM2(ROW-I)
                   MOVE WS-GROUP-COUNT TO KR-GROUP(ROW-J)
                   ADD 1 TO WS-GROUP-SIZE
               END-IF
           END-PERFORM.

      *> Every pair in the key is compared; a pair is allowed the
      *> larger of its two T tolerances.
       JUDGE-KEY-GROUP.
           MOVE 'N' TO WS-VALUE-DIFF-FLAG
           MOVE 'N' TO WS-STATUS-DIFF-FLAG
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           PERFORM VARYING ROW-J FROM ROW-I BY 1
                   UNTIL ROW-J > WS-ROW-COUNT
               IF KR-GROUP(ROW-J) = KR-GROUP(ROW-I)
                   PERFORM COMPARE-WITH-LATER-ROWS
               END-IF
           END-PERFORM
           IF WS-VALUE-DIFFERS OR WS-STATUS-DIFFERS
               PERFORM REPORT-CONFLICT
           ELSE IF WS-DUP-FOUND
               PERFORM REPORT-DUPLICATE-SET
           END-IF
           END-IF.

       COMPARE-WITH-LATER-ROWS.
           COMPUTE ROW-K = ROW-J + 1
           PERFORM VARYING ROW-K FROM ROW-K BY 1
                   UNTIL ROW-K > WS-ROW-COUNT
               IF KR-GROUP(ROW-K) = KR-GROUP(ROW-I)
                   PERFORM COMPARE-ROW-PAIR
               END-IF
           END-PERFORM.

       COMPARE-ROW-PAIR.
           IF KR-HAS-VALUE(ROW-J) = 'Y' AND KR-HAS-VALUE(ROW-K) = 'Y'
               COMPUTE WS-DIFFERENCE =
                   KR-EXPECTED(ROW-J) - KR-EXPECTED(ROW-K)
               IF WS-DIFFERENCE < 0
                   COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
               END-IF
               MOVE KR-TOLERANCE(ROW-J) TO WS-ALLOWED
               IF KR-TOLERANCE(ROW-K) > WS-ALLOWED
                   MOVE KR-TOLERANCE(ROW-K) TO WS-ALLOWED
               END-IF
               IF WS-DIFFERENCE > WS-ALLOWED
                   SET WS-VALUE-DIFFERS TO TRUE
               END-IF
           END-IF
           IF KR-HAS-STATUS(ROW-J) = 'Y' AND KR-HAS-STATUS(ROW-K) = 'Y'
               AND KR-EXP-STATUS(ROW-J) NOT = KR-EXP-STATUS(ROW-K)
               SET WS-STATUS-DIFFERS TO TRUE
           END-IF
           IF KR-TEST-ID(ROW-J) NOT = KR-TEST-ID(ROW-K)
               AND KR-ASSERT(ROW-J) = KR-ASSERT(ROW-K)
               AND KR-HAS-VALUE(ROW-J) = KR-HAS-VALUE(ROW-K)
               AND KR-EXPECTED(ROW-J) = KR-EXPECTED(ROW-K)
               AND KR-TOLERANCE(ROW-J) = KR-TOLERANCE(ROW-K)
               AND KR-EXP-STATUS(ROW-J) = KR-EXP-STATUS(ROW-K)
               MOVE 'Y' TO KR-DUP-FLAG(ROW-J)
               MOVE 'Y' TO KR-DUP-FLAG(ROW-K)
               SET WS-DUP-FOUND TO TRUE
           END-IF.

      *> A conflict lists every row holding the key, whatever it
      *> asserts, so the analyst sees the whole picture.
       REPORT-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE "CONFLICT" TO KL-VERDICT
           EVALUATE TRUE
               WHEN WS-VALUE-DIFFERS AND WS-STATUS-DIFFERS
                   MOVE "VALUE+STATUS" TO CF-KIND
               WHEN WS-VALUE-DIFFERS
                   MOVE "VALUE" TO CF-KIND
               WHEN OTHER
                   MOVE "STATUS" TO CF-KIND
           END-EVALUATE
           MOVE SPACES TO KL-WHAT
           STRING "EXPECTED " DELIMITED BY SIZE
               CF-KIND DELIMITED BY SPACE
               " DIFFERS" DELIMITED BY SIZE INTO KL-WHAT
           PERFORM WRITE-KEY-LINE
           MOVE 'NNNNN' TO WS-SOURCE-FLAGS
           PERFORM VARYING ROW-J FROM ROW-I BY 1
                   UNTIL ROW-J > WS-ROW-COUNT
               IF KR-GROUP(ROW-J) = KR-GROUP(ROW-I)
                   PERFORM WRITE-ROW-LINE
                   PERFORM NOTE-ROW-SOURCE
               END-IF
           END-PERFORM
           MOVE KR-OPERATION(ROW-I) TO CF-OPERATION
           MOVE KR-NUM1(ROW-I) TO CF-NUM1
           MOVE KR-NUM2(ROW-I) TO CF-NUM2
           MOVE KR-MODE(ROW-I) TO CF-MODE
           MOVE WS-GROUP-SIZE TO CF-ROW-COUNT
           PERFORM BUILD-SOURCE-LIST
           MOVE WS-RUN-TIMESTAMP TO CF-TIMESTAMP
           WRITE CONFLICT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Each source holding the key is named once, in the order
      *> the sources are read.
       NOTE-ROW-SOURCE.
           EVALUATE KR-SOURCE(ROW-J)
               WHEN "RUNTESTS"
                   MOVE 'Y' TO WS-IN-RUNTESTS
               WHEN "CALCTEST"
                   MOVE 'Y' TO WS-IN-CALCTEST
               WHEN "PENDING"
                   MOVE 'Y' TO WS-IN-PENDING
               WHEN "NEW"
                   MOVE 'Y' TO WS-IN-NEW
               WHEN OTHER
                   MOVE 'Y' TO WS-IN-PROPOSED
           END-EVALUATE.

       BUILD-SOURCE-LIST.
           MOVE SPACES TO WS-SOURCE-LIST
           MOVE 1 TO WS-LIST-PTR
           IF WS-IN-RUNTESTS = 'Y'
               STRING "/RUNTESTS" DELIMITED BY SIZE
                   INTO WS-SOURCE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           IF WS-IN-CALCTEST = 'Y'
               STRING "/CALCTEST" DELIMITED BY SIZE
                   INTO WS-SOURCE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           IF WS-IN-PENDING = 'Y'
               STRING "/PENDING" DELIMITED BY SIZE
                   INTO WS-SOURCE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           IF WS-IN-NEW = 'Y'
               STRING "/NEW" DELIMITED BY SIZE
                   INTO WS-SOURCE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           IF WS-IN-PROPOSED = 'Y'
               STRING "/PROPOSED" DELIMITED BY SIZE
                   INTO WS-SOURCE-LIST WITH POINTER WS-LIST-PTR
           END-IF
           MOVE WS-SOURCE-LIST(2:43) TO CF-SOURCES.

      *> A duplicate set lists only the rows that repeat another
      *> row's assertion under a different test ID.
       REPORT-DUPLICATE-SET.
           ADD 1 TO WS-DUP-SET-COUNT
           MOVE "DUPLICATE" TO KL-VERDICT
           MOVE "SAME EXPECTATION UNDER OTHER IDS" TO KL-WHAT
           PERFORM WRITE-KEY-LINE
           PERFORM VARYING ROW-J FROM ROW-I BY 1
                   UNTIL ROW-J > WS-ROW-COUNT
               IF KR-GROUP(ROW-J) = KR-GROUP(ROW-I)
                   AND KR-DUP-FLAG(ROW-J) = 'Y'
                   PERFORM WRITE-ROW-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-KEY-LINE.
           MOVE KR-OPERATION(ROW-I) TO KL-OPERATION
           MOVE KR-NUM1(ROW-I) TO KL-NUM1
           MOVE KR-NUM2(ROW-I) TO KL-NUM2
           EVALUATE KR-MODE(ROW-I)
               WHEN "R"
                   MOVE "ROUNDED" TO KL-MODE
               WHEN "T"
                   MOVE "TRUNCATED" TO KL-MODE
               WHEN OTHER
                   MOVE SPACES TO KL-MODE
           END-EVALUATE
           MOVE KEY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Whatever the row does not assert prints blank.
       WRITE-ROW-LINE.
           MOVE KR-SOURCE(ROW-J) TO RL-SOURCE
           MOVE KR-TEST-ID(ROW-J) TO RL-TEST-ID
           MOVE KR-ASSERT(ROW-J) TO RL-ASSERT
           MOVE SPACES TO RL-VALUE-SIDE
           IF KR-HAS-VALUE(ROW-J) = 'Y'
               MOVE KR-EXPECTED(ROW-J) TO RL-EXPECTED
           END-IF
           MOVE KR-EXP-STATUS(ROW-J) TO RL-STATUS
           MOVE SPACES TO RL-TOL-SIDE
           IF KR-ASSERT(ROW-J) = "T"
               MOVE KR-TOLERANCE(ROW-J) TO RL-TOLERANCE
           END-IF
           MOVE ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *> ---------------------------------------------------------
      *> Output files.
      *> ---------------------------------------------------------
       OPEN-OUTPUT-FILES.
           OPEN OUTPUT CONFLICT-FILE
           IF NOT WS-CONFLICT-STATUS-OK
               MOVE "CASECONF.DAT" TO EH-FILE-NAME
               MOVE WS-CONFLICT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "CASECONF.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE WS-RUN-TIMESTAMP(1:14) TO CH-RUN-AT
           MOVE CONFLICT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUNTESTS-COUNT TO SL-RUNTESTS
           MOVE WS-CALCTEST-COUNT TO SL-CALCTEST
           MOVE WS-PENDING-COUNT TO SL-PENDING
           MOVE WS-NEW-COUNT TO SL-NEW
           MOVE WS-PROPOSED-COUNT TO SL-PROPOSED
           MOVE SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-CONFLICT-COUNT = 0 AND WS-DUP-SET-COUNT = 0
               MOVE "  (EVERY SOURCE AGREES; NO DUPLICATES)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-GROUP-COUNT TO CT-KEYS
           MOVE WS-CONFLICT-COUNT TO CT-CONFLICTS
           MOVE WS-DUP-SET-COUNT TO CT-DUP-SETS
           MOVE CONFLICT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CONFLICT-TRAILER.
           MOVE WS-ROW-COUNT TO CX-ROW-COUNT
           MOVE WS-GROUP-COUNT TO CX-KEY-COUNT
           MOVE WS-CONFLICT-COUNT TO CX-CONFLICT-COUNT
           MOVE WS-DUP-SET-COUNT TO CX-DUP-SET-COUNT
           MOVE WS-RUN-TIMESTAMP TO CX-TIMESTAMP
           WRITE CONFLICT-RECORD FROM CONFLICT-TRAILER-RECORD.

       CALL-ERROR-HANDLER.
           MOVE "CASE-CONFLICT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
