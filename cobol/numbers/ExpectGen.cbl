      *> needs its expected value computed carries SPACES or a "?" in
      *> WR-EXPECTED. Rows that already have an expected value pass
      *> through untouched so the file can be re-generated safely.
      *> Continuation records (WORKCONT.cpy) pass through with their
      *> case, except that a FIBONACCI-SEQ or PRIME-FACTORS case
      *> being generated gets its expected list generated too, in
      *> place of any list it came in with.
       FD  NEW-CASE-FILE.
       01  NEW-CASE-RECORD.
       COPY WORKREC.
       01  NEW-CONTINUATION.
       COPY WORKCONT.

       FD  PROPOSED-FILE.
       01  PROPOSED-RECORD     PIC X(89).
       01 WS-CASE-OK-FLAG  PIC X.
          88 WS-CASE-OK          VALUE 'Y'.

      *> The record read past a case while looking for its step, or
      *> past the list being replaced, is held for the read loop.
       01 WS-CASE-IMAGE    PIC X(89).
       01 WS-HELD-RECORD   PIC X(89).
       01 WS-HELD-FLAG     PIC X VALUE 'N'.
          88 WS-RECORD-HELD      VALUE 'Y'.
       01 WS-SKIP-DONE-FLAG PIC X.
          88 WS-SKIP-DONE        VALUE 'Y'.
       01 WS-CASE-STEP     PIC S9(5)V99.
      *> A generated list: how many elements came back, and whether
      *> the case is to be followed by them. 100 is the most a case
      *> may carry (EDIT-WORK-FILE, MAINPROGRAM).
       01 WS-LIST-FLAG     PIC X.
          88 WS-LIST-GENERATED   VALUE 'Y'.
       01 WS-RETURNED-COUNT PIC 9(3).
       01 LIST-I           PIC 9(3).
       01 WS-CONT-WRITTEN  PIC 9(9) VALUE 0.
       01 GENERATED-CONTINUATION.
       COPY WORKCONT REPLACING LEADING ==WC== BY ==GC==.

       01 PROOF-HEADING.
           05 FILLER PIC X(11) VALUE "TEST ID".
           05 FILLER PIC X(15) VALUE "OPERATION".
           05 FILLER       PIC XX VALUE SPACES.
           05 PF-DISPOSITION PIC X(12).

      *> One line per generated list element, the value under
      *> PROPOSED EXPECTED.
       01 PROOF-ELEMENT.
           05 FILLER       PIC X(11) VALUE SPACES.
           05 FILLER       PIC X(8) VALUE "ELEMENT ".
           05 PE-INDEX     PIC ZZ9.
           05 FILLER       PIC X(24) VALUE SPACES.
           05 PE-VALUE     PIC Z(19)9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 PE-DISPOSITION PIC X(12).

       01 PROOF-TOTAL.
           05 FILLER          PIC X(17) VALUE "CASES READ:".
           05 PT-READ-COUNT   PIC ZZZZZZZZ9.

       COPY PFACTLINK.

       COPY FIBSEQLINK.

       COPY SUMRANGELINK.

       COPY COMBLINK.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
           MOVE PROOF-HEADING TO PROOF-LINE
           WRITE PROOF-LINE
           PERFORM UNTIL WS-EOF
               IF WS-RECORD-HELD
                   MOVE WS-HELD-RECORD TO NEW-CASE-RECORD
                   MOVE 'N' TO WS-HELD-FLAG
                   PERFORM GENERATE-ONE-CASE
               ELSE
                   READ NEW-CASE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GENERATE-ONE-CASE
                   END-READ
               END-IF
           END-PERFORM
           PERFORM WRITE-PROOF-TOTAL
           CLOSE NEW-CASE-FILE
           CLOSE PROPOSED-FILE
           CLOSE PROOF-FILE
           MOVE "EXPECTGEN.RPT" TO VT-REPORT-NAME
           MOVE "EXPECT-GEN" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "EXPECT-GEN: read " WS-READ-COUNT
               " filled " WS-FILLED-COUNT " kept " WS-KEPT-COUNT
               " errors " WS-ERROR-COUNT " continuations written "
               WS-CONT-WRITTEN
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE NEW-CASE-RECORD TO PROPOSED-RECORD
               WRITE PROPOSED-RECORD
           ELSE
               IF WC-MARKER = "CONTINUE"
                   PERFORM PASS-CONTINUATION
               ELSE
                   PERFORM GENERATE-CASE-RECORD
               END-IF
           END-IF.

      *> A continuation kept as it came in, shown in the proof with
      *> its third operand under NUM1.
       PASS-CONTINUATION.
           ADD 1 TO WS-CONT-WRITTEN
           MOVE WC-TEST-ID TO PF-TEST-ID
           MOVE "CONTINUATION" TO PF-OPERATION
           IF WC-NUM3 NUMERIC
               MOVE WC-NUM3 TO PF-NUM1
           ELSE
               MOVE ZERO TO PF-NUM1
           END-IF
           MOVE ZERO TO PF-NUM2
           MOVE ZERO TO PF-EXPECTED
           MOVE "KEPT" TO PF-DISPOSITION
           MOVE PROOF-DETAIL TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE NEW-CASE-RECORD TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD.

       GENERATE-CASE-RECORD.
           MOVE 'N' TO WS-LIST-FLAG
           MOVE 1 TO WS-CASE-STEP
           IF WR-OPERATION = "SUMNUMBERS-RNG"
               PERFORM LOOK-AHEAD-FOR-STEP
           END-IF
           IF WR-ASSERT-TYPE = "S"
               ADD 1 TO WS-KEPT-COUNT
               MOVE ZERO TO PF-EXPECTED
               PERFORM GENERATE-VALUE-CASE
           END-IF
           MOVE NEW-CASE-RECORD TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD
           IF WS-LIST-GENERATED
               PERFORM WRITE-GENERATED-LIST
               PERFORM SKIP-REPLACED-LIST
           END-IF.

      *> SUMNUMBERS-RNG's step is on the continuation behind the
      *> case (1 when there is none). The record read to find out is
      *> held, so the continuation still passes through after the
      *> case.
       LOOK-AHEAD-FOR-STEP.
           MOVE NEW-CASE-RECORD TO WS-CASE-IMAGE
           READ NEW-CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WC-MARKER = "CONTINUE"
                       AND WC-TEST-ID = WS-CASE-IMAGE(1:10)
                       AND WC-NUM3 NUMERIC
                       MOVE WC-NUM3 TO WS-CASE-STEP
                   END-IF
                   MOVE NEW-CASE-RECORD TO WS-HELD-RECORD
                   SET WS-RECORD-HELD TO TRUE
           END-READ
           MOVE WS-CASE-IMAGE TO NEW-CASE-RECORD.

      *> The list the case came in with gives way to the one just
      *> generated.
       SKIP-REPLACED-LIST.
           MOVE 'N' TO WS-SKIP-DONE-FLAG
           PERFORM UNTIL WS-SKIP-DONE
               READ NEW-CASE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                       SET WS-SKIP-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WC-MARKER NOT = "CONTINUE"
                           MOVE NEW-CASE-RECORD TO WS-HELD-RECORD
                           SET WS-RECORD-HELD TO TRUE
                           SET WS-SKIP-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> Two elements to a continuation, counting from 1, each
      *> shown in the proof under the case.
       WRITE-GENERATED-LIST.
           PERFORM VARYING LIST-I FROM 1 BY 1
                   UNTIL LIST-I > WS-RETURNED-COUNT
               IF GC-VALUE-COUNT = 2
                   OR LIST-I = 1
                   PERFORM START-GENERATED-CONTINUATION
               END-IF
               ADD 1 TO GC-VALUE-COUNT
               IF WR-OPERATION = "FIBONACCI-SEQ"
                   MOVE FS-TERM(LIST-I) TO GC-VALUE(GC-VALUE-COUNT)
               ELSE
                   MOVE PF-FACTOR(LIST-I) TO GC-VALUE(GC-VALUE-COUNT)
               END-IF
               MOVE LIST-I TO PE-INDEX
               MOVE GC-VALUE(GC-VALUE-COUNT) TO PE-VALUE
               MOVE "GENERATED" TO PE-DISPOSITION
               MOVE PROOF-ELEMENT TO PROOF-LINE
               WRITE PROOF-LINE
               IF GC-VALUE-COUNT = 2 OR LIST-I = WS-RETURNED-COUNT
                   MOVE GENERATED-CONTINUATION TO PROPOSED-RECORD
                   WRITE PROPOSED-RECORD
                   ADD 1 TO WS-CONT-WRITTEN
               END-IF
           END-PERFORM.

       START-GENERATED-CONTINUATION.
           MOVE SPACES TO GENERATED-CONTINUATION
           MOVE "CONTINUE" TO GC-MARKER
           MOVE WR-TEST-ID TO GC-TEST-ID
           MOVE ZERO TO GC-NUM3
           MOVE LIST-I TO GC-FIRST-ELEMENT
           MOVE ZERO TO GC-VALUE-COUNT
           MOVE ZERO TO GC-VALUE(1) GC-VALUE(2).

       GENERATE-VALUE-CASE.
           IF WR-EXPECTED(1:) = SPACES OR WR-EXPECTED(1:1) = "?"
                   PERFORM COMPUTE-NUMBER-THEORY-CASE
               WHEN "PRIME-FACTORS"
                   PERFORM COMPUTE-PRIME-FACTORS-CASE
               WHEN "FIBONACCI-SEQ"
                   PERFORM COMPUTE-SEQUENCE-CASE
               WHEN "SUMNUMBERS-RNG"
                   PERFORM COMPUTE-RANGE-CASE
               WHEN "COMBINATIONS"
                   PERFORM COMPUTE-COUNTING-CASE
               WHEN "PERMUTATIONS"
                   PERFORM COMPUTE-COUNTING-CASE
               WHEN "ADDITION"
                   PERFORM COMPUTE-CALCULATOR-CASE
               WHEN "SUBSTRACTION"
                   PERFORM COMPUTE-DIVISION-CASE
               WHEN "DIVISION-REM"
                   PERFORM COMPUTE-DIVISION-CASE
               WHEN "POWER"
                   PERFORM COMPUTE-CALCULATOR-CASE
               WHEN "SQUARE-ROOT"
                   PERFORM COMPUTE-CALCULATOR-CASE
               WHEN "MODULO"
                   PERFORM COMPUTE-CALCULATOR-CASE
               WHEN OTHER
                   MOVE 'N' TO WS-CASE-OK-FLAG
                   MOVE "UNKNOWN OP" TO PF-DISPOSITION
           PERFORM JUDGE-NUMERIC-STATUS.

      *> Same convention as MAINPROGRAM's dispatch: the proposed
      *> expectation is the factor count, and the factors themselves
      *> follow the case as its expected list.
       COMPUTE-PRIME-FACTORS-CASE.
           MOVE WR-NUM1 TO PF-N
           CALL 'PRIME-FACTORS' USING PF-N PF-TABLE PF-COUNT
               PF-STATUS
           MOVE PF-COUNT TO WS-ACTUAL-RESULT
           MOVE PF-STATUS TO WS-STATUS
           PERFORM JUDGE-NUMERIC-STATUS
           IF WS-CASE-OK
               MOVE PF-COUNT TO WS-RETURNED-COUNT
               SET WS-LIST-GENERATED TO TRUE
           END-IF.

      *> F(N) is the expectation; F(0) through F(N) follow the case as
      *> its expected list, which caps N at 99.
       COMPUTE-SEQUENCE-CASE.
           MOVE WR-NUM1 TO FS-N
           CALL 'FIBONACCI-SEQ' USING FS-N FS-TABLE FS-STATUS
           MOVE FS-STATUS TO WS-STATUS
           IF FS-STATUS-TOO-LARGE
               MOVE 'N' TO WS-CASE-OK-FLAG
               MOVE "N TOO LARGE" TO PF-DISPOSITION
           ELSE
               PERFORM JUDGE-NUMERIC-STATUS
           END-IF
           IF WS-CASE-OK AND FS-N > 99
               MOVE 'N' TO WS-CASE-OK-FLAG
               MOVE "LIST TOO LONG" TO PF-DISPOSITION
           END-IF
           IF WS-CASE-OK
               MOVE FS-TERM(FS-N + 1) TO WS-ACTUAL-RESULT
               COMPUTE WS-RETURNED-COUNT = FS-N + 1
               SET WS-LIST-GENERATED TO TRUE
           END-IF.

      *> Start in WR-NUM1, stop in WR-NUM2, step as found behind the
      *> case by LOOK-AHEAD-FOR-STEP.
       COMPUTE-RANGE-CASE.
           MOVE WR-NUM1 TO SR-START
           MOVE WR-NUM2 TO SR-STOP
           MOVE WS-CASE-STEP TO SR-STEP
           CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
               SR-RESULT SR-STATUS
           MOVE SR-RESULT TO WS-ACTUAL-RESULT
           MOVE SR-STATUS TO WS-STATUS
           PERFORM JUDGE-NUMERIC-STATUS.

       COMPUTE-COUNTING-CASE.
           MOVE WR-NUM1 TO CB-N
           MOVE WR-NUM2 TO CB-R
           CALL WR-OPERATION USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-ACTUAL-RESULT
           MOVE CB-STATUS TO WS-STATUS
           PERFORM JUDGE-NUMERIC-STATUS.

       COMPUTE-DIVISION-CASE.
           ELSE IF LINK-STATUS-INVALID-OPERAND
               MOVE 'N' TO WS-CASE-OK-FLAG
               MOVE "BAD OPERAND" TO PF-DISPOSITION
           ELSE IF LINK-STATUS-OVERFLOW
               MOVE 'N' TO WS-CASE-OK-FLAG
               MOVE "OVERFLOW" TO PF-DISPOSITION
           END-IF.

       WRITE-PROOF-DETAIL.
