       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The three request-side files are named by REQ=, RSP=, and
      *> REJ= on the command line (defaults CALCREQ.DAT,
      *> CALCRSP.DAT, CALCREQ.REJ), so each requesting department
      *> can run its own file through without renaming anything.
           SELECT REQUEST-FILE ASSIGN USING WS-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN USING WS-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT REJECT-FILE ASSIGN USING WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      *> Every request ever answered, keyed by requester + request
      *> ID; the guard against running the same request twice.
           SELECT LEDGER-FILE ASSIGN TO "CALCSVC.LDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-REQUEST-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "OPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
       COPY CALCREQ.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
       COPY CALCRSP.

      *> Same shape as EDIT-WORK-FILE's rejects: the reason code in
      *> front of the untouched request, so the requester can fix
      *> the field the code points at and send the row again.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-REASON-CODE   PIC X(4).
           05 RJ-REQUEST       PIC X(50).

      *> The response detail is kept with the key, so the answer a
      *> duplicate was refused over can still be looked up.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-REQUEST-KEY.
              10 LG-REQUESTER-ID  PIC X(8).
              10 LG-REQUEST-ID    PIC X(12).
           05 LG-ANSWERED-AT      PIC X(21).
           05 LG-RESPONSE-IMAGE   PIC X(84).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
       COPY OPREGREC.

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS  PIC XX.
          88 WS-REQUEST-STATUS-OK   VALUE '00'.
       01 WS-RESPONSE-STATUS PIC XX.
          88 WS-RESPONSE-STATUS-OK  VALUE '00'.
       01 WS-REJECT-STATUS   PIC XX.
          88 WS-REJECT-STATUS-OK    VALUE '00'.
       01 WS-LEDGER-STATUS   PIC XX.
          88 WS-LEDGER-OK           VALUE '00'.
          88 WS-LEDGER-NOT-FOUND    VALUE '23'.
          88 WS-LEDGER-NEW-FILE     VALUE '35'.
       01 WS-REGISTRY-STATUS PIC XX.
          88 WS-REGISTRY-STATUS-OK  VALUE '00'.
          88 WS-REGISTRY-MISSING    VALUE '35'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.
      *> A ledger that cannot be read or written stops the run: an
      *> answer the ledger does not hold could be given twice.
       01 WS-LEDGER-FAIL-FLAG PIC X VALUE 'N'.
          88 WS-LEDGER-FAILED    VALUE 'Y'.
      *> So does a response or reject file that will not take a
      *> write: the requester would be left without an answer.
       01 WS-OUTPUT-FAIL-FLAG PIC X VALUE 'N'.
          88 WS-OUTPUT-FAILED    VALUE 'Y'.

       01 WS-REQUEST-NAME    PIC X(20) VALUE "CALCREQ.DAT".
       01 WS-RESPONSE-NAME   PIC X(20) VALUE "CALCRSP.DAT".
       01 WS-REJECT-NAME     PIC X(20) VALUE "CALCREQ.REJ".
       01 WS-CMDLINE         PIC X(80).
       01 WS-CMD-TOKENS.
          05 WS-CMD-TOKEN OCCURS 3 TIMES PIC X(24).
       01 WS-TOKEN-X         PIC 9.
       01 WS-CUR-TOKEN       PIC X(24).
       01 WS-RUN-STAMP       PIC X(21).

       01 WS-READ-COUNT      PIC 9(7) VALUE 0.
       01 WS-ANSWERED-COUNT  PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 WS-OPERAND-HASH    PIC S9(13)V99 VALUE 0.
       01 WS-RESULT-HASH     PIC S9(22)V99 VALUE 0.

      *> Reason codes: Q001 blank requester or request ID, Q002
      *> operation not on the registry for batch use, Q003/Q004
      *> operand not numeric, Q005 operand the operation's LINKAGE
      *> cannot carry (negative, fractional, or too large for an
      *> unsigned-integer field), Q006 already answered, Q007
      *> registered under a LINKAGE this service has no CALL for.
      *> SUMRANGELINK requests run NUM1 to NUM2 with a step of 1,
      *> and FIBSEQLINK ones answer with F(NUM1).
      *> First failing check wins.
       01 WS-REASON          PIC X(4).
          88 WS-REQUEST-CLEAN       VALUE SPACES.
          88 WS-REQUEST-DUPLICATE   VALUE "Q006".

      *> Batch-eligible operations and the LINKAGE each is CALLed
      *> with, loaded from OPREG.DAT at start.
       01 WS-REG-COUNT       PIC 9(2) VALUE 0.
       01 REG-TABLE-AREA.
          05 REG-ENTRY OCCURS 30 TIMES INDEXED BY RG.
             10 RG-OPERATION  PIC X(14).
             10 RG-LINKAGE    PIC X(12).
       01 WS-LINKAGE         PIC X(12).

       01 WS-OPERAND-UNDER-TEST PIC S9(5)V99.
       01 WS-OPERAND-WHOLE   PIC S9(5).
       01 WS-OPERAND-LIMIT   PIC 9(5).
       01 WS-OPERAND-USE     PIC X.
          88 WS-ONE-OPERAND         VALUE '1'.
          88 WS-TWO-OPERANDS        VALUE '2'.

       COPY NUMLINK.

       COPY NUM2LINK.

       COPY PFACTLINK.

       COPY COMBLINK.

       COPY SUMRANGELINK.

       COPY FIBSEQLINK.

       COPY CALCLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Answers other departments' calculation requests with the
      *> same registered entry points the regression suite proves
      *> every night. Nothing is compared to an expected value here:
      *> the entry point's result and status go back as they came.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-LINE
           PERFORM LOAD-OPERATION-REGISTRY
           IF WS-REG-COUNT = 0
               DISPLAY "CALC-SERVICE: no operations on OPREG.DAT "
                   "-- cannot validate any request, run refused"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQUEST-STATUS-OK
               MOVE WS-REQUEST-NAME TO EH-FILE-NAME
               MOVE WS-REQUEST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM OPEN-REQUEST-LEDGER
           IF WS-LEDGER-FAILED
               GOBACK
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           IF NOT WS-RESPONSE-STATUS-OK
               MOVE WS-RESPONSE-NAME TO EH-FILE-NAME
               MOVE WS-RESPONSE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJECT-STATUS-OK
               MOVE WS-REJECT-NAME TO EH-FILE-NAME
               MOVE WS-REJECT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM WRITE-RESPONSE-HEADER
      *> One cache open for the whole file; FACTORIAL, COMBINATIONS,
      *> and PERMUTATIONS requests are all served from it.
           CALL 'FACTORIAL-INIT' USING NU-STATUS
           PERFORM UNTIL WS-EOF OR WS-LEDGER-FAILED
                   OR WS-OUTPUT-FAILED
               READ REQUEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SERVE-ONE-REQUEST
               END-READ
           END-PERFORM
           CALL 'FACTORIAL-TERM' USING NU-STATUS
           IF NOT WS-OUTPUT-FAILED
               PERFORM WRITE-RESPONSE-TRAILER
           END-IF
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           CLOSE REJECT-FILE
           CLOSE LEDGER-FILE
           DISPLAY "CALC-SERVICE: read " WS-READ-COUNT
               " answered " WS-ANSWERED-COUNT
               " rejected " WS-REJECT-COUNT
               " (already answered " WS-DUPLICATE-COUNT ")"
      *> A resubmitted file whose only rejects are requests already
      *> answered is a warning; anything else rejected needs the
      *> requester to fix and resend.
           EVALUATE TRUE
               WHEN WS-LEDGER-FAILED OR WS-OUTPUT-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > WS-DUPLICATE-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUPLICATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKENS
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN(1) WS-CMD-TOKEN(2)
                    WS-CMD-TOKEN(3)
           PERFORM VARYING WS-TOKEN-X FROM 1 BY 1
                   UNTIL WS-TOKEN-X > 3
               MOVE WS-CMD-TOKEN(WS-TOKEN-X) TO WS-CUR-TOKEN
               PERFORM PARSE-ONE-TOKEN
           END-PERFORM.

       PARSE-ONE-TOKEN.
           EVALUATE TRUE
               WHEN WS-CUR-TOKEN = SPACES
                   CONTINUE
               WHEN WS-CUR-TOKEN(1:4) = "REQ="
                   MOVE WS-CUR-TOKEN(5:20) TO WS-REQUEST-NAME
               WHEN WS-CUR-TOKEN(1:4) = "RSP="
                   MOVE WS-CUR-TOKEN(5:20) TO WS-RESPONSE-NAME
               WHEN WS-CUR-TOKEN(1:4) = "REJ="
                   MOVE WS-CUR-TOKEN(5:20) TO WS-REJECT-NAME
               WHEN OTHER
                   DISPLAY "CALC-SERVICE: ignoring unknown parameter "
                       WS-CUR-TOKEN
           END-EVALUATE.

       LOAD-OPERATION-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-MISSING
               CONTINUE
           ELSE
               IF NOT WS-REGISTRY-STATUS-OK
                   MOVE "OPREG.DAT" TO EH-FILE-NAME
                   MOVE WS-REGISTRY-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF OR-BATCH-FLAG = 'Y'
                               AND WS-REG-COUNT < 30
                               ADD 1 TO WS-REG-COUNT
                               MOVE OR-OPERATION
                                   TO RG-OPERATION(WS-REG-COUNT)
                               MOVE OR-LINKAGE
                                   TO RG-LINKAGE(WS-REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> The first run ever creates the ledger.
       OPEN-REQUEST-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-NEW-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF NOT WS-LEDGER-OK
               MOVE "OPEN" TO EH-OPERATION
               PERFORM LOG-LEDGER-FAILURE
           END-IF.

       WRITE-RESPONSE-HEADER.
           MOVE SPACES TO RESPONSE-RECORD
           SET CS-IS-HEADER TO TRUE
           MOVE WS-RUN-STAMP TO CS-HDR-RUN-STAMP
           MOVE WS-REQUEST-NAME TO CS-HDR-REQ-FILE
           WRITE RESPONSE-RECORD
           IF NOT WS-RESPONSE-STATUS-OK
               PERFORM LOG-RESPONSE-FAILURE
           END-IF.

       WRITE-RESPONSE-TRAILER.
           MOVE SPACES TO RESPONSE-RECORD
           SET CS-IS-TRAILER TO TRUE
           MOVE WS-READ-COUNT TO CS-TRL-READ
           MOVE WS-ANSWERED-COUNT TO CS-TRL-ANSWERED
           MOVE WS-REJECT-COUNT TO CS-TRL-REJECTED
           MOVE WS-OPERAND-HASH TO CS-TRL-OPND-HASH
           MOVE WS-RESULT-HASH TO CS-TRL-RSLT-HASH
           WRITE RESPONSE-RECORD
           IF NOT WS-RESPONSE-STATUS-OK
               PERFORM LOG-RESPONSE-FAILURE
           END-IF.

       SERVE-ONE-REQUEST.
           MOVE SPACES TO WS-REASON
           IF CQ-REQUESTER-ID = SPACES OR CQ-REQUEST-ID = SPACES
               MOVE "Q001" TO WS-REASON
           END-IF
           IF WS-REQUEST-CLEAN
               PERFORM CHECK-OPERATION
           END-IF
           IF WS-REQUEST-CLEAN
               PERFORM CHECK-OPERANDS
           END-IF
           IF WS-REQUEST-CLEAN
               PERFORM CHECK-ALREADY-ANSWERED
           END-IF
           IF WS-LEDGER-FAILED
      *> Left unanswered and uncounted, for the rerun to pick up.
               SUBTRACT 1 FROM WS-READ-COUNT
           ELSE IF WS-REQUEST-CLEAN
               PERFORM ANSWER-REQUEST
           ELSE
               PERFORM REJECT-REQUEST
           END-IF.

       CHECK-OPERATION.
           SET RG TO 1
           SEARCH REG-ENTRY
               AT END
                   MOVE "Q002" TO WS-REASON
               WHEN RG-OPERATION(RG) = CQ-OPERATION
                   MOVE RG-LINKAGE(RG) TO WS-LINKAGE
           END-SEARCH.

      *> CALCLINK takes signed decimals as they stand; every other
      *> LINKAGE is unsigned-integer, and a value its field cannot
      *> hold is refused here rather than truncated on the way in.
       CHECK-OPERANDS.
           IF CQ-NUM1 NOT NUMERIC
               MOVE "Q003" TO WS-REASON
           ELSE IF CQ-NUM2 NOT NUMERIC
               MOVE "Q004" TO WS-REASON
           ELSE
               EVALUATE WS-LINKAGE
                   WHEN "CALCLINK"
                       MOVE SPACE TO WS-OPERAND-USE
                   WHEN "NUMLINK"
                       MOVE 9999 TO WS-OPERAND-LIMIT
                       SET WS-ONE-OPERAND TO TRUE
                   WHEN "PFACTLINK"
                       MOVE 99999 TO WS-OPERAND-LIMIT
                       SET WS-ONE-OPERAND TO TRUE
                   WHEN "NUM2LINK"
                       MOVE 99999 TO WS-OPERAND-LIMIT
                       SET WS-TWO-OPERANDS TO TRUE
                   WHEN "COMBLINK"
                       MOVE 9999 TO WS-OPERAND-LIMIT
                       SET WS-TWO-OPERANDS TO TRUE
                   WHEN "SUMRANGELINK"
                       MOVE 9999 TO WS-OPERAND-LIMIT
                       SET WS-TWO-OPERANDS TO TRUE
                   WHEN "FIBSEQLINK"
                       MOVE 9999 TO WS-OPERAND-LIMIT
                       SET WS-ONE-OPERAND TO TRUE
                   WHEN OTHER
                       MOVE "Q007" TO WS-REASON
               END-EVALUATE
               IF WS-REQUEST-CLEAN
                   AND (WS-ONE-OPERAND OR WS-TWO-OPERANDS)
                   MOVE CQ-NUM1 TO WS-OPERAND-UNDER-TEST
                   PERFORM CHECK-WHOLE-OPERAND
               END-IF
               IF WS-REQUEST-CLEAN AND WS-TWO-OPERANDS
                   MOVE CQ-NUM2 TO WS-OPERAND-UNDER-TEST
                   PERFORM CHECK-WHOLE-OPERAND
               END-IF
           END-IF.

       CHECK-WHOLE-OPERAND.
           MOVE WS-OPERAND-UNDER-TEST TO WS-OPERAND-WHOLE
           IF WS-OPERAND-UNDER-TEST < 0
               OR WS-OPERAND-UNDER-TEST > WS-OPERAND-LIMIT
               OR WS-OPERAND-WHOLE NOT = WS-OPERAND-UNDER-TEST
               MOVE "Q005" TO WS-REASON
           END-IF.

      *> Answered on any earlier run, or earlier in this same file.
       CHECK-ALREADY-ANSWERED.
           MOVE CQ-REQUESTER-ID TO LG-REQUESTER-ID
           MOVE CQ-REQUEST-ID TO LG-REQUEST-ID
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LEDGER-OK
               MOVE "Q006" TO WS-REASON
               DISPLAY "CALC-SERVICE: " CQ-REQUESTER-ID " "
                   CQ-REQUEST-ID " already answered " LG-ANSWERED-AT
           ELSE IF NOT WS-LEDGER-NOT-FOUND
               MOVE "READ" TO EH-OPERATION
               PERFORM LOG-LEDGER-FAILURE
           END-IF.

       ANSWER-REQUEST.
           MOVE SPACES TO RESPONSE-RECORD
           SET CS-IS-DETAIL TO TRUE
           MOVE CQ-REQUESTER-ID TO CS-REQUESTER-ID
           MOVE CQ-REQUEST-ID TO CS-REQUEST-ID
           MOVE CQ-OPERATION TO CS-OPERATION
           MOVE CQ-NUM1 TO CS-NUM1
           MOVE CQ-NUM2 TO CS-NUM2
           EVALUATE WS-LINKAGE
               WHEN "NUMLINK"
                   PERFORM CALL-SINGLE-VALUE-OPERATION
               WHEN "NUM2LINK"
                   PERFORM CALL-NUMBER-THEORY-OPERATION
               WHEN "PFACTLINK"
                   PERFORM CALL-PRIME-FACTORS-OPERATION
               WHEN "COMBLINK"
                   PERFORM CALL-COUNTING-OPERATION
               WHEN "SUMRANGELINK"
                   PERFORM CALL-RANGE-OPERATION
               WHEN "FIBSEQLINK"
                   PERFORM CALL-SEQUENCE-OPERATION
               WHEN "CALCLINK"
                   IF CQ-OPERATION(1:9) = "DIVISION-"
                       PERFORM CALL-DIVISION-OPERATION
                   ELSE
                       PERFORM CALL-CALCULATOR-OPERATION
                   END-IF
           END-EVALUATE
           IF CS-STATUS NOT = "00"
               MOVE 0 TO CS-RESULT
           END-IF
           PERFORM RECORD-IN-LEDGER
           IF WS-LEDGER-FAILED
               SUBTRACT 1 FROM WS-READ-COUNT
           ELSE
               WRITE RESPONSE-RECORD
               IF NOT WS-RESPONSE-STATUS-OK
                   PERFORM LOG-RESPONSE-FAILURE
               ELSE
                   ADD 1 TO WS-ANSWERED-COUNT
                   ADD CQ-NUM1 CQ-NUM2 TO WS-OPERAND-HASH
                   ADD CS-RESULT TO WS-RESULT-HASH
               END-IF
           END-IF.

       CALL-SINGLE-VALUE-OPERATION.
           MOVE CQ-NUM1 TO N
           CALL CQ-OPERATION USING N RESULT NU-STATUS
           MOVE RESULT TO CS-RESULT
           MOVE NU-STATUS TO CS-STATUS.

       CALL-NUMBER-THEORY-OPERATION.
           MOVE CQ-NUM1 TO N2-NUM1
           MOVE CQ-NUM2 TO N2-NUM2
           CALL CQ-OPERATION USING N2-NUM1 N2-NUM2 N2-RESULT
               N2-STATUS
           MOVE N2-RESULT TO CS-RESULT
           MOVE N2-STATUS TO CS-STATUS.

       CALL-PRIME-FACTORS-OPERATION.
           MOVE CQ-NUM1 TO PF-N
           CALL CQ-OPERATION USING PF-N PF-TABLE PF-COUNT PF-STATUS
           MOVE PF-COUNT TO CS-RESULT
           MOVE PF-STATUS TO CS-STATUS.

       CALL-COUNTING-OPERATION.
           MOVE CQ-NUM1 TO CB-N
           MOVE CQ-NUM2 TO CB-R
           CALL CQ-OPERATION USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO CS-RESULT
           MOVE CB-STATUS TO CS-STATUS.

      *> A request has room for two operands, so the range runs
      *> from NUM1 to NUM2 a step of 1 at a time.
       CALL-RANGE-OPERATION.
           MOVE CQ-NUM1 TO SR-START
           MOVE CQ-NUM2 TO SR-STOP
           MOVE 1 TO SR-STEP
           CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
               SR-RESULT SR-STATUS
           MOVE SR-RESULT TO CS-RESULT
           MOVE SR-STATUS TO CS-STATUS.

      *> The response carries one value: F(N), the table's last
      *> term, as MAINPROGRAM asserts it.
       CALL-SEQUENCE-OPERATION.
           MOVE CQ-NUM1 TO FS-N
           CALL CQ-OPERATION USING FS-N FS-TABLE FS-STATUS
           IF FS-STATUS-OK
               MOVE FS-TERM(FS-N + 1) TO CS-RESULT
           END-IF
           MOVE FS-STATUS TO CS-STATUS.

       CALL-CALCULATOR-OPERATION.
           MOVE CQ-NUM1 TO LINK-NUM1
           MOVE CQ-NUM2 TO LINK-NUM2
           CALL CQ-OPERATION USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO CS-RESULT
           MOVE LINK-STATUS TO CS-STATUS.

      *> The three division spellings drive the one DIVISION-OP
      *> entry point exactly as MAINPROGRAM does: -RND rounds, -REM
      *> answers with the remainder. All three also return the
      *> remainder in its own field.
       CALL-DIVISION-OPERATION.
           MOVE CQ-NUM1 TO LINK-NUM1
           MOVE CQ-NUM2 TO LINK-NUM2
           IF CQ-OPERATION = "DIVISION-RND"
               SET LINK-DIV-ROUNDED TO TRUE
           ELSE
               SET LINK-DIV-TRUNCATE TO TRUE
           END-IF
           CALL 'DIVISION-OP' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS LINK-DIV-MODE LINK-REMAINDER
           IF CQ-OPERATION = "DIVISION-REM"
               MOVE LINK-REMAINDER TO CS-RESULT
           ELSE
               MOVE LINK-RESULT TO CS-RESULT
           END-IF
           IF LINK-STATUS-OK
               MOVE LINK-REMAINDER TO CS-REMAINDER
           ELSE
               MOVE 0 TO CS-REMAINDER
           END-IF
           MOVE LINK-STATUS TO CS-STATUS.

      *> Ledger first, then the response: a run that dies between
      *> the two has answered nothing twice.
       RECORD-IN-LEDGER.
           MOVE CQ-REQUESTER-ID TO LG-REQUESTER-ID
           MOVE CQ-REQUEST-ID TO LG-REQUEST-ID
           MOVE WS-RUN-STAMP TO LG-ANSWERED-AT
           MOVE RESPONSE-RECORD TO LG-RESPONSE-IMAGE
           WRITE LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-LEDGER-OK
               MOVE "WRITE" TO EH-OPERATION
               PERFORM LOG-LEDGER-FAILURE
           END-IF.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-REQUEST-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF
           MOVE WS-REASON TO RJ-REASON-CODE
           MOVE REQUEST-RECORD TO RJ-REQUEST
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-STATUS-OK
               PERFORM LOG-REJECT-FAILURE
           END-IF
           DISPLAY "REJECT " WS-REASON " " CQ-REQUESTER-ID " "
               CQ-REQUEST-ID " " CQ-OPERATION.

       LOG-LEDGER-FAILURE.
           SET WS-LEDGER-FAILED TO TRUE
           MOVE "CALC-SERVICE" TO EH-PROGRAM-ID
           MOVE "CALCSVC.LDG" TO EH-FILE-NAME
           MOVE WS-LEDGER-STATUS TO EH-FILE-STATUS
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

       LOG-RESPONSE-FAILURE.
           SET WS-OUTPUT-FAILED TO TRUE
           MOVE "CALC-SERVICE" TO EH-PROGRAM-ID
           MOVE WS-RESPONSE-NAME TO EH-FILE-NAME
           MOVE "WRITE" TO EH-OPERATION
           MOVE WS-RESPONSE-STATUS TO EH-FILE-STATUS
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

       LOG-REJECT-FAILURE.
           SET WS-OUTPUT-FAILED TO TRUE
           MOVE "CALC-SERVICE" TO EH-PROGRAM-ID
           MOVE WS-REJECT-NAME TO EH-FILE-NAME
           MOVE "WRITE" TO EH-OPERATION
           MOVE WS-REJECT-STATUS TO EH-FILE-STATUS
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "CALC-SERVICE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
