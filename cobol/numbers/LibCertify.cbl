       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-CERTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The full catalog: every case on every work file the job
      *> stream runs (named one at a time by STREAM-WORK-FILES) is
      *> run, whatever its lifecycle, window, or assert type -- the
      *> question is what the library answers, not what the nightly
      *> would have asserted.
           SELECT WORK-FILE ASSIGN USING SF-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *> This build's answers, written by a certification run and
      *> signed off from.
           SELECT CANDIDATE-FILE ASSIGN TO "CERTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
      *> The answers of the last build signed off; replaced by the
      *> candidate's at sign-off.
           SELECT CERTIFIED-FILE ASSIGN TO "CERTRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFIED-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
      *> The approver must be an active operator with admin (A)
      *> authority, as for CASE-APPROVE.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CERTIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-RECORD.
       COPY WORKREC.
       01  WORK-CONTINUATION.
       COPY WORKCONT.

       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD     PIC X(86).

       FD  CERTIFIED-FILE.
       01  CERTIFIED-RECORD     PIC X(86).

       FD  CERT-FILE.
       01  CERT-RECORD.
       COPY CERTREC.

      *> Must stay in step with OPER-MAINT's OPER-MASTER-RECORD.
       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-RECORD.
           05 OM-OPERATOR-ID   PIC X(8).
           05 OM-NAME          PIC X(20).
           05 OM-AUTH          PIC X.
           05 OM-REC-STATUS    PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS   PIC XX.
          88 WS-FILE-STATUS-OK      VALUE '00'.
       01 WS-CANDIDATE-STATUS PIC XX.
          88 WS-CANDIDATE-STATUS-OK VALUE '00'.
          88 WS-CANDIDATE-MISSING   VALUE '35'.
       01 WS-CERTIFIED-STATUS PIC XX.
          88 WS-CERTIFIED-STATUS-OK VALUE '00'.
          88 WS-CERTIFIED-MISSING   VALUE '35'.
       01 WS-CERT-STATUS   PIC XX.
          88 WS-CERT-STATUS-OK      VALUE '00'.
          88 WS-CERT-MISSING        VALUE '35'.
       01 WS-MASTER-STATUS PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
       01 WS-REPORT-STATUS PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-CMDLINE       PIC X(80).
       01 WS-MODE          PIC X(8).
          88 WS-MODE-SIGN        VALUE "SIGN".
       01 WS-NOW           PIC X(21).

       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-APPROVER-FLAG PIC X VALUE 'N'.
          88 WS-OPERATOR-MAY-SIGN   VALUE 'Y'.
       01 WS-REPLY         PIC X.
          88 WS-REPLY-YES        VALUE 'Y', 'y'.

      *> The last certified build's answers (CERTRES.DAT), and this
      *> build's (computed, or read back from CERTRUN.DAT to sign),
      *> one entry per D or C row. 500 cases across the work files,
      *> CASE-MAINT's work-file table size, with room behind them
      *> for their element rows.
       01 BASE-HEADER.
       COPY CERTRES REPLACING LEADING ==CR== BY ==BH==.
       01 WS-BASE-FLAG     PIC X VALUE 'N'.
          88 WS-BASE-ON-FILE     VALUE 'Y'.
       01 WS-BASE-COUNT    PIC 9(4) VALUE 0.
       01 BASE-TABLE-AREA.
          05 BASE-ENTRY OCCURS 3000 TIMES.
             10 BE-RECORD     PIC X(86).
             10 BE-MATCHED    PIC X.
       01 BASE-ROW.
       COPY CERTRES REPLACING LEADING ==CR== BY ==BR==.
       01 BASE-I           PIC 9(4).
       01 WS-FOUND-X       PIC 9(4).

       01 CAND-HEADER.
       COPY CERTRES.
       01 WS-CAND-COUNT    PIC 9(4) VALUE 0.
       01 CAND-TABLE-AREA.
          05 CAND-ENTRY OCCURS 3000 TIMES.
             10 CE-RECORD     PIC X(86).
       01 CAND-ROW.
       COPY CERTRES REPLACING LEADING ==CR== BY ==CD==.
       01 CAND-I           PIC 9(4).
       01 WS-CASE-COUNT    PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.

       01 WS-LAST-CERT-ID  PIC 9(6) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT     PIC 9(5) VALUE 0.
       01 WS-GONE-COUNT    PIC 9(5) VALUE 0.
       01 WS-SAME-COUNT    PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT  PIC 9(5) VALUE 0.

      *> The C rows behind a matched pair of D rows.
       01 WS-CAND-LIST-ROWS PIC 9(4).
       01 WS-BASE-LIST-ROWS PIC 9(4).
       01 ROW-I            PIC 9(4).
       01 ROW-K            PIC 9(4).
       01 WS-AGREE-FLAG    PIC X.
          88 WS-ELEMENTS-AGREE   VALUE 'Y'.

      *> One library call's answer.
       01 N PIC 9(4).
       01 WIDE-RESULT PIC 9(20) COMP-3.
       01 WS-STATUS PIC XX.
       01 WS-ACTUAL-RESULT PIC S9(20)V99.
       01 WS-CALL-STATUS   PIC XX.
      *> The table a list operation answered with, element 1 first;
      *> empty for every other operation, or when the call failed.
       01 WS-LIST-COUNT    PIC 9(3).
       01 WS-LIST-VALUE    PIC 9(20) OCCURS 500 TIMES.
       01 WS-LIST-ROWS     PIC 9(3).
       01 LIST-I           PIC 9(3).
      *> The SUMNUMBERS-RNG case just run, until its continuation
      *> (if any) has been read for the step.
       01 WS-RANGE-TEST-ID PIC X(10) VALUE SPACES.
       01 WORK-I           PIC 99.

       01 CERTIFY-HEADING.
           05 FILLER PIC X(32) VALUE "LIBRARY CERTIFICATION -- RUN AT ".
           05 CH-RUN-AT PIC X(14).

       01 BUILD-LINE.
           05 BL-LABEL   PIC X(18).
           05 FILLER     PIC X(11) VALUE "FACTORIAL V".
           05 BL-FACT    PIC 9(4).
           05 FILLER     PIC X(14) VALUE "  CALCULATOR V".
           05 BL-CALC    PIC 9(4).
           05 BL-CERT-TEXT PIC X(7).
           05 BL-CERT-ID PIC X(6).

       01 CHANGE-HEADING.
           05 FILLER PIC X(11) VALUE "TEST ID".
           05 FILLER PIC X(15) VALUE "OPERATION".
           05 FILLER PIC X(10) VALUE "NUM1".
           05 FILLER PIC X(10) VALUE "NUM2".
           05 FILLER PIC X(27) VALUE "CERTIFIED RESULT        ST".
           05 FILLER PIC X(27) VALUE "CANDIDATE RESULT        ST".
           05 FILLER PIC X(8)  VALUE "CHANGE".
           05 FILLER PIC X(9)  VALUE "WORK FILE".

       01 CHANGE-DETAIL.
           05 CG-TEST-ID   PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 CG-OPERATION PIC X(14).
           05 FILLER       PIC X VALUE SPACE.
           05 CG-NUM1      PIC -(5)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 CG-NUM2      PIC -(5)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 CG-OLD-SIDE.
              10 CG-OLD-RESULT PIC -(19)9.99.
              10 FILLER        PIC X.
              10 CG-OLD-STATUS PIC XX.
           05 FILLER       PIC X VALUE SPACE.
           05 CG-NEW-SIDE.
              10 CG-NEW-RESULT PIC -(19)9.99.
              10 FILLER        PIC X.
              10 CG-NEW-STATUS PIC XX.
           05 FILLER       PIC X VALUE SPACE.
           05 CG-CHANGE    PIC X(7).
           05 FILLER       PIC X VALUE SPACE.
           05 CG-WORK-NAME PIC X(20).

       01 CERTIFY-TOTAL.
           05 FILLER         PIC X(7)  VALUE "CASES:".
           05 CT-CASES       PIC ZZZZ9.
           05 FILLER         PIC X(13) VALUE "  UNCHANGED:".
           05 CT-SAME        PIC ZZZZ9.
           05 FILLER         PIC X(11) VALUE "  CHANGED:".
           05 CT-CHANGED     PIC ZZZZ9.
           05 FILLER         PIC X(7)  VALUE "  NEW:".
           05 CT-NEW         PIC ZZZZ9.
           05 FILLER         PIC X(8)  VALUE "  GONE:".
           05 CT-GONE        PIC ZZZZ9.

       COPY VERLINK.

       COPY CALCLINK.

       COPY NUM2LINK.

       COPY PFACTLINK.

       COPY FIBSEQLINK.

       COPY SUMRANGELINK.

       COPY COMBLINK.

       COPY VAULTLINK.

       COPY ERRLINK.

       COPY STRMLINK.

       PROCEDURE DIVISION.

      *> Certification gate for a new library build. Run plain, it
      *> runs the full catalog -- every work file the job stream
      *> runs -- through this build (no production
      *> file is touched), compares every answer and status with the
      *> last certified build's -- every element of a FIBONACCI-SEQ
      *> or PRIME-FACTORS table, not just the value MAINPROGRAM
      *> asserts -- and lists each difference on CERTIFY.RPT:
      *> CHANGED (same case, different answer), ELEMENT (same
      *> answer, different table), NEW and GONE (the catalog itself
      *> moved on). RC 0 when nothing
      *> differs, 4 when there is something to sign off, 8 when
      *> answers changed under version stamps already certified --
      *> the logic moved without its version being bumped, and that
      *> build cannot be signed off. Run with SIGN, an admin
      *> operator signs the listed run off: the build's stamps and
      *> the approver go onto CERTVER.DAT and its answers become the
      *> certified set. RC 12 for a refused sign-off.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE INTO WS-MODE
           CALL 'VERSION-CHECK' USING VC-FACT-VERSION VC-CALC-VERSION
               VC-CERT-ID VC-APPROVER VC-STATUS
           IF VC-FILE-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CERTIFIED-RESULTS
           IF WS-MODE-SIGN
               PERFORM SIGN-OFF-CANDIDATE
           ELSE
               PERFORM CERTIFY-CANDIDATE
           END-IF
           STOP RUN.

      *> ---------------------------------------------------------
      *> Certification run.
      *> ---------------------------------------------------------
       CERTIFY-CANDIDATE.
           CALL 'STREAM-WORK-FILES' USING SF-WORK-LIST SF-LIST-STATUS
           IF NOT SF-LIST-STATUS-OK AND NOT SF-NO-JOB-STREAM
               MOVE "JOBSTREAM.DAT" TO EH-FILE-NAME
               MOVE SF-LIST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
      *> FACTORIAL answers through its cache exactly as it does in
      *> production; a cache built by other logic is bypassed by its
      *> own version stamp.
           CALL 'FACTORIAL-INIT' USING WS-STATUS
           PERFORM VARYING WORK-I FROM 1 BY 1
                   UNTIL WORK-I > SF-WORK-COUNT
               MOVE SF-WORK-FILE(WORK-I) TO SF-WORK-NAME
               PERFORM RUN-WORK-FILE
           END-PERFORM
           CALL 'FACTORIAL-TERM' USING WS-STATUS
           IF WS-TABLE-IS-FULL
               DISPLAY "LIB-CERTIFY: the work files have more than "
                   "500 cases, or more table elements than the run "
                   "holds -- certification refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "CERTIFY.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING CAND-I FROM 1 BY 1
                   UNTIL CAND-I > WS-CAND-COUNT
               IF CE-RECORD(CAND-I)(1:1) = "D"
                   PERFORM COMPARE-ONE-CANDIDATE
               END-IF
           END-PERFORM
           PERFORM VARYING BASE-I FROM 1 BY 1
                   UNTIL BASE-I > WS-BASE-COUNT
               IF BE-RECORD(BASE-I)(1:1) = "D"
                   AND BE-MATCHED(BASE-I) NOT = 'Y'
                   PERFORM REPORT-GONE-CASE
               END-IF
           END-PERFORM
           MOVE SPACES TO CAND-HEADER
           SET CR-IS-HEADER TO TRUE
           MOVE VC-FACT-VERSION TO CR-FACT-VERSION
           MOVE VC-CALC-VERSION TO CR-CALC-VERSION
           MOVE WS-NOW(1:14) TO CR-RUN-AT
           MOVE WS-CASE-COUNT TO CR-CASE-COUNT
           COMPUTE CR-CHANGED-COUNT =
               WS-CHANGED-COUNT + WS-NEW-COUNT + WS-GONE-COUNT
           MOVE BH-CERT-ID TO CR-BASE-CERT-ID
           MOVE 0 TO CR-CERT-ID
           MOVE 'N' TO CR-UNBUMPED-FLAG
           IF WS-BASE-ON-FILE
               AND WS-CHANGED-COUNT > 0
               AND BH-FACT-VERSION = VC-FACT-VERSION
               AND BH-CALC-VERSION = VC-CALC-VERSION
               MOVE 'Y' TO CR-UNBUMPED-FLAG
           END-IF
           PERFORM WRITE-CANDIDATE-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           MOVE "CERTIFY.RPT" TO VT-REPORT-NAME
           MOVE "LIB-CERTIFY" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "LIB-CERTIFY: " WS-CASE-COUNT " case(s) run, "
               WS-CHANGED-COUNT " changed, " WS-NEW-COUNT " new, "
               WS-GONE-COUNT " gone -- see CERTIFY.RPT."
           EVALUATE TRUE
               WHEN CR-UNBUMPED-FLAG = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN CR-CHANGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       RUN-WORK-FILE.
           OPEN INPUT WORK-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE SF-WORK-NAME TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               CALL 'FACTORIAL-TERM' USING WS-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RANGE-TEST-ID
           PERFORM UNTIL WS-EOF
               READ WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WR-TEST-ID = "CONTINUE"
                           PERFORM APPLY-RANGE-STEP
                       ELSE
                       IF WR-TEST-ID NOT = "SUITE"
                           PERFORM RUN-ONE-CASE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       RUN-ONE-CASE.
           MOVE SPACES TO WS-RANGE-TEST-ID
           MOVE 0 TO WS-LIST-COUNT
           IF WS-CASE-COUNT < 500
               PERFORM CALL-LIBRARY
           END-IF
           DIVIDE 2 INTO WS-LIST-COUNT GIVING WS-LIST-ROWS
           IF WS-LIST-ROWS * 2 < WS-LIST-COUNT
               ADD 1 TO WS-LIST-ROWS
           END-IF
           IF WS-CASE-COUNT >= 500
               OR WS-CAND-COUNT + 1 + WS-LIST-ROWS > 3000
               SET WS-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-CASE-COUNT
               ADD 1 TO WS-CAND-COUNT
               MOVE SPACES TO CAND-ROW
               SET CD-IS-DETAIL TO TRUE
               MOVE WR-TEST-ID TO CD-TEST-ID
               MOVE WR-OPERATION TO CD-OPERATION
               MOVE WR-NUM1 TO CD-NUM1
               MOVE WR-NUM2 TO CD-NUM2
               MOVE WS-ACTUAL-RESULT TO CD-RESULT
               MOVE WS-CALL-STATUS TO CD-STATUS
               MOVE SF-WORK-NAME TO CD-WORK-NAME
               MOVE CAND-ROW TO CE-RECORD(WS-CAND-COUNT)
               PERFORM ADD-ELEMENT-ROWS
           END-IF.

      *> The table the case answered with, two elements to a C row
      *> behind its D row.
       ADD-ELEMENT-ROWS.
           PERFORM VARYING LIST-I FROM 1 BY 2
                   UNTIL LIST-I > WS-LIST-COUNT
               MOVE SPACES TO CAND-ROW
               SET CD-IS-CONTINUATION TO TRUE
               MOVE WR-TEST-ID TO CD-LIST-TEST-ID
               MOVE LIST-I TO CD-FIRST-ELEMENT
               MOVE 1 TO CD-VALUE-COUNT
               MOVE WS-LIST-VALUE(LIST-I) TO CD-VALUE(1)
               MOVE 0 TO CD-VALUE(2)
               IF LIST-I < WS-LIST-COUNT
                   MOVE 2 TO CD-VALUE-COUNT
                   MOVE WS-LIST-VALUE(LIST-I + 1) TO CD-VALUE(2)
               END-IF
               ADD 1 TO WS-CAND-COUNT
               MOVE CAND-ROW TO CE-RECORD(WS-CAND-COUNT)
           END-PERFORM.

      *> The same dispatch MAINPROGRAM makes, keeping whatever answer
      *> and status byte come back -- a changed overflow or
      *> divide-by-zero is as much a change as a changed value.
       CALL-LIBRARY.
           MOVE 0 TO WS-ACTUAL-RESULT
           MOVE SPACES TO WS-CALL-STATUS
           EVALUATE WR-OPERATION
               WHEN "FIBONACCI"
                   PERFORM CALL-SINGLE-VALUE
               WHEN "FACTORIAL"
                   PERFORM CALL-SINGLE-VALUE
               WHEN "SUMNUMBERS"
                   PERFORM CALL-SINGLE-VALUE
               WHEN "ISPRIME"
                   PERFORM CALL-SINGLE-VALUE
               WHEN "GCD"
                   PERFORM CALL-NUMBER-THEORY
               WHEN "LCM"
                   PERFORM CALL-NUMBER-THEORY
               WHEN "PRIME-FACTORS"
                   PERFORM CALL-PRIME-FACTORS
               WHEN "FIBONACCI-SEQ"
                   PERFORM CALL-SEQUENCE
               WHEN "SUMNUMBERS-RNG"
                   PERFORM CALL-RANGE
               WHEN "COMBINATIONS"
                   PERFORM CALL-COUNTING
               WHEN "PERMUTATIONS"
                   PERFORM CALL-COUNTING
               WHEN "ADDITION"
                   PERFORM CALL-CALCULATOR
               WHEN "SUBSTRACTION"
                   PERFORM CALL-CALCULATOR
               WHEN "MULTIPLICATION"
                   PERFORM CALL-CALCULATOR
               WHEN "DIVISION-OP"
                   PERFORM CALL-DIVISION
               WHEN "DIVISION-RND"
                   PERFORM CALL-DIVISION
               WHEN "DIVISION-REM"
                   PERFORM CALL-DIVISION
               WHEN "POWER"
                   PERFORM CALL-CALCULATOR
               WHEN "SQUARE-ROOT"
                   PERFORM CALL-CALCULATOR
               WHEN "MODULO"
                   PERFORM CALL-CALCULATOR
               WHEN OTHER
                   MOVE "??" TO WS-CALL-STATUS
           END-EVALUATE.

       CALL-SINGLE-VALUE.
           MOVE WR-NUM1 TO N
           CALL WR-OPERATION USING N WIDE-RESULT WS-STATUS
           MOVE WIDE-RESULT TO WS-ACTUAL-RESULT
           MOVE WS-STATUS TO WS-CALL-STATUS.

       CALL-NUMBER-THEORY.
           MOVE WR-NUM1 TO N2-NUM1
           MOVE WR-NUM2 TO N2-NUM2
           CALL WR-OPERATION USING N2-NUM1 N2-NUM2 N2-RESULT
               N2-STATUS
           MOVE N2-RESULT TO WS-ACTUAL-RESULT
           MOVE N2-STATUS TO WS-CALL-STATUS.

      *> The factor count, as MAINPROGRAM asserts it, and the
      *> factors themselves.
       CALL-PRIME-FACTORS.
           MOVE WR-NUM1 TO PF-N
           CALL 'PRIME-FACTORS' USING PF-N PF-TABLE PF-COUNT
               PF-STATUS
           MOVE PF-COUNT TO WS-ACTUAL-RESULT
           MOVE PF-STATUS TO WS-CALL-STATUS
           IF PF-STATUS-OK
               MOVE PF-COUNT TO WS-LIST-COUNT
               PERFORM VARYING LIST-I FROM 1 BY 1
                       UNTIL LIST-I > WS-LIST-COUNT
                   MOVE PF-FACTOR(LIST-I) TO WS-LIST-VALUE(LIST-I)
               END-PERFORM
           END-IF.

      *> F(N), the last term, as MAINPROGRAM asserts it, and every
      *> term from F(0) up.
       CALL-SEQUENCE.
           MOVE WR-NUM1 TO FS-N
           CALL 'FIBONACCI-SEQ' USING FS-N FS-TABLE FS-STATUS
           IF FS-STATUS-OK
               MOVE FS-TERM(FS-N + 1) TO WS-ACTUAL-RESULT
               COMPUTE WS-LIST-COUNT = FS-N + 1
               PERFORM VARYING LIST-I FROM 1 BY 1
                       UNTIL LIST-I > WS-LIST-COUNT
                   MOVE FS-TERM(LIST-I) TO WS-LIST-VALUE(LIST-I)
               END-PERFORM
           END-IF
           MOVE FS-STATUS TO WS-CALL-STATUS.

      *> Run with a step of 1; a continuation behind the case gives
      *> the real step and the answer is taken again.
       CALL-RANGE.
           MOVE WR-NUM1 TO SR-START
           MOVE WR-NUM2 TO SR-STOP
           MOVE 1 TO SR-STEP
           CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
               SR-RESULT SR-STATUS
           MOVE SR-RESULT TO WS-ACTUAL-RESULT
           MOVE SR-STATUS TO WS-CALL-STATUS
           MOVE WR-TEST-ID TO WS-RANGE-TEST-ID.

       APPLY-RANGE-STEP.
           IF WS-RANGE-TEST-ID NOT = SPACES
               AND WC-TEST-ID = WS-RANGE-TEST-ID
               AND WC-NUM3 NUMERIC
               MOVE WC-NUM3 TO SR-STEP
               CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
                   SR-RESULT SR-STATUS
               MOVE CE-RECORD(WS-CAND-COUNT) TO CAND-ROW
               MOVE SR-RESULT TO CD-RESULT
               MOVE SR-STATUS TO CD-STATUS
               MOVE CAND-ROW TO CE-RECORD(WS-CAND-COUNT)
           END-IF
           MOVE SPACES TO WS-RANGE-TEST-ID.

       CALL-COUNTING.
           MOVE WR-NUM1 TO CB-N
           MOVE WR-NUM2 TO CB-R
           CALL WR-OPERATION USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-ACTUAL-RESULT
           MOVE CB-STATUS TO WS-CALL-STATUS.

       CALL-DIVISION.
           MOVE WR-NUM1 TO LINK-NUM1
           MOVE WR-NUM2 TO LINK-NUM2
           IF WR-OPERATION = "DIVISION-RND"
               SET LINK-DIV-ROUNDED TO TRUE
           ELSE
               SET LINK-DIV-TRUNCATE TO TRUE
           END-IF
           CALL 'DIVISION-OP' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS LINK-DIV-MODE LINK-REMAINDER
           IF WR-OPERATION = "DIVISION-REM"
               MOVE LINK-REMAINDER TO WS-ACTUAL-RESULT
           ELSE
               MOVE LINK-RESULT TO WS-ACTUAL-RESULT
           END-IF
           MOVE LINK-STATUS TO WS-CALL-STATUS.

       CALL-CALCULATOR.
           MOVE WR-NUM1 TO LINK-NUM1
           MOVE WR-NUM2 TO LINK-NUM2
           CALL WR-OPERATION USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO WS-ACTUAL-RESULT
           MOVE LINK-STATUS TO WS-CALL-STATUS.

      *> A certified answer is matched on the whole question (work
      *> file, test ID, operation, and both operands), so an edited
      *> case shows as one GONE and one NEW rather than as a library
      *> change.
       COMPARE-ONE-CANDIDATE.
           MOVE CE-RECORD(CAND-I) TO CAND-ROW
           MOVE 0 TO WS-FOUND-X
           PERFORM VARYING BASE-I FROM 1 BY 1
                   UNTIL BASE-I > WS-BASE-COUNT OR WS-FOUND-X > 0
               MOVE BE-RECORD(BASE-I) TO BASE-ROW
               IF BR-IS-DETAIL
                   AND BE-MATCHED(BASE-I) NOT = 'Y'
                   AND BR-WORK-NAME = CD-WORK-NAME
                   AND BR-TEST-ID = CD-TEST-ID
                   AND BR-OPERATION = CD-OPERATION
                   AND BR-NUM1 = CD-NUM1
                   AND BR-NUM2 = CD-NUM2
                   MOVE BASE-I TO WS-FOUND-X
               END-IF
           END-PERFORM
           IF WS-FOUND-X = 0
               ADD 1 TO WS-NEW-COUNT
               MOVE "NEW" TO CG-CHANGE
               PERFORM REPORT-CHANGE
           ELSE
               MOVE 'Y' TO BE-MATCHED(WS-FOUND-X)
               MOVE BE-RECORD(WS-FOUND-X) TO BASE-ROW
               IF BR-RESULT = CD-RESULT AND BR-STATUS = CD-STATUS
                   PERFORM COMPARE-ELEMENT-ROWS
                   IF WS-ELEMENTS-AGREE
                       ADD 1 TO WS-SAME-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "ELEMENT" TO CG-CHANGE
                       PERFORM REPORT-CHANGE
                   END-IF
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO CG-CHANGE
                   PERFORM REPORT-CHANGE
               END-IF
           END-IF.

      *> The C rows behind the two D rows: as many on each side, and
      *> each row the same -- same first element, same count, same
      *> values. A certified set written before tables were kept
      *> has none, so every table case shows once as ELEMENT.
       COMPARE-ELEMENT-ROWS.
           MOVE 0 TO WS-CAND-LIST-ROWS
           PERFORM VARYING ROW-I FROM CAND-I BY 1
                   UNTIL ROW-I >= WS-CAND-COUNT
                   OR CE-RECORD(ROW-I + 1)(1:1) NOT = "C"
               ADD 1 TO WS-CAND-LIST-ROWS
           END-PERFORM
           MOVE 0 TO WS-BASE-LIST-ROWS
           PERFORM VARYING ROW-I FROM WS-FOUND-X BY 1
                   UNTIL ROW-I >= WS-BASE-COUNT
                   OR BE-RECORD(ROW-I + 1)(1:1) NOT = "C"
               ADD 1 TO WS-BASE-LIST-ROWS
           END-PERFORM
           IF WS-CAND-LIST-ROWS = WS-BASE-LIST-ROWS
               SET WS-ELEMENTS-AGREE TO TRUE
           ELSE
               MOVE 'N' TO WS-AGREE-FLAG
           END-IF
           PERFORM VARYING ROW-K FROM 1 BY 1
                   UNTIL ROW-K > WS-CAND-LIST-ROWS
                   OR NOT WS-ELEMENTS-AGREE
               IF CE-RECORD(CAND-I + ROW-K)
                   NOT = BE-RECORD(WS-FOUND-X + ROW-K)
                   MOVE 'N' TO WS-AGREE-FLAG
               END-IF
           END-PERFORM.

       REPORT-GONE-CASE.
           MOVE BE-RECORD(BASE-I) TO BASE-ROW
           MOVE SPACES TO CAND-ROW
           MOVE BR-TEST-ID TO CD-TEST-ID
           MOVE BR-OPERATION TO CD-OPERATION
           MOVE BR-NUM1 TO CD-NUM1
           MOVE BR-NUM2 TO CD-NUM2
           MOVE BR-WORK-NAME TO CD-WORK-NAME
           ADD 1 TO WS-GONE-COUNT
           MOVE "GONE" TO CG-CHANGE
           PERFORM REPORT-CHANGE.

      *> One line per difference. Whichever side has no answer (a
      *> NEW case has no certified one, a GONE case no candidate)
      *> prints blank there.
       REPORT-CHANGE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE CD-TEST-ID TO CG-TEST-ID
           MOVE CD-OPERATION TO CG-OPERATION
           MOVE CD-NUM1 TO CG-NUM1
           MOVE CD-NUM2 TO CG-NUM2
           MOVE CD-WORK-NAME TO CG-WORK-NAME
           MOVE SPACES TO CG-OLD-SIDE
           MOVE SPACES TO CG-NEW-SIDE
           IF CG-CHANGE NOT = "NEW"
               MOVE BR-RESULT TO CG-OLD-RESULT
               MOVE BR-STATUS TO CG-OLD-STATUS
           END-IF
           IF CG-CHANGE NOT = "GONE"
               MOVE CD-RESULT TO CG-NEW-RESULT
               MOVE CD-STATUS TO CG-NEW-STATUS
           END-IF
           MOVE CHANGE-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE WS-NOW(1:14) TO CH-RUN-AT
           MOVE CERTIFY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CANDIDATE BUILD:" TO BL-LABEL
           MOVE VC-FACT-VERSION TO BL-FACT
           MOVE VC-CALC-VERSION TO BL-CALC
           MOVE SPACES TO BL-CERT-TEXT
           MOVE SPACES TO BL-CERT-ID
           IF VC-CERTIFIED
               MOVE "  CERT " TO BL-CERT-TEXT
               MOVE VC-CERT-ID TO BL-CERT-ID
           END-IF
           MOVE BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WORK-I FROM 1 BY 1
                   UNTIL WORK-I > SF-WORK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "WORK FILE:        " SF-WORK-FILE(WORK-I)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-BASE-ON-FILE
               MOVE "CERTIFIED BUILD:" TO BL-LABEL
               MOVE BH-FACT-VERSION TO BL-FACT
               MOVE BH-CALC-VERSION TO BL-CALC
               MOVE "  CERT " TO BL-CERT-TEXT
               MOVE BH-CERT-ID TO BL-CERT-ID
               MOVE BUILD-LINE TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CERTIFIED BUILD:  NONE ON FILE -- EVERY "
                   "ANSWER IS NEW" DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHANGE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-LISTED-COUNT = 0
               MOVE "  (NO ANSWER DIFFERS FROM THE CERTIFIED BUILD)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASE-COUNT TO CT-CASES
           MOVE WS-SAME-COUNT TO CT-SAME
           MOVE WS-CHANGED-COUNT TO CT-CHANGED
           MOVE WS-NEW-COUNT TO CT-NEW
           MOVE WS-GONE-COUNT TO CT-GONE
           MOVE CERTIFY-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN CR-UNBUMPED-FLAG = 'Y'
                   STRING "SIGN-OFF: REFUSED -- ANSWERS CHANGED UNDER "
                       "CERTIFIED VERSION STAMPS; BUMP THE VERSION "
                       "AND RE-RUN"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CR-CHANGED-COUNT = 0 AND VC-CERTIFIED
                   STRING "SIGN-OFF: NOT NEEDED -- THIS BUILD IS "
                       "ALREADY CERTIFIED"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "SIGN-OFF: AN ADMIN OPERATOR RUNS "
                       "LIB-CERTIFY SIGN TO APPROVE THE LIST ABOVE"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       WRITE-CANDIDATE-FILE.
           OPEN OUTPUT CANDIDATE-FILE
           IF NOT WS-CANDIDATE-STATUS-OK
               MOVE "CERTRUN.DAT" TO EH-FILE-NAME
               MOVE WS-CANDIDATE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE CAND-HEADER TO CANDIDATE-RECORD
           WRITE CANDIDATE-RECORD
           PERFORM VARYING CAND-I FROM 1 BY 1
                   UNTIL CAND-I > WS-CAND-COUNT
               MOVE CE-RECORD(CAND-I) TO CANDIDATE-RECORD
               WRITE CANDIDATE-RECORD
           END-PERFORM
           CLOSE CANDIDATE-FILE.

      *> ---------------------------------------------------------
      *> Sign-off.
      *> ---------------------------------------------------------
      *> Refused unless the listed run is this very build's, it was
      *> compared against the certified set still on file, and its
      *> stamps were bumped for any changed answer.
       SIGN-OFF-CANDIDATE.
           PERFORM SIGN-ON-APPROVER
           PERFORM LOAD-CANDIDATE-RUN
           EVALUATE TRUE
               WHEN CR-FACT-VERSION NOT = VC-FACT-VERSION
                   OR CR-CALC-VERSION NOT = VC-CALC-VERSION
                   DISPLAY "LIB-CERTIFY: CERTRUN.DAT was run on "
                       "FACTORIAL V" CR-FACT-VERSION " CALCULATOR V"
                       CR-CALC-VERSION ", this build is FACTORIAL V"
                       VC-FACT-VERSION " CALCULATOR V" VC-CALC-VERSION
                       " -- re-run LIB-CERTIFY."
                   MOVE 12 TO RETURN-CODE
               WHEN CR-BASE-CERT-ID NOT = BH-CERT-ID
                   DISPLAY "LIB-CERTIFY: CERTRUN.DAT was compared "
                       "with certification " CR-BASE-CERT-ID
                       ", the certified set is now " BH-CERT-ID
                       " -- re-run LIB-CERTIFY."
                   MOVE 12 TO RETURN-CODE
               WHEN CR-UNBUMPED-FLAG = 'Y'
                   DISPLAY "LIB-CERTIFY: answers changed under "
                       "certified version stamps -- bump the logic "
                       "version, then re-run LIB-CERTIFY."
                   MOVE 12 TO RETURN-CODE
               WHEN CR-CHANGED-COUNT = 0 AND VC-CERTIFIED
                   DISPLAY "LIB-CERTIFY: this build is already "
                       "certified (" VC-CERT-ID ", approved by "
                       VC-APPROVER ") -- nothing to sign."
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CONFIRM-SIGN-OFF
           END-EVALUATE.

       SIGN-ON-APPROVER.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN INPUT OPER-MASTER-FILE
           IF WS-MASTER-MISSING
               DISPLAY "LIB-CERTIFY: no OPERMAST.DAT -- no approver "
                   "can be verified, sign-off refused."
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
                           SET WS-OPERATOR-MAY-SIGN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-MASTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-OPERATOR-MAY-SIGN
               DISPLAY "Operator " WS-OPERATOR-ID " does not have "
                   "admin authority -- sign-off refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CANDIDATE-RUN.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-MISSING
               DISPLAY "LIB-CERTIFY: no CERTRUN.DAT -- run "
                   "LIB-CERTIFY first, then sign off its report."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-CANDIDATE-STATUS-OK
               MOVE "CERTRUN.DAT" TO EH-FILE-NAME
               MOVE WS-CANDIDATE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE SPACES TO CAND-HEADER
           PERFORM UNTIL WS-EOF
               READ CANDIDATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CANDIDATE-RECORD(1:1) = "H"
                           MOVE CANDIDATE-RECORD TO CAND-HEADER
                       ELSE IF WS-CAND-COUNT < 3000
                           ADD 1 TO WS-CAND-COUNT
                           MOVE CANDIDATE-RECORD
                               TO CE-RECORD(WS-CAND-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT CR-IS-HEADER
               DISPLAY "LIB-CERTIFY: CERTRUN.DAT has no header -- "
                   "re-run LIB-CERTIFY."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFIRM-SIGN-OFF.
           DISPLAY "LIB-CERTIFY: build FACTORIAL V" CR-FACT-VERSION
               " CALCULATOR V" CR-CALC-VERSION ", run at " CR-RUN-AT
           DISPLAY "             " CR-CASE-COUNT " case(s), "
               CR-CHANGED-COUNT " difference(s) listed on "
               "CERTIFY.RPT"
           DISPLAY "Sign off this build for production (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF NOT WS-REPLY-YES
               DISPLAY "LIB-CERTIFY: not signed off."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM FIND-LAST-CERT-ID
               PERFORM APPEND-CERTIFIED-VERSION
               PERFORM REPLACE-CERTIFIED-RESULTS
               DISPLAY "LIB-CERTIFY: certification " CV-CERT-ID
                   " recorded, approved by " WS-OPERATOR-ID "."
               MOVE 0 TO RETURN-CODE
           END-IF.

       FIND-LAST-CERT-ID.
           MOVE 0 TO WS-LAST-CERT-ID
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ CERT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CV-CERT-ID > WS-LAST-CERT-ID
                               MOVE CV-CERT-ID TO WS-LAST-CERT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       APPEND-CERTIFIED-VERSION.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-MISSING
               OPEN OUTPUT CERT-FILE
           END-IF
           IF NOT WS-CERT-STATUS-OK
               MOVE "CERTVER.DAT" TO EH-FILE-NAME
               MOVE WS-CERT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           COMPUTE CV-CERT-ID = WS-LAST-CERT-ID + 1
           MOVE CR-FACT-VERSION TO CV-FACT-VERSION
           MOVE CR-CALC-VERSION TO CV-CALC-VERSION
           MOVE WS-OPERATOR-ID TO CV-APPROVER
           MOVE WS-NOW(1:14) TO CV-SIGNED-AT
           MOVE CR-CASE-COUNT TO CV-CASE-COUNT
           MOVE CR-CHANGED-COUNT TO CV-CHANGED-COUNT
           WRITE CERT-RECORD
           CLOSE CERT-FILE.

       REPLACE-CERTIFIED-RESULTS.
           OPEN OUTPUT CERTIFIED-FILE
           IF NOT WS-CERTIFIED-STATUS-OK
               MOVE "CERTRES.DAT" TO EH-FILE-NAME
               MOVE WS-CERTIFIED-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE CV-CERT-ID TO CR-CERT-ID
           MOVE CAND-HEADER TO CERTIFIED-RECORD
           WRITE CERTIFIED-RECORD
           PERFORM VARYING CAND-I FROM 1 BY 1
                   UNTIL CAND-I > WS-CAND-COUNT
               MOVE CE-RECORD(CAND-I) TO CERTIFIED-RECORD
               WRITE CERTIFIED-RECORD
           END-PERFORM
           CLOSE CERTIFIED-FILE.

      *> ---------------------------------------------------------
      *> Shared.
      *> ---------------------------------------------------------
       LOAD-CERTIFIED-RESULTS.
           MOVE SPACES TO BASE-HEADER
           MOVE 0 TO BH-CERT-ID
           OPEN INPUT CERTIFIED-FILE
           IF WS-CERTIFIED-MISSING
               CONTINUE
           ELSE
               IF NOT WS-CERTIFIED-STATUS-OK
                   MOVE "CERTRES.DAT" TO EH-FILE-NAME
                   MOVE WS-CERTIFIED-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CERTIFIED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-CERTIFIED-ROW
                   END-READ
               END-PERFORM
               CLOSE CERTIFIED-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       CAPTURE-CERTIFIED-ROW.
           IF CERTIFIED-RECORD(1:1) = "H"
               MOVE CERTIFIED-RECORD TO BASE-HEADER
               SET WS-BASE-ON-FILE TO TRUE
           ELSE IF WS-BASE-COUNT < 3000
               ADD 1 TO WS-BASE-COUNT
               MOVE CERTIFIED-RECORD TO BASE-ROW
               IF BR-IS-DETAIL AND BR-WORK-NAME = SPACES
                   MOVE "RUNTESTS.DAT" TO BR-WORK-NAME
               END-IF
               MOVE BASE-ROW TO BE-RECORD(WS-BASE-COUNT)
               MOVE 'N' TO BE-MATCHED(WS-BASE-COUNT)
           END-IF
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "LIB-CERTIFY" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
