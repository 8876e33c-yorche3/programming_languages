       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERAGE-MATRIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "RUNTESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "OPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COVERAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-RECORD.
       COPY WORKREC.

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
       COPY OPREGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
          88 WS-FILE-STATUS-OK      VALUE '00'.
       01 WS-REGISTRY-STATUS PIC XX.
          88 WS-REGISTRY-STATUS-OK  VALUE '00'.
          88 WS-REGISTRY-MISSING    VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.

       01 WS-TODAY-DATE     PIC X(8).

      *> The fixed operand classes every operation is crossed with.
      *> A class that cannot arise through an operation's LINKAGE
      *> (a negative or fractional operand on an unsigned integer
      *> picture) is shown n/a and is never a gap.
       01 CLASS-NAME-DATA.
          05 FILLER PIC X(10) VALUE "ZERO".
          05 FILLER PIC X(10) VALUE "ONE".
          05 FILLER PIC X(10) VALUE "NEGATIVE".
          05 FILLER PIC X(10) VALUE "MAX MAG".
          05 FILLER PIC X(10) VALUE "FRACTION".
          05 FILLER PIC X(10) VALUE "BAD STATUS".
          05 FILLER PIC X(10) VALUE "TOLERANCE".
       01 CLASS-NAME-TABLE REDEFINES CLASS-NAME-DATA.
          05 CLASS-NAME OCCURS 7 TIMES PIC X(10).
       01 WS-CLASS-COUNT    PIC 9 VALUE 7.
       01 CLASS-I           PIC 9.

      *> Batch-flagged operations from OPREG.DAT, with the shape of
      *> their operands taken from the LINKAGE copybook the registry
      *> names: how many operands, whether they carry a sign and
      *> decimals, and the largest magnitude the picture holds.
       01 WS-REG-COUNT      PIC 9(2) VALUE 0.
       01 OPERATION-TABLE.
          05 OPERATION-ENTRY OCCURS 30 TIMES INDEXED BY OX.
             10 OX-OPERATION  PIC X(14).
             10 OX-LINKAGE    PIC X(12).
             10 OX-BINARY-FLAG PIC X.
                88 OX-TWO-OPERANDS   VALUE 'Y'.
             10 OX-SIGNED-FLAG PIC X.
                88 OX-SIGNED-DECIMAL VALUE 'Y'.
             10 OX-MAX-MAG    PIC 9(5)V99.
             10 OX-CELL OCCURS 7 TIMES PIC 9(4).
             10 OX-GAPS       PIC 9.
       01 OP-I              PIC 9(2).

       01 WS-CASE-ACTIVE-FLAG PIC X.
          88 WS-CASE-ACTIVE       VALUE 'Y'.
       01 WS-ABS-NUM1       PIC 9(5)V99.
       01 WS-ABS-NUM2       PIC 9(5)V99.
       01 WS-WHOLE-PART     PIC S9(5).

       01 WS-CASES-READ     PIC 9(4) VALUE 0.
       01 WS-CASES-COUNTED  PIC 9(4) VALUE 0.
       01 WS-CASES-INACTIVE PIC 9(4) VALUE 0.
       01 WS-CASES-UNREG    PIC 9(4) VALUE 0.
       01 WS-TOTAL-GAPS     PIC 9(4) VALUE 0.

       01 MATRIX-HEADING.
          05 FILLER PIC X(15) VALUE "OPERATION".
          05 FILLER PIC X(11) VALUE "ZERO".
          05 FILLER PIC X(11) VALUE "ONE".
          05 FILLER PIC X(11) VALUE "NEGATIVE".
          05 FILLER PIC X(11) VALUE "MAX MAG".
          05 FILLER PIC X(11) VALUE "FRACTION".
          05 FILLER PIC X(11) VALUE "BAD STATUS".
          05 FILLER PIC X(11) VALUE "TOLERANCE".

       01 MATRIX-DETAIL.
          05 MD-OPERATION   PIC X(14).
          05 MD-CELL-AREA OCCURS 7 TIMES.
             10 FILLER      PIC X.
             10 MD-CELL     PIC X(10).
       01 WS-CELL-COUNT-ED  PIC ZZZ9.

       01 GAP-DETAIL.
          05 FILLER         PIC X(4) VALUE SPACES.
          05 GD-OPERATION   PIC X(14).
          05 FILLER         PIC X VALUE SPACE.
          05 GD-CLASS       PIC X(10).
          05 FILLER         PIC X(14) VALUE "  NO CASE".

       01 GAP-SUMMARY-LINE.
          05 FILLER         PIC X(4) VALUE SPACES.
          05 GS-OPERATION   PIC X(14).
          05 FILLER         PIC X(7) VALUE " GAPS: ".
          05 GS-GAPS        PIC 9.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Crosses every batch-flagged operation on OPREG.DAT against
      *> the fixed operand classes and counts the active RUNTESTS.DAT
      *> cases in each cell: zero, one, negative, maximum magnitude
      *> for the operation's picture, a decimal fraction, an invalid
      *> or overflow status assertion, and a tolerance assertion.
      *> Empty cells are listed as coverage gaps, with a gap count
      *> per operation at the bottom. "Active" is the same lifecycle
      *> gate MAINPROGRAM applies: not held or retired, and inside
      *> the effective window today.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-OPERATION-REGISTRY
           IF WS-REG-COUNT = 0
               DISPLAY "COVERAGE-MATRIX: no batch operations on "
                   "OPREG.DAT -- nothing to measure"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WORK-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE "RUNTESTS.DAT" TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "COVERAGE.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WR-TEST-ID NOT = "SUITE"
                           AND WR-TEST-ID NOT = "CONTINUE"
                           ADD 1 TO WS-CASES-READ
                           PERFORM CLASSIFY-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           PERFORM WRITE-MATRIX
           PERFORM WRITE-GAP-LIST
           PERFORM WRITE-GAP-SUMMARY
           CLOSE REPORT-FILE
           MOVE "COVERAGE.RPT" TO VT-REPORT-NAME
           MOVE "COVERAGE-MATRIX" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "COVERAGE-MATRIX: " WS-CASES-COUNTED
               " active case(s) over " WS-REG-COUNT
               " operation(s), " WS-TOTAL-GAPS
               " coverage gap(s) -- see COVERAGE.RPT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> The LINKAGE name decides the operand shape. CALCLINK is the
      *> only signed decimal picture; NUM2LINK and PFACTLINK carry
      *> five-digit unsigned integers; COMBLINK takes a four-digit
      *> N and R; everything else takes a four-digit N.
       LOAD-OPERATION-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-MISSING
               CONTINUE
           ELSE
               IF NOT WS-REGISTRY-STATUS-OK
                   MOVE "OPREG.DAT" TO EH-FILE-NAME
                   MOVE WS-REGISTRY-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF OR-BATCH-FLAG = 'Y'
                               AND WS-REG-COUNT < 30
                               PERFORM ADD-OPERATION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       ADD-OPERATION-ROW.
           ADD 1 TO WS-REG-COUNT
           SET OX TO WS-REG-COUNT
           MOVE OR-OPERATION TO OX-OPERATION(OX)
           MOVE OR-LINKAGE TO OX-LINKAGE(OX)
           MOVE 'N' TO OX-BINARY-FLAG(OX)
           MOVE 'N' TO OX-SIGNED-FLAG(OX)
           MOVE 0 TO OX-GAPS(OX)
           PERFORM VARYING CLASS-I FROM 1 BY 1
                   UNTIL CLASS-I > WS-CLASS-COUNT
               MOVE 0 TO OX-CELL(OX, CLASS-I)
           END-PERFORM
           EVALUATE OR-LINKAGE
               WHEN "CALCLINK"
                   MOVE 'Y' TO OX-BINARY-FLAG(OX)
                   MOVE 'Y' TO OX-SIGNED-FLAG(OX)
                   MOVE 99999.99 TO OX-MAX-MAG(OX)
               WHEN "NUM2LINK"
                   MOVE 'Y' TO OX-BINARY-FLAG(OX)
                   MOVE 99999 TO OX-MAX-MAG(OX)
               WHEN "PFACTLINK"
                   MOVE 99999 TO OX-MAX-MAG(OX)
               WHEN "COMBLINK"
                   MOVE 'Y' TO OX-BINARY-FLAG(OX)
                   MOVE 9999 TO OX-MAX-MAG(OX)
               WHEN "SUMRANGELINK"
                   MOVE 'Y' TO OX-BINARY-FLAG(OX)
                   MOVE 9999 TO OX-MAX-MAG(OX)
               WHEN OTHER
                   MOVE 9999 TO OX-MAX-MAG(OX)
           END-EVALUATE.

       CLASSIFY-ONE-CASE.
           PERFORM JUDGE-CASE-LIFECYCLE
           IF NOT WS-CASE-ACTIVE
               ADD 1 TO WS-CASES-INACTIVE
           ELSE
               SET OX TO 1
               SEARCH OPERATION-ENTRY
                   AT END
                       ADD 1 TO WS-CASES-UNREG
                   WHEN OX-OPERATION(OX) = WR-OPERATION
                       ADD 1 TO WS-CASES-COUNTED
                       PERFORM COUNT-CASE-CLASSES
               END-SEARCH
           END-IF.

      *> Mirrors MAINPROGRAM's JUDGE-CASE-LIFECYCLE.
       JUDGE-CASE-LIFECYCLE.
           MOVE 'Y' TO WS-CASE-ACTIVE-FLAG
           IF WR-LIFE-STATUS = "H" OR WR-LIFE-STATUS = "R"
               MOVE 'N' TO WS-CASE-ACTIVE-FLAG
           END-IF
           IF WR-EFF-FROM NOT = SPACES
               AND WS-TODAY-DATE < WR-EFF-FROM
               MOVE 'N' TO WS-CASE-ACTIVE-FLAG
           END-IF
           IF WR-EXPIRES NOT = SPACES
               AND WS-TODAY-DATE > WR-EXPIRES
               MOVE 'N' TO WS-CASE-ACTIVE-FLAG
           END-IF.

      *> One case can land in several cells (a negative fraction is
      *> both); NUM2 only counts for two-operand operations.
       COUNT-CASE-CLASSES.
           MOVE 0 TO WS-ABS-NUM1 WS-ABS-NUM2
           IF WR-NUM1 NUMERIC
               MOVE WR-NUM1 TO WS-ABS-NUM1
           END-IF
           IF OX-TWO-OPERANDS(OX) AND WR-NUM2 NUMERIC
               MOVE WR-NUM2 TO WS-ABS-NUM2
           END-IF
           IF WS-ABS-NUM1 = 0
                   OR (OX-TWO-OPERANDS(OX) AND WS-ABS-NUM2 = 0)
               ADD 1 TO OX-CELL(OX, 1)
           END-IF
           IF WS-ABS-NUM1 = 1
                   OR (OX-TWO-OPERANDS(OX) AND WS-ABS-NUM2 = 1)
               ADD 1 TO OX-CELL(OX, 2)
           END-IF
           IF OX-SIGNED-DECIMAL(OX)
               IF WR-NUM1 < 0 OR WR-NUM2 < 0
                   ADD 1 TO OX-CELL(OX, 3)
               END-IF
           END-IF
           IF WS-ABS-NUM1 >= OX-MAX-MAG(OX)
                   OR WS-ABS-NUM2 >= OX-MAX-MAG(OX)
               ADD 1 TO OX-CELL(OX, 4)
           END-IF
           IF OX-SIGNED-DECIMAL(OX)
               PERFORM CHECK-FRACTION-CLASS
           END-IF
           IF (WR-ASSERT-TYPE = "S" OR WR-ASSERT-TYPE = "B")
                   AND WR-EXPECTED-STATUS NOT = "00"
                   AND WR-EXPECTED-STATUS NOT = SPACES
               ADD 1 TO OX-CELL(OX, 6)
           END-IF
           IF WR-ASSERT-TYPE = "T"
               ADD 1 TO OX-CELL(OX, 7)
           END-IF.

       CHECK-FRACTION-CLASS.
           MOVE WR-NUM1 TO WS-WHOLE-PART
           IF WS-WHOLE-PART NOT = WR-NUM1
               ADD 1 TO OX-CELL(OX, 5)
           ELSE
               MOVE WR-NUM2 TO WS-WHOLE-PART
               IF WS-WHOLE-PART NOT = WR-NUM2
                   ADD 1 TO OX-CELL(OX, 5)
               END-IF
           END-IF.

       WRITE-MATRIX.
           MOVE SPACES TO REPORT-LINE
           STRING "OPERAND CLASS COVERAGE -- ACTIVE RUNTESTS.DAT "
               "CASES, " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MATRIX-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING OP-I FROM 1 BY 1
                   UNTIL OP-I > WS-REG-COUNT
               SET OX TO OP-I
               PERFORM WRITE-MATRIX-ROW
           END-PERFORM.

       WRITE-MATRIX-ROW.
           MOVE SPACES TO MATRIX-DETAIL
           MOVE OX-OPERATION(OX) TO MD-OPERATION
           PERFORM VARYING CLASS-I FROM 1 BY 1
                   UNTIL CLASS-I > WS-CLASS-COUNT
               IF NOT OX-SIGNED-DECIMAL(OX)
                       AND (CLASS-I = 3 OR CLASS-I = 5)
                   MOVE "   n/a" TO MD-CELL(CLASS-I)
               ELSE
                   MOVE OX-CELL(OX, CLASS-I) TO WS-CELL-COUNT-ED
                   MOVE WS-CELL-COUNT-ED TO MD-CELL(CLASS-I)(3:4)
                   IF OX-CELL(OX, CLASS-I) = 0
                       MOVE "*" TO MD-CELL(CLASS-I)(8:1)
                       ADD 1 TO OX-GAPS(OX)
                       ADD 1 TO WS-TOTAL-GAPS
                   END-IF
               END-IF
           END-PERFORM
           MOVE MATRIX-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GAP-LIST.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COVERAGE GAPS (EMPTY CELLS, MARKED * ABOVE)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING OP-I FROM 1 BY 1
                   UNTIL OP-I > WS-REG-COUNT
               SET OX TO OP-I
               PERFORM VARYING CLASS-I FROM 1 BY 1
                       UNTIL CLASS-I > WS-CLASS-COUNT
                   IF OX-CELL(OX, CLASS-I) = 0
                       AND (OX-SIGNED-DECIMAL(OX)
                           OR (CLASS-I NOT = 3 AND CLASS-I NOT = 5))
                       MOVE OX-OPERATION(OX) TO GD-OPERATION
                       MOVE CLASS-NAME(CLASS-I) TO GD-CLASS
                       MOVE GAP-DETAIL TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-GAP-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GAP COUNT BY OPERATION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING OP-I FROM 1 BY 1
                   UNTIL OP-I > WS-REG-COUNT
               SET OX TO OP-I
               MOVE OX-OPERATION(OX) TO GS-OPERATION
               MOVE OX-GAPS(OX) TO GS-GAPS
               MOVE GAP-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CASES READ: " WS-CASES-READ
               "  COUNTED: " WS-CASES-COUNTED
               "  INACTIVE: " WS-CASES-INACTIVE
               "  UNREGISTERED: " WS-CASES-UNREG
               "  TOTAL GAPS: " WS-TOTAL-GAPS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CALL-ERROR-HANDLER.
           MOVE "COVERAGE-MATRIX" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
