      *>   col  10    include FIBONACCI (Y/N)
      *>   col  11    include SUMNUMBERS (Y/N)
      *>   cols 12-14 page size (detail lines per page) PIC 9(3)
      *>   col  15    include COMBINATIONS C(N,R) (Y/N)
      *>   cols 16-19 the R for that column     PIC 9(4)
      *> No card on file reproduces the report's long-standing
      *> defaults: N 0 through 20, factorial and fibonacci, 50 lines.
      *> A card punched before the combinations column existed has
      *> spaces in 15-19 and leaves the column off.
           SELECT PARAM-FILE ASSIGN TO "FACTFIB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           05 PRM-FIB-FLAG     PIC X.
           05 PRM-SUM-FLAG     PIC X.
           05 PRM-PAGE-SIZE    PIC 9(3).
           05 PRM-COMB-FLAG    PIC X.
           05 PRM-COMB-R       PIC X(4).
           05 PRM-COMB-R-NUM REDEFINES PRM-COMB-R PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(102).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS  PIC XX.
          88 WS-WANT-FIB        VALUE 'Y'.
       01 WS-SUM-WANTED   PIC X VALUE 'N'.
          88 WS-WANT-SUM        VALUE 'Y'.
       01 WS-COMB-WANTED  PIC X VALUE 'N'.
          88 WS-WANT-COMB       VALUE 'Y'.
       01 WS-COMB-R       PIC 9(4) VALUE 0.
       01 WS-COMB-R-ED    PIC Z(3)9.
       01 WS-PAGE-SIZE    PIC 9(3) VALUE 50.

       01 WS-PAGE-NUMBER  PIC 9(4) VALUE 0.

       COPY NUMLINK.

       COPY COMBLINK.

       COPY VAULTLINK.

       COPY ERRLINK.

       01 PAGE-HEADING-1.
           05 CH-FACT PIC X(24).
           05 CH-FIB  PIC X(24).
           05 CH-SUM  PIC X(24).
           05 CH-COMB PIC X(24).

       01 REPORT-DETAIL.
           05 RD-N        PIC ZZZ9.
           05 RD-FIB      PIC X(22).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-SUM      PIC X(22).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-COMB     PIC X(22).

       01 WS-VALUE-CELL.
           05 WS-CELL-NUMBER PIC Z(19)9.
           MOVE REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "FACTFIB.RPT" TO VT-REPORT-NAME
           MOVE "FACTFIBREPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           GOBACK.

       CALL-ERROR-HANDLER.
               MOVE PRM-FIB-FLAG TO WS-FIB-WANTED
               MOVE PRM-SUM-FLAG TO WS-SUM-WANTED
               MOVE PRM-PAGE-SIZE TO WS-PAGE-SIZE
               IF PRM-COMB-FLAG = 'Y'
                   IF PRM-COMB-R-NUM NUMERIC
                       MOVE 'Y' TO WS-COMB-WANTED
                       MOVE PRM-COMB-R-NUM TO WS-COMB-R
                   ELSE
                       DISPLAY "FACTFIBREPORT: combinations column "
                           "asked for without an R in cols 16-19: "
                           PARAM-RECORD
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           ELSE
               DISPLAY "FACTFIBREPORT: unreadable FACTFIB.PRM card: "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT (WS-WANT-FACT OR WS-WANT-FIB OR WS-WANT-SUM
                   OR WS-WANT-COMB)
               DISPLAY "FACTFIBREPORT: no function selected on the "
                   "parameter card"
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE PAGE-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO CH-FACT CH-FIB CH-SUM CH-COMB
           IF WS-WANT-FACT
               MOVE "FACTORIAL(N)" TO CH-FACT
           END-IF
           IF WS-WANT-SUM
               MOVE "SUMNUMBERS(N)" TO CH-SUM
           END-IF
           IF WS-WANT-COMB
               MOVE WS-COMB-R TO WS-COMB-R-ED
               STRING "C(N,R) FOR R=" WS-COMB-R-ED
                   DELIMITED BY SIZE INTO CH-COMB
           END-IF
           MOVE COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINES-ON-PAGE.
               PERFORM START-NEW-PAGE
           END-IF
           MOVE N TO RD-N
           MOVE SPACES TO RD-FACT RD-FIB RD-SUM RD-COMB
           IF WS-WANT-FACT
               CALL 'FACTORIAL' USING N, RESULT, NU-STATUS
               PERFORM FORMAT-VALUE-CELL
               PERFORM FORMAT-VALUE-CELL
               MOVE WS-VALUE-CELL TO RD-SUM
           END-IF
      *> Rows with N below R have no combinations to count; the
      *> cell is left blank rather than flagged.
           IF WS-WANT-COMB AND N >= WS-COMB-R
               MOVE N TO CB-N
               MOVE WS-COMB-R TO CB-R
               CALL 'COMBINATIONS' USING CB-N CB-R CB-RESULT
                   CB-STATUS
               IF CB-STATUS-OVERFLOW
                   MOVE "      *OVERFLOW*" TO WS-VALUE-CELL
               ELSE
                   MOVE CB-RESULT TO WS-CELL-NUMBER
               END-IF
               MOVE WS-VALUE-CELL TO RD-COMB
           END-IF
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
