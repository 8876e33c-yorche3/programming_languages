       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMETABREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One fixed-format control card drives the whole report:
      *>   cols  1-5  from-N            PIC 9(5)
      *>   cols  6-10 to-N              PIC 9(5)
      *>   cols 11-13 page size (detail lines per page) PIC 9(3)
      *> The range is PRIME-FACTORS' own: 2 through 99999. No card on
      *> file gives N 2 through 100, 50 lines a page.
           SELECT PARAM-FILE ASSIGN TO "PRIMETAB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PRIMETAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 PRM-FROM-N       PIC 9(5).
           05 PRM-TO-N         PIC 9(5).
           05 PRM-PAGE-SIZE    PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS  PIC XX.
          88 WS-FILE-STATUS-OK     VALUE '00'.
       01 WS-PARAM-STATUS PIC XX.
          88 WS-PARAM-STATUS-OK    VALUE '00'.
          88 WS-PARAM-MISSING      VALUE '35'.

       01 WS-FROM-N       PIC 9(5) VALUE 2.
       01 WS-TO-N         PIC 9(5) VALUE 100.
       01 WS-PAGE-SIZE    PIC 9(3) VALUE 50.
      *> One digit wider than PF-N so the loop can step past 99999.
       01 WS-N            PIC 9(6).

       01 WS-PAGE-NUMBER  PIC 9(4) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-PRIMES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-PRIME-COUNT  PIC 9(9) VALUE 0.
       01 WS-RUN-DATE     PIC X(8).
       01 WS-DENSITY      PIC 9(3)V99.

      *> The factorization folded to one row per distinct prime.
       01 WS-DISTINCT-COUNT PIC 9(2).
       01 WS-DISTINCT-TABLE.
          05 DF-ENTRY OCCURS 20 TIMES.
             10 DF-PRIME      PIC 9(5).
             10 DF-EXPONENT   PIC 9(2).
       01 DF-I            PIC 9(2).
       01 PF-I            PIC 9(2).
       01 WS-EXP-GCD      PIC 9(2).
       01 WS-ROOT         PIC 9(5).

      *> Numbers go into the factorization and perfect-power text
      *> without their leading blanks.
       01 WS-NUM-VALUE    PIC 9(5).
       01 WS-NUM-ED       PIC Z(4)9.
       01 WS-NUM-LEAD     PIC 9(2).
       01 WS-TEXT-PTR     PIC 9(3).

      *> Gaps between consecutive primes in the range. No two primes
      *> below 100000 are more than 72 apart, so a slot per gap size
      *> up to 100 covers every range the card can ask for.
       01 WS-LAST-PRIME   PIC 9(5) VALUE 0.
       01 WS-FIRST-PRIME  PIC 9(5) VALUE 0.
       01 WS-GAP          PIC 9(5).
       01 WS-GAP-COUNT    PIC 9(9) VALUE 0.
       01 WS-MIN-GAP      PIC 9(5) VALUE 0.
       01 WS-MIN-GAP-FROM PIC 9(5) VALUE 0.
       01 WS-MAX-GAP      PIC 9(5) VALUE 0.
       01 WS-MAX-GAP-FROM PIC 9(5) VALUE 0.
       01 WS-AVERAGE-GAP  PIC 9(5)V99.
       01 WS-GAP-SIZES.
          05 GS-OCCURRENCES OCCURS 100 TIMES PIC 9(9).
       01 GS-I            PIC 9(3).

       COPY PFACTLINK.

       COPY NUM2LINK.

       COPY VAULTLINK.

       COPY ERRLINK.

       01 PAGE-HEADING-1.
           05 FILLER PIC X(39)
               VALUE "PRIME AND FACTORIZATION REFERENCE TABLE".
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 PH-RUN-DATE PIC X(8).
           05 FILLER PIC X(7)  VALUE "  PAGE ".
           05 PH-PAGE-NUMBER PIC ZZZ9.

       01 PAGE-HEADING-2.
           05 FILLER PIC X(8)  VALUE "N RANGE ".
           05 PH-FROM-N PIC ZZZZ9.
           05 FILLER PIC X(9)  VALUE " THROUGH ".
           05 PH-TO-N   PIC ZZZZ9.

       01 COLUMN-HEADING.
           05 FILLER PIC X(7)  VALUE "    N".
           05 FILLER PIC X(11) VALUE "CLASS".
           05 FILLER PIC X(38) VALUE "FACTORIZATION".
           05 FILLER PIC X(10) VALUE "DISTINCT".
           05 FILLER PIC X(13) VALUE "PERFECT POWER".

       01 REPORT-DETAIL.
           05 RD-N        PIC ZZZZ9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-CLASS    PIC X(9).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-FACTORS  PIC X(36).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-DISTINCT PIC Z(7)9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 RD-POWER    PIC X(16).

       01 PAGE-FOOTING.
           05 FILLER PIC X(15) VALUE "PRIMES ON PAGE ".
           05 PG-PRIMES    PIC ZZ9.
           05 FILLER PIC X(4)  VALUE " OF ".
           05 PG-NUMBERS   PIC ZZ9.
           05 FILLER PIC X(21) VALUE "   PRIME DENSITY    ".
           05 PG-DENSITY   PIC ZZ9.99.
           05 FILLER PIC X     VALUE "%".

       01 SUMMARY-HEADING.
           05 FILLER PIC X(27) VALUE "RANGE SUMMARY -- PRIME GAPS".

       01 SUMMARY-COUNT-LINE.
           05 SC-LABEL     PIC X(22).
           05 SC-COUNT     PIC ZZZZZZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 SC-NOTE      PIC X(40).

       01 SUMMARY-GAP-LINE.
           05 SG-LABEL     PIC X(22).
           05 SG-GAP       PIC ZZZZZZZZ9.
           05 FILLER       PIC X(17) VALUE "   FIRST BETWEEN ".
           05 SG-FROM      PIC ZZZZ9.
           05 FILLER       PIC X(5)  VALUE " AND ".
           05 SG-TO        PIC ZZZZ9.

       01 SUMMARY-AVERAGE-LINE.
           05 FILLER PIC X(22) VALUE "AVERAGE GAP".
           05 SA-AVERAGE   PIC ZZZZZ9.99.

       01 GAP-TABLE-HEADING.
           05 FILLER PIC X(26) VALUE "  GAP SIZE   OCCURRENCES".

       01 GAP-TABLE-LINE.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 GT-GAP       PIC ZZZZZZZ9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 GT-COUNT     PIC ZZZZZZZZ9.

       01 REPORT-TOTAL.
           05 FILLER PIC X(26)
               VALUE "END OF REPORT -- N VALUES:".
           05 RT-DETAIL-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-PARAMETER-CARD
           PERFORM VALIDATE-PARAMETERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-FILE-STATUS-OK
               MOVE "PRIMETAB.RPT" TO EH-FILE-NAME
               MOVE WS-FILE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           INITIALIZE WS-GAP-SIZES
           PERFORM START-NEW-PAGE
           PERFORM VARYING WS-N FROM WS-FROM-N BY 1
                   UNTIL WS-N > WS-TO-N
               PERFORM BUILD-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-PAGE-FOOTING
           PERFORM WRITE-GAP-SUMMARY
           MOVE WS-DETAIL-COUNT TO RT-DETAIL-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "PRIMETAB.RPT" TO VT-REPORT-NAME
           MOVE "PRIMETABREPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CALL-ERROR-HANDLER.
           MOVE "PRIMETABREPORT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.

       READ-PARAMETER-CARD.
           OPEN INPUT PARAM-FILE
           IF NOT WS-PARAM-STATUS-OK AND NOT WS-PARAM-MISSING
               MOVE "PRIMETAB.PRM" TO EH-FILE-NAME
               MOVE WS-PARAM-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           IF WS-PARAM-MISSING
               DISPLAY "PRIMETABREPORT: no PRIMETAB.PRM -- using "
                   "default range 2 through 100"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PRIMETABREPORT: empty PRIMETAB.PRM -- "
                           "using default range 2 through 100"
                   NOT AT END
                       PERFORM CAPTURE-PARAMETERS
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       CAPTURE-PARAMETERS.
           IF PRM-FROM-N NUMERIC AND PRM-TO-N NUMERIC
                   AND PRM-PAGE-SIZE NUMERIC
               MOVE PRM-FROM-N TO WS-FROM-N
               MOVE PRM-TO-N TO WS-TO-N
               MOVE PRM-PAGE-SIZE TO WS-PAGE-SIZE
           ELSE
               DISPLAY "PRIMETABREPORT: unreadable PRIMETAB.PRM card: "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *> PRIME-FACTORS refuses anything below 2, so the table starts
      *> there; the top of PF-N's range is enforced by its picture.
       VALIDATE-PARAMETERS.
           IF WS-FROM-N < 2
               DISPLAY "PRIMETABREPORT: from-N " WS-FROM-N
                   " is below 2 -- there is nothing to factor"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FROM-N > WS-TO-N
               DISPLAY "PRIMETABREPORT: from-N " WS-FROM-N
                   " exceeds to-N " WS-TO-N
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAGE-SIZE = 0
               DISPLAY "PRIMETABREPORT: page size must not be zero"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER
           MOVE WS-FROM-N TO PH-FROM-N
           MOVE WS-TO-N TO PH-TO-N
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE PAGE-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAGE-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINES-ON-PAGE
           MOVE 0 TO WS-PRIMES-ON-PAGE.

      *> Every page closes with how many of its numbers were prime.
       WRITE-PAGE-FOOTING.
           MOVE WS-PRIMES-ON-PAGE TO PG-PRIMES
           MOVE WS-LINES-ON-PAGE TO PG-NUMBERS
           MOVE 0 TO WS-DENSITY
           IF WS-LINES-ON-PAGE > 0
               COMPUTE WS-DENSITY ROUNDED =
                   WS-PRIMES-ON-PAGE * 100 / WS-LINES-ON-PAGE
           END-IF
           MOVE WS-DENSITY TO PG-DENSITY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAGE-FOOTING TO REPORT-LINE
           WRITE REPORT-LINE.

       BUILD-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-FOOTING
               PERFORM START-NEW-PAGE
           END-IF
           MOVE WS-N TO PF-N
           CALL 'PRIME-FACTORS' USING PF-N PF-TABLE PF-COUNT
               PF-STATUS
           MOVE WS-N TO RD-N
           MOVE SPACES TO RD-CLASS RD-FACTORS RD-POWER
           MOVE 0 TO RD-DISTINCT
           IF NOT PF-STATUS-OK
               MOVE "*INVALID*" TO RD-CLASS
           ELSE
               PERFORM FOLD-FACTORS
               PERFORM FORMAT-FACTORIZATION
               MOVE WS-DISTINCT-COUNT TO RD-DISTINCT
      *> A prime is its own single factor.
               IF PF-COUNT = 1
                   MOVE "PRIME" TO RD-CLASS
                   MOVE "NO" TO RD-POWER
                   PERFORM COUNT-PRIME
               ELSE
                   MOVE "COMPOSITE" TO RD-CLASS
                   PERFORM JUDGE-PERFECT-POWER
               END-IF
           END-IF
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           ADD 1 TO WS-DETAIL-COUNT.

      *> PF-TABLE repeats each prime to its multiplicity, in
      *> ascending order; consecutive equal entries become one
      *> prime with an exponent.
       FOLD-FACTORS.
           MOVE 0 TO WS-DISTINCT-COUNT
           PERFORM VARYING PF-I FROM 1 BY 1 UNTIL PF-I > PF-COUNT
               IF WS-DISTINCT-COUNT > 0
                   AND PF-FACTOR(PF-I) = DF-PRIME(WS-DISTINCT-COUNT)
                   ADD 1 TO DF-EXPONENT(WS-DISTINCT-COUNT)
               ELSE
                   ADD 1 TO WS-DISTINCT-COUNT
                   MOVE PF-FACTOR(PF-I) TO DF-PRIME(WS-DISTINCT-COUNT)
                   MOVE 1 TO DF-EXPONENT(WS-DISTINCT-COUNT)
               END-IF
           END-PERFORM.

      *> Exponent form, e.g. 2^4 x 3 x 5^3; an exponent of 1 is
      *> left off.
       FORMAT-FACTORIZATION.
           MOVE 1 TO WS-TEXT-PTR
           PERFORM VARYING DF-I FROM 1 BY 1
                   UNTIL DF-I > WS-DISTINCT-COUNT
               IF DF-I > 1
                   STRING " x " DELIMITED BY SIZE
                       INTO RD-FACTORS WITH POINTER WS-TEXT-PTR
               END-IF
               MOVE DF-PRIME(DF-I) TO WS-NUM-VALUE
               PERFORM EDIT-NUMBER
               STRING WS-NUM-ED(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
                   INTO RD-FACTORS WITH POINTER WS-TEXT-PTR
               IF DF-EXPONENT(DF-I) > 1
                   MOVE DF-EXPONENT(DF-I) TO WS-NUM-VALUE
                   PERFORM EDIT-NUMBER
                   STRING "^" DELIMITED BY SIZE
                       WS-NUM-ED(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
                       INTO RD-FACTORS WITH POINTER WS-TEXT-PTR
               END-IF
           END-PERFORM.

      *> N is a perfect power exactly when the exponents of its
      *> factorization share a divisor k above 1; it is then the
      *> k-th power of the product of each prime to its exponent
      *> over k. The column shows the smallest such base.
       JUDGE-PERFECT-POWER.
           MOVE DF-EXPONENT(1) TO WS-EXP-GCD
           PERFORM VARYING DF-I FROM 2 BY 1
                   UNTIL DF-I > WS-DISTINCT-COUNT OR WS-EXP-GCD = 1
               MOVE WS-EXP-GCD TO N2-NUM1
               MOVE DF-EXPONENT(DF-I) TO N2-NUM2
               CALL 'GCD' USING N2-NUM1 N2-NUM2 N2-RESULT N2-STATUS
               MOVE N2-RESULT TO WS-EXP-GCD
           END-PERFORM
           IF WS-EXP-GCD < 2
               MOVE "NO" TO RD-POWER
           ELSE
               MOVE 1 TO WS-ROOT
               PERFORM VARYING DF-I FROM 1 BY 1
                       UNTIL DF-I > WS-DISTINCT-COUNT
                   COMPUTE WS-ROOT = WS-ROOT * DF-PRIME(DF-I)
                       ** (DF-EXPONENT(DF-I) / WS-EXP-GCD)
               END-PERFORM
               MOVE 1 TO WS-TEXT-PTR
               MOVE WS-ROOT TO WS-NUM-VALUE
               PERFORM EDIT-NUMBER
               STRING "YES  " DELIMITED BY SIZE
                   WS-NUM-ED(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
                   INTO RD-POWER WITH POINTER WS-TEXT-PTR
               MOVE WS-EXP-GCD TO WS-NUM-VALUE
               PERFORM EDIT-NUMBER
               STRING "^" DELIMITED BY SIZE
                   WS-NUM-ED(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
                   INTO RD-POWER WITH POINTER WS-TEXT-PTR
           END-IF.

       EDIT-NUMBER.
           MOVE WS-NUM-VALUE TO WS-NUM-ED
           MOVE 0 TO WS-NUM-LEAD
           INSPECT WS-NUM-ED TALLYING WS-NUM-LEAD FOR LEADING SPACE.

      *> Tallies the prime for its page and the range, and measures
      *> the gap back to the prime before it.
       COUNT-PRIME.
           ADD 1 TO WS-PRIMES-ON-PAGE
           ADD 1 TO WS-PRIME-COUNT
           IF WS-PRIME-COUNT = 1
               MOVE WS-N TO WS-FIRST-PRIME
           ELSE
               COMPUTE WS-GAP = WS-N - WS-LAST-PRIME
               ADD 1 TO WS-GAP-COUNT
               IF WS-GAP <= 100
                   ADD 1 TO GS-OCCURRENCES(WS-GAP)
               END-IF
               IF WS-GAP-COUNT = 1 OR WS-GAP < WS-MIN-GAP
                   MOVE WS-GAP TO WS-MIN-GAP
                   MOVE WS-LAST-PRIME TO WS-MIN-GAP-FROM
               END-IF
               IF WS-GAP > WS-MAX-GAP
                   MOVE WS-GAP TO WS-MAX-GAP
                   MOVE WS-LAST-PRIME TO WS-MAX-GAP-FROM
               END-IF
           END-IF
           MOVE WS-N TO WS-LAST-PRIME.

       WRITE-GAP-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SC-NOTE
           MOVE "NUMBERS LISTED" TO SC-LABEL
           MOVE WS-DETAIL-COUNT TO SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-DENSITY
           IF WS-DETAIL-COUNT > 0
               COMPUTE WS-DENSITY ROUNDED =
                   WS-PRIME-COUNT * 100 / WS-DETAIL-COUNT
           END-IF
           MOVE WS-DENSITY TO PG-DENSITY
           MOVE SPACES TO SC-NOTE
           STRING "PRIME DENSITY " PG-DENSITY "%"
               DELIMITED BY SIZE INTO SC-NOTE
           MOVE "PRIMES FOUND" TO SC-LABEL
           MOVE WS-PRIME-COUNT TO SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SC-NOTE
           MOVE "PRIME GAPS" TO SC-LABEL
           MOVE WS-GAP-COUNT TO SC-COUNT
           IF WS-GAP-COUNT = 0
               MOVE "FEWER THAN TWO PRIMES IN RANGE" TO SC-NOTE
           END-IF
           MOVE SUMMARY-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GAP-COUNT > 0
               MOVE "SMALLEST GAP" TO SG-LABEL
               MOVE WS-MIN-GAP TO SG-GAP
               MOVE WS-MIN-GAP-FROM TO SG-FROM
               COMPUTE SG-TO = WS-MIN-GAP-FROM + WS-MIN-GAP
               MOVE SUMMARY-GAP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "LARGEST GAP" TO SG-LABEL
               MOVE WS-MAX-GAP TO SG-GAP
               MOVE WS-MAX-GAP-FROM TO SG-FROM
               COMPUTE SG-TO = WS-MAX-GAP-FROM + WS-MAX-GAP
               MOVE SUMMARY-GAP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-AVERAGE-GAP ROUNDED =
                   (WS-LAST-PRIME - WS-FIRST-PRIME) / WS-GAP-COUNT
               MOVE WS-AVERAGE-GAP TO SA-AVERAGE
               MOVE SUMMARY-AVERAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE GAP-TABLE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING GS-I FROM 1 BY 1 UNTIL GS-I > 100
                   IF GS-OCCURRENCES(GS-I) > 0
                       MOVE GS-I TO GT-GAP
                       MOVE GS-OCCURRENCES(GS-I) TO GT-COUNT
                       MOVE GAP-TABLE-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
