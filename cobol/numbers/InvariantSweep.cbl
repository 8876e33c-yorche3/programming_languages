       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVARIANT-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One row per identity the library failed to satisfy, closed by
      *> a control-total trailer. EXCEPT-SWEEP files each row on the
      *> exception master like any other break.
           SELECT VIOLATION-FILE ASSIGN TO "INVARIANT.VIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Must stay in step with EXCEPT-SWEEP's INVARIANT-RECORD.
       FD  VIOLATION-FILE.
       01  VIOLATION-RECORD.
           05 IV-IDENTITY      PIC X(10).
           05 IV-OPERATION     PIC X(14).
           05 IV-NUM1          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-NUM2          PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-LEFT-SIDE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-RIGHT-SIDE    PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 IV-STATUS        PIC XX.
           05 IV-TIMESTAMP     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-VIOLATION-STATUS PIC XX.
          88 WS-VIOLATION-STATUS-OK VALUE '00'.

       01 WS-RUN-TIMESTAMP PIC X(21).

      *> Control totals for the trailer and the console summary.
       01 WS-CHECK-COUNT     PIC 9(9) VALUE 0.
       01 WS-VIOLATION-COUNT PIC 9(9) VALUE 0.

      *> Same first-ten-bytes marker convention as the audit trail's
      *> TRAILER row, so the control record is recognizable by any
      *> reader of the file.
       01  VIOLATION-TRAILER-RECORD.
           05 VT-MARKER          PIC X(10) VALUE "TRAILER".
           05 VT-CHECK-COUNT     PIC 9(9).
           05 VT-VIOLATION-COUNT PIC 9(9).
           05 VT-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(60) VALUE SPACES.

      *> CALCULATOR operands: hand-picked edges of the S9(5)V99
      *> range (zero, the smallest fraction, unity, both limits)
      *> followed by evenly stepped values generated across the whole
      *> range, every one paired with every other.
       01 CALC-EDGE-DATA.
          05 FILLER PIC S9(5)V99 VALUE 0.
          05 FILLER PIC S9(5)V99 VALUE 0.01.
          05 FILLER PIC S9(5)V99 VALUE -0.01.
          05 FILLER PIC S9(5)V99 VALUE 1.
          05 FILLER PIC S9(5)V99 VALUE -1.
          05 FILLER PIC S9(5)V99 VALUE 2.50.
          05 FILLER PIC S9(5)V99 VALUE -7.25.
          05 FILLER PIC S9(5)V99 VALUE 3.
          05 FILLER PIC S9(5)V99 VALUE 12345.67.
          05 FILLER PIC S9(5)V99 VALUE -54321.09.
          05 FILLER PIC S9(5)V99 VALUE 99999.99.
          05 FILLER PIC S9(5)V99 VALUE -99999.99.
       01 CALC-EDGE-TABLE REDEFINES CALC-EDGE-DATA.
          05 CALC-EDGE OCCURS 12 TIMES PIC S9(5)V99.
       01 WS-CALC-EDGES      PIC 9(4) VALUE 12.
       01 WS-CALC-STEP       PIC S9(5)V99 VALUE 16666.66.
       01 WS-CALC-COUNT      PIC 9(4) VALUE 0.
       01 CALC-VALUE-AREA.
          05 CALC-VALUE OCCURS 30 TIMES PIC S9(5)V99.

      *> GCD / LCM operands: small and awkward values (primes,
      *> powers of two, highly composite numbers, the 9(5) limit)
      *> followed by stepped values from 1 to the top of the range.
       01 NT-EDGE-DATA.
          05 FILLER PIC 9(5) VALUE 1.
          05 FILLER PIC 9(5) VALUE 2.
          05 FILLER PIC 9(5) VALUE 12.
          05 FILLER PIC 9(5) VALUE 18.
          05 FILLER PIC 9(5) VALUE 97.
          05 FILLER PIC 9(5) VALUE 360.
          05 FILLER PIC 9(5) VALUE 1001.
          05 FILLER PIC 9(5) VALUE 4096.
          05 FILLER PIC 9(5) VALUE 30030.
          05 FILLER PIC 9(5) VALUE 65536.
          05 FILLER PIC 9(5) VALUE 99991.
          05 FILLER PIC 9(5) VALUE 99999.
       01 NT-EDGE-TABLE REDEFINES NT-EDGE-DATA.
          05 NT-EDGE OCCURS 12 TIMES PIC 9(5).
       01 WS-NT-EDGES        PIC 9(4) VALUE 12.
       01 WS-NT-STEP         PIC 9(5) VALUE 7919.
       01 WS-NT-COUNT        PIC 9(4) VALUE 0.
       01 NT-VALUE-AREA.
          05 NT-VALUE OCCURS 30 TIMES PIC 9(5).

      *> SUMNUMBERS-RANGE operands: every start/stop pair of these
      *> four-digit edges is summed at every step below.
       01 SR-EDGE-DATA.
          05 FILLER PIC 9(4) VALUE 0.
          05 FILLER PIC 9(4) VALUE 1.
          05 FILLER PIC 9(4) VALUE 2.
          05 FILLER PIC 9(4) VALUE 3.
          05 FILLER PIC 9(4) VALUE 7.
          05 FILLER PIC 9(4) VALUE 10.
          05 FILLER PIC 9(4) VALUE 99.
          05 FILLER PIC 9(4) VALUE 100.
          05 FILLER PIC 9(4) VALUE 1000.
          05 FILLER PIC 9(4) VALUE 4999.
          05 FILLER PIC 9(4) VALUE 9998.
          05 FILLER PIC 9(4) VALUE 9999.
       01 SR-EDGE-TABLE REDEFINES SR-EDGE-DATA.
          05 SR-EDGE OCCURS 12 TIMES PIC 9(4).
       01 WS-SR-EDGES        PIC 9(4) VALUE 12.
       01 SR-STEP-DATA.
          05 FILLER PIC 9(4) VALUE 1.
          05 FILLER PIC 9(4) VALUE 2.
          05 FILLER PIC 9(4) VALUE 3.
          05 FILLER PIC 9(4) VALUE 7.
          05 FILLER PIC 9(4) VALUE 100.
          05 FILLER PIC 9(4) VALUE 9999.
       01 SR-STEP-TABLE REDEFINES SR-STEP-DATA.
          05 SR-STEP-VALUE OCCURS 6 TIMES PIC 9(4).
       01 WS-SR-STEPS        PIC 9(4) VALUE 6.

      *> POWER walks each CALCULATOR operand up through the whole
      *> exponents to WS-POWER-TOP; COMBINATIONS and PERMUTATIONS
      *> take every r of every n up to WS-COUNTING-TOP, well past
      *> where the answers overflow.
       01 WS-POWER-TOP       PIC 9(2) VALUE 12.
       01 WS-COUNTING-TOP    PIC 9(4) VALUE 100.

       01 WS-NEXT-CALC       PIC S9(6)V99.
       01 WS-NEXT-NT         PIC 9(6).
       01 VAL-I              PIC 9(4).
       01 VAL-J              PIC 9(4).
       01 FACTOR-I           PIC 9(2).
       01 SWEEP-N            PIC 9(6).
       01 POWER-N            PIC 9(2).
       01 COUNT-N            PIC 9(4).
       01 COUNT-R            PIC 9(4).
       01 RANGE-I            PIC 9(4).
       01 RANGE-J            PIC 9(4).
       01 STEP-I             PIC 9(4).
       01 FIB-I              PIC 9(4).

      *> The two sides of the identity under test.
       01 WS-LEFT-SIDE       PIC S9(20)V99.
       01 WS-RIGHT-SIDE      PIC S9(20)V99.
       01 WS-SIDE-DIFF       PIC S9(20)V9(4).
       01 WS-RECON-SIDE      PIC S9(20)V9(4).
       01 WS-FIRST-RESULT    PIC S9(10)V99.
       01 WS-FIRST-STATUS    PIC XX.
       01 WS-PRIOR-FACT      PIC 9(20) COMP-3.
       01 WS-SIDE-OVERFLOW-FLAG PIC X.
          88 WS-SIDE-OVERFLOWED   VALUE 'Y'.
       01 WS-FACT-DONE-FLAG  PIC X VALUE 'N'.
          88 WS-FACT-DONE         VALUE 'Y'.
      *> MODULO: the floored quotient worked out here, and the
      *> truncated remainder it is adjusted from.
       01 WS-FLOOR-QUOTIENT  PIC S9(8).
       01 WS-TRUNC-REMAINDER PIC S9(5)V99.
      *> POWER and SQUARE-ROOT round to the cent, so their sides can
      *> only be held to within the rounding that went into them.
       01 WS-PRIOR-POWER     PIC S9(10)V99.
       01 WS-ROUND-TOLERANCE PIC S9(10)V9(4).
       01 WS-ABS-SIDE        PIC S9(20)V9(4).
       01 WS-RESULT-LIMIT    PIC S9(10)V9(3) VALUE 9999999999.995.
       01 WS-POWER-DONE-FLAG PIC X.
          88 WS-POWER-DONE        VALUE 'Y'.
      *> COMBINATIONS(n,r) and r! feed the PERMUTATIONS check.
       01 WS-COMB-RESULT     PIC 9(20) COMP-3.
       01 WS-COMB-STATUS     PIC XX.
       01 WS-R-FACT          PIC 9(20) COMP-3.
       01 WS-R-FACT-STATUS   PIC XX.
       01 WS-FIB-DONE-FLAG   PIC X VALUE 'N'.
          88 WS-FIB-DONE          VALUE 'Y'.
       01 WS-FIB-BAD-I       PIC 9(4).
       01 WS-TERM-COUNT      PIC 9(5).

       COPY CALCLINK.

       COPY NUM2LINK.

       COPY NUMLINK.

       COPY PFACTLINK.

       COPY COMBLINK.

       COPY FIBSEQLINK.

       COPY SUMRANGELINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Every RUNTESTS.DAT case proves one hand-picked operand pair.
      *> This sweep walks each operation across its legal range and
      *> checks the identities the library has to satisfy, using
      *> nothing but the library itself:
      *>   ADD-COMMUT  ADDITION(a,b) = ADDITION(b,a)
      *>   MUL-COMMUT  MULTIPLICATION(a,b) = MULTIPLICATION(b,a)
      *>   SUB-ANTI    SUBSTRACTION(a,b) = -SUBSTRACTION(b,a)
      *>   DIV-RECON   quotient x divisor + LINK-REMAINDER = dividend
      *>               (to within LINK-REMAINDER's last decimal place)
      *>   DIV-ZERO    a zero divisor comes back divide-by-zero
      *>   MOD-FLOOR   floor(a/b) x b + MODULO(a,b) = a, the modulus
      *>               taking the sign of the divisor
      *>   MOD-ZERO    a zero divisor comes back divide-by-zero
      *>   POW-RECUR   POWER(x,n+1) = x x POWER(x,n), to within the
      *>               cent rounding, and overflow status only where
      *>               the product does overflow
      *>   SQRT-SQ     SQUARE-ROOT(a) squared = a, to within the cent
      *>               rounding of the root
      *>   SQRT-NEG    a negative operand comes back invalid
      *>   GCD-LCM     GCD(a,b) x LCM(a,b) = a x b
      *>   PF-PRODUCT  the PRIME-FACTORS table multiplies back to PF-N
      *>   PF-ISPRIME  ISPRIME(n) agrees with a one-factor table
      *>   FACT-RECUR  FACTORIAL(n) = n x FACTORIAL(n-1), and
      *>               overflow status only where the product does
      *>               overflow
      *>   COMB-SYMM   COMBINATIONS(n,r) = COMBINATIONS(n,n-r)
      *>   PERM-COMB   PERMUTATIONS(n,r) = COMBINATIONS(n,r) x r!
      *>   SUM-GAUSS   SUMNUMBERS(n) = n(n+1)/2
      *>   FIB-RECUR   every FIBONACCI-SEQ table starts 0, 1 and has
      *>               FS-TERM(i+2) = FS-TERM(i+1) + FS-TERM(i), and
      *>               overflow status only where the sum does
      *>               overflow
      *>   SUM-SERIES  SUMNUMBERS-RANGE(start,stop,step) = the
      *>               arithmetic-series sum k x start +
      *>               step x k(k-1)/2 over its k terms, and a start
      *>               past the stop comes back invalid
      *> Any library call that refuses a legal operand is a violation
      *> too. Violations go to INVARIANT.VIO with both sides of the
      *> identity; RC 8 when there are any.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN OUTPUT VIOLATION-FILE
           IF NOT WS-VIOLATION-STATUS-OK
               MOVE "INVARIANT.VIO" TO EH-FILE-NAME
               MOVE "OPEN" TO EH-OPERATION
               MOVE WS-VIOLATION-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM BUILD-OPERAND-TABLES
           PERFORM VARYING VAL-I FROM 1 BY 1
                   UNTIL VAL-I > WS-CALC-COUNT
               PERFORM VARYING VAL-J FROM 1 BY 1
                       UNTIL VAL-J > WS-CALC-COUNT
                   PERFORM CHECK-CALCULATOR-PAIR
               END-PERFORM
           END-PERFORM
           PERFORM VARYING VAL-I FROM 1 BY 1
                   UNTIL VAL-I > WS-CALC-COUNT
               PERFORM CHECK-POWER-WALK
               PERFORM CHECK-SQUARE-ROOT
           END-PERFORM
           PERFORM VARYING VAL-I FROM 1 BY 1
                   UNTIL VAL-I > WS-NT-COUNT
               PERFORM VARYING VAL-J FROM 1 BY 1
                       UNTIL VAL-J > WS-NT-COUNT
                   PERFORM CHECK-GCD-LCM-PAIR
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SWEEP-N FROM 2 BY 1
                   UNTIL SWEEP-N > 99999
               PERFORM CHECK-PRIME-FACTORS
           END-PERFORM
           CALL 'FACTORIAL-INIT' USING NU-STATUS
           PERFORM VARYING SWEEP-N FROM 1 BY 1
                   UNTIL WS-FACT-DONE OR SWEEP-N > 9998
               PERFORM CHECK-FACTORIAL-STEP
           END-PERFORM
           PERFORM VARYING COUNT-N FROM 0 BY 1
                   UNTIL COUNT-N > WS-COUNTING-TOP
               PERFORM VARYING COUNT-R FROM 0 BY 1
                       UNTIL COUNT-R > COUNT-N
                   PERFORM CHECK-COMBINATION-SYMMETRY
                   PERFORM CHECK-PERMUTATION-PRODUCT
               END-PERFORM
           END-PERFORM
           CALL 'FACTORIAL-TERM' USING NU-STATUS
           PERFORM VARYING SWEEP-N FROM 0 BY 1
                   UNTIL SWEEP-N > 9999
               PERFORM CHECK-SUMNUMBERS
           END-PERFORM
           PERFORM VARYING SWEEP-N FROM 0 BY 1
                   UNTIL WS-FIB-DONE OR SWEEP-N > 499
               PERFORM CHECK-FIBONACCI-SEQ
           END-PERFORM
           PERFORM VARYING RANGE-I FROM 1 BY 1
                   UNTIL RANGE-I > WS-SR-EDGES
               PERFORM VARYING RANGE-J FROM 1 BY 1
                       UNTIL RANGE-J > WS-SR-EDGES
                   PERFORM VARYING STEP-I FROM 1 BY 1
                           UNTIL STEP-I > WS-SR-STEPS
                       PERFORM CHECK-SUM-RANGE
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-VIOLATION-TRAILER
           CLOSE VIOLATION-FILE
           DISPLAY "INVARIANT-SWEEP: " WS-CHECK-COUNT
               " identity check(s), " WS-VIOLATION-COUNT
               " violation(s) written to INVARIANT.VIO"
           IF WS-VIOLATION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Edges first, then the stepped values; the generated values
      *> stop at the top of each picture rather than wrapping.
       BUILD-OPERAND-TABLES.
           PERFORM VARYING VAL-I FROM 1 BY 1
                   UNTIL VAL-I > WS-CALC-EDGES
               ADD 1 TO WS-CALC-COUNT
               MOVE CALC-EDGE(VAL-I) TO CALC-VALUE(WS-CALC-COUNT)
           END-PERFORM
           MOVE -99999.99 TO WS-NEXT-CALC
           PERFORM UNTIL WS-NEXT-CALC > 99999.99
                   OR WS-CALC-COUNT >= 30
               ADD 1 TO WS-CALC-COUNT
               MOVE WS-NEXT-CALC TO CALC-VALUE(WS-CALC-COUNT)
               ADD WS-CALC-STEP TO WS-NEXT-CALC
           END-PERFORM
           PERFORM VARYING VAL-I FROM 1 BY 1
                   UNTIL VAL-I > WS-NT-EDGES
               ADD 1 TO WS-NT-COUNT
               MOVE NT-EDGE(VAL-I) TO NT-VALUE(WS-NT-COUNT)
           END-PERFORM
           MOVE 1 TO WS-NEXT-NT
           PERFORM UNTIL WS-NEXT-NT > 99999
                   OR WS-NT-COUNT >= 30
               ADD 1 TO WS-NT-COUNT
               MOVE WS-NEXT-NT TO NT-VALUE(WS-NT-COUNT)
               ADD WS-NT-STEP TO WS-NEXT-NT
           END-PERFORM.

       CHECK-CALCULATOR-PAIR.
           PERFORM CHECK-ADDITION-COMMUTES
           PERFORM CHECK-MULTIPLICATION-COMMUTES
           PERFORM CHECK-SUBSTRACTION-ANTI
           PERFORM CHECK-DIVISION-RECON
           PERFORM CHECK-MODULO-FLOOR.

       CHECK-ADDITION-COMMUTES.
           MOVE "ADD-COMMUT" TO IV-IDENTITY
           MOVE "ADDITION" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM2
           CALL 'ADDITION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO WS-FIRST-RESULT
           MOVE LINK-STATUS TO WS-FIRST-STATUS
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM2
           CALL 'ADDITION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE WS-FIRST-RESULT TO WS-LEFT-SIDE
           MOVE LINK-RESULT TO WS-RIGHT-SIDE
           PERFORM JUDGE-CALCULATOR-IDENTITY.

       CHECK-MULTIPLICATION-COMMUTES.
           MOVE "MUL-COMMUT" TO IV-IDENTITY
           MOVE "MULTIPLICATION" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM2
           CALL 'MULTIPLICATION' USING LINK-NUM1 LINK-NUM2
               LINK-RESULT LINK-STATUS
           MOVE LINK-RESULT TO WS-FIRST-RESULT
           MOVE LINK-STATUS TO WS-FIRST-STATUS
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM2
           CALL 'MULTIPLICATION' USING LINK-NUM1 LINK-NUM2
               LINK-RESULT LINK-STATUS
           MOVE WS-FIRST-RESULT TO WS-LEFT-SIDE
           MOVE LINK-RESULT TO WS-RIGHT-SIDE
           PERFORM JUDGE-CALCULATOR-IDENTITY.

       CHECK-SUBSTRACTION-ANTI.
           MOVE "SUB-ANTI" TO IV-IDENTITY
           MOVE "SUBSTRACTION" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM2
           CALL 'SUBSTRACTION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO WS-FIRST-RESULT
           MOVE LINK-STATUS TO WS-FIRST-STATUS
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM1
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM2
           CALL 'SUBSTRACTION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE WS-FIRST-RESULT TO WS-LEFT-SIDE
           COMPUTE WS-RIGHT-SIDE = 0 - LINK-RESULT
           PERFORM JUDGE-CALCULATOR-IDENTITY.

      *> Both calls of a pair must succeed and the two sides agree.
       JUDGE-CALCULATOR-IDENTITY.
           ADD 1 TO WS-CHECK-COUNT
           MOVE CALC-VALUE(VAL-I) TO IV-NUM1
           MOVE CALC-VALUE(VAL-J) TO IV-NUM2
           IF WS-FIRST-STATUS NOT = '00'
               MOVE WS-FIRST-STATUS TO IV-STATUS
               PERFORM WRITE-VIOLATION
           ELSE
               IF NOT LINK-STATUS-OK
                       OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   MOVE LINK-STATUS TO IV-STATUS
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      *> The remainder is the leftover of the truncated quotient, held
      *> to two decimals; the quotient x divisor product carries four,
      *> so the reconstruction may fall short of the dividend by less
      *> than one unit of LINK-REMAINDER's last place and no more.
       CHECK-DIVISION-RECON.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "DIVISION-OP" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1 IV-NUM1
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM2 IV-NUM2
           MOVE 'T' TO LINK-DIV-MODE
           CALL 'DIVISION-OP' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS LINK-DIV-MODE LINK-REMAINDER
           MOVE LINK-STATUS TO IV-STATUS
           IF CALC-VALUE(VAL-J) = 0
               MOVE "DIV-ZERO" TO IV-IDENTITY
               MOVE LINK-RESULT TO WS-LEFT-SIDE
               MOVE 0 TO WS-RIGHT-SIDE
               IF NOT LINK-STATUS-DIVIDE-BY-ZERO
                   PERFORM WRITE-VIOLATION
               END-IF
           ELSE
               MOVE "DIV-RECON" TO IV-IDENTITY
               COMPUTE WS-RECON-SIDE =
                   LINK-RESULT * LINK-NUM2 + LINK-REMAINDER
               MOVE WS-RECON-SIDE TO WS-LEFT-SIDE
               MOVE LINK-NUM1 TO WS-RIGHT-SIDE
               COMPUTE WS-SIDE-DIFF = WS-RECON-SIDE - WS-RIGHT-SIDE
               IF WS-SIDE-DIFF < 0
                   COMPUTE WS-SIDE-DIFF = 0 - WS-SIDE-DIFF
               END-IF
               IF NOT LINK-STATUS-OK OR WS-SIDE-DIFF >= 0.01
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      *> The floored quotient is worked out independently of
      *> MODULO: the truncated quotient, one less wherever a
      *> leftover has the opposite sign to the divisor. With it,
      *> floor(a/b) x b + MODULO(a,b) must give back a exactly.
       CHECK-MODULO-FLOOR.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "MODULO" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1 IV-NUM1
           MOVE CALC-VALUE(VAL-J) TO LINK-NUM2 IV-NUM2
           CALL 'MODULO' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-STATUS TO IV-STATUS
           IF CALC-VALUE(VAL-J) = 0
               MOVE "MOD-ZERO" TO IV-IDENTITY
               MOVE LINK-RESULT TO WS-LEFT-SIDE
               MOVE 0 TO WS-RIGHT-SIDE
               IF NOT LINK-STATUS-DIVIDE-BY-ZERO
                   PERFORM WRITE-VIOLATION
               END-IF
           ELSE
               MOVE "MOD-FLOOR" TO IV-IDENTITY
               DIVIDE LINK-NUM1 BY LINK-NUM2
                   GIVING WS-FLOOR-QUOTIENT
                   REMAINDER WS-TRUNC-REMAINDER
               IF (WS-TRUNC-REMAINDER < 0 AND LINK-NUM2 > 0)
                   OR (WS-TRUNC-REMAINDER > 0 AND LINK-NUM2 < 0)
                   SUBTRACT 1 FROM WS-FLOOR-QUOTIENT
               END-IF
               COMPUTE WS-LEFT-SIDE =
                   WS-FLOOR-QUOTIENT * LINK-NUM2 + LINK-RESULT
               MOVE LINK-NUM1 TO WS-RIGHT-SIDE
               IF NOT LINK-STATUS-OK
                   OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   OR (LINK-RESULT < 0 AND LINK-NUM2 > 0)
                   OR (LINK-RESULT > 0 AND LINK-NUM2 < 0)
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      *> Walks one operand up through the whole exponents from one
      *> (x to the 1 is x itself) until POWER reports overflow or
      *> WS-POWER-TOP is reached.
       CHECK-POWER-WALK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "POW-RECUR" TO IV-IDENTITY
           MOVE "POWER" TO IV-OPERATION
           MOVE 'N' TO WS-POWER-DONE-FLAG
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1 IV-NUM1
           MOVE 1 TO LINK-NUM2 IV-NUM2
           CALL 'POWER' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO WS-PRIOR-POWER WS-LEFT-SIDE
           MOVE LINK-NUM1 TO WS-RIGHT-SIDE
           MOVE LINK-STATUS TO IV-STATUS
           IF NOT LINK-STATUS-OK OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
               SET WS-POWER-DONE TO TRUE
               PERFORM WRITE-VIOLATION
           END-IF
           PERFORM VARYING POWER-N FROM 2 BY 1
                   UNTIL POWER-N > WS-POWER-TOP OR WS-POWER-DONE
               PERFORM CHECK-POWER-STEP
           END-PERFORM.

      *> The prior power was rounded to the cent, so x times it may
      *> be out by half a cent for every unit of x, plus the half
      *> cent this result was rounded by. At overflow, the product
      *> itself must be past the largest LINK-RESULT by more than
      *> that, or the overflow was raised too early -- and a product
      *> that far past it must have raised overflow.
       CHECK-POWER-STEP.
           ADD 1 TO WS-CHECK-COUNT
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1 IV-NUM1
           MOVE POWER-N TO LINK-NUM2 IV-NUM2
           CALL 'POWER' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           COMPUTE WS-RECON-SIDE = LINK-NUM1 * WS-PRIOR-POWER
           MOVE WS-RECON-SIDE TO WS-RIGHT-SIDE
           MOVE LINK-RESULT TO WS-LEFT-SIDE
           MOVE LINK-STATUS TO IV-STATUS
           IF LINK-NUM1 < 0
               COMPUTE WS-ROUND-TOLERANCE = (1 - LINK-NUM1) * 0.005
           ELSE
               COMPUTE WS-ROUND-TOLERANCE = (1 + LINK-NUM1) * 0.005
           END-IF
           MOVE WS-RECON-SIDE TO WS-ABS-SIDE
           IF WS-ABS-SIDE < 0
               COMPUTE WS-ABS-SIDE = 0 - WS-ABS-SIDE
           END-IF
           COMPUTE WS-SIDE-DIFF = WS-LEFT-SIDE - WS-RECON-SIDE
           IF WS-SIDE-DIFF < 0
               COMPUTE WS-SIDE-DIFF = 0 - WS-SIDE-DIFF
           END-IF
           EVALUATE TRUE
               WHEN LINK-STATUS-OVERFLOW
                   SET WS-POWER-DONE TO TRUE
                   IF WS-ABS-SIDE + WS-ROUND-TOLERANCE
                           < WS-RESULT-LIMIT
                       PERFORM WRITE-VIOLATION
                   END-IF
               WHEN NOT LINK-STATUS-OK
                   SET WS-POWER-DONE TO TRUE
                   PERFORM WRITE-VIOLATION
               WHEN WS-ABS-SIDE - WS-ROUND-TOLERANCE
                       >= WS-RESULT-LIMIT
                   SET WS-POWER-DONE TO TRUE
                   PERFORM WRITE-VIOLATION
               WHEN WS-SIDE-DIFF > WS-ROUND-TOLERANCE
                   PERFORM WRITE-VIOLATION
           END-EVALUATE
           MOVE LINK-RESULT TO WS-PRIOR-POWER.

      *> A root rounded to within half a cent squares back to within
      *> a cent per unit of the root.
       CHECK-SQUARE-ROOT.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "SQUARE-ROOT" TO IV-OPERATION
           MOVE CALC-VALUE(VAL-I) TO LINK-NUM1 IV-NUM1
           MOVE 0 TO LINK-NUM2 IV-NUM2
           CALL 'SQUARE-ROOT' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-STATUS TO IV-STATUS
           IF CALC-VALUE(VAL-I) < 0
               MOVE "SQRT-NEG" TO IV-IDENTITY
               MOVE LINK-RESULT TO WS-LEFT-SIDE
               MOVE 0 TO WS-RIGHT-SIDE
               IF NOT LINK-STATUS-INVALID-OPERAND
                   PERFORM WRITE-VIOLATION
               END-IF
           ELSE
               MOVE "SQRT-SQ" TO IV-IDENTITY
               COMPUTE WS-RECON-SIDE = LINK-RESULT * LINK-RESULT
               MOVE WS-RECON-SIDE TO WS-LEFT-SIDE
               MOVE LINK-NUM1 TO WS-RIGHT-SIDE
               COMPUTE WS-SIDE-DIFF = WS-RECON-SIDE - LINK-NUM1
               IF WS-SIDE-DIFF < 0
                   COMPUTE WS-SIDE-DIFF = 0 - WS-SIDE-DIFF
               END-IF
               COMPUTE WS-ROUND-TOLERANCE =
                   LINK-RESULT * 0.01 + 0.0001
               IF NOT LINK-STATUS-OK
                   OR WS-SIDE-DIFF > WS-ROUND-TOLERANCE
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      *> GCD(a,b) x LCM(a,b) = a x b for every pair of positive
      *> operands; both products fit the 20-digit sides with room.
       CHECK-GCD-LCM-PAIR.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "GCD-LCM" TO IV-IDENTITY
           MOVE "LCM" TO IV-OPERATION
           MOVE NT-VALUE(VAL-I) TO N2-NUM1 IV-NUM1
           MOVE NT-VALUE(VAL-J) TO N2-NUM2 IV-NUM2
           CALL 'GCD' USING N2-NUM1 N2-NUM2 N2-RESULT N2-STATUS
           MOVE N2-STATUS TO WS-FIRST-STATUS
           MOVE N2-RESULT TO WS-LEFT-SIDE
           CALL 'LCM' USING N2-NUM1 N2-NUM2 N2-RESULT N2-STATUS
           COMPUTE WS-LEFT-SIDE = WS-LEFT-SIDE * N2-RESULT
           COMPUTE WS-RIGHT-SIDE = N2-NUM1 * N2-NUM2
           IF WS-FIRST-STATUS NOT = '00'
               MOVE "GCD" TO IV-OPERATION
               MOVE WS-FIRST-STATUS TO IV-STATUS
               PERFORM WRITE-VIOLATION
           ELSE
               MOVE N2-STATUS TO IV-STATUS
               IF NOT N2-STATUS-OK
                       OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      *> Every N from 2 to the top of PF-N's picture: the factor
      *> table must multiply back to N, and wherever ISPRIME's
      *> four-digit N can reach, a prime is exactly a one-factor
      *> table.
       CHECK-PRIME-FACTORS.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "PF-PRODUCT" TO IV-IDENTITY
           MOVE "PRIME-FACTORS" TO IV-OPERATION
           MOVE SWEEP-N TO PF-N IV-NUM1
           MOVE 0 TO IV-NUM2
           CALL 'PRIME-FACTORS' USING PF-N PF-TABLE PF-COUNT
               PF-STATUS
           MOVE 1 TO WS-LEFT-SIDE
           PERFORM VARYING FACTOR-I FROM 1 BY 1
                   UNTIL FACTOR-I > PF-COUNT OR FACTOR-I > 20
               COMPUTE WS-LEFT-SIDE =
                   WS-LEFT-SIDE * PF-FACTOR(FACTOR-I)
           END-PERFORM
           MOVE SWEEP-N TO WS-RIGHT-SIDE
           MOVE PF-STATUS TO IV-STATUS
           IF NOT PF-STATUS-OK OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
               PERFORM WRITE-VIOLATION
           END-IF
           IF SWEEP-N <= 9999
               PERFORM CHECK-ISPRIME-AGREES
           END-IF.

       CHECK-ISPRIME-AGREES.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "PF-ISPRIME" TO IV-IDENTITY
           MOVE "ISPRIME" TO IV-OPERATION
           MOVE SWEEP-N TO N
           CALL 'ISPRIME' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-LEFT-SIDE
           IF PF-COUNT = 1
               MOVE 1 TO WS-RIGHT-SIDE
           ELSE
               MOVE 0 TO WS-RIGHT-SIDE
           END-IF
           MOVE NU-STATUS TO IV-STATUS
           IF NOT NU-STATUS-OK OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
               PERFORM WRITE-VIOLATION
           END-IF.

      *> Walks N upward until FACTORIAL reports overflow. Below that
      *> point FACTORIAL(n) must equal n x FACTORIAL(n-1); at that
      *> point the product itself must be too wide for the result,
      *> or the overflow status was raised too early.
       CHECK-FACTORIAL-STEP.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "FACT-RECUR" TO IV-IDENTITY
           MOVE "FACTORIAL" TO IV-OPERATION
           COMPUTE N = SWEEP-N - 1
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-PRIOR-FACT
           MOVE SWEEP-N TO N IV-NUM1
           MOVE 0 TO IV-NUM2
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           MOVE 'N' TO WS-SIDE-OVERFLOW-FLAG
           COMPUTE WS-RIGHT-SIDE = SWEEP-N * WS-PRIOR-FACT
               ON SIZE ERROR
                   SET WS-SIDE-OVERFLOWED TO TRUE
                   MOVE 0 TO WS-RIGHT-SIDE
           END-COMPUTE
           MOVE RESULT TO WS-LEFT-SIDE
           MOVE NU-STATUS TO IV-STATUS
           EVALUATE TRUE
               WHEN NU-STATUS-OVERFLOW
                   SET WS-FACT-DONE TO TRUE
                   IF NOT WS-SIDE-OVERFLOWED
                       PERFORM WRITE-VIOLATION
                   END-IF
               WHEN NOT NU-STATUS-OK
                   SET WS-FACT-DONE TO TRUE
                   PERFORM WRITE-VIOLATION
               WHEN WS-SIDE-OVERFLOWED
                   SET WS-FACT-DONE TO TRUE
                   PERFORM WRITE-VIOLATION
               WHEN WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   PERFORM WRITE-VIOLATION
           END-EVALUATE.

      *> Choosing r of n and choosing the n-r left behind must
      *> agree, down to overflowing together.
       CHECK-COMBINATION-SYMMETRY.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "COMB-SYMM" TO IV-IDENTITY
           MOVE "COMBINATIONS" TO IV-OPERATION
           MOVE COUNT-N TO CB-N IV-NUM1
           MOVE COUNT-R TO CB-R IV-NUM2
           CALL 'COMBINATIONS' USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-COMB-RESULT WS-LEFT-SIDE
           MOVE CB-STATUS TO WS-COMB-STATUS
           COMPUTE CB-R = COUNT-N - COUNT-R
           CALL 'COMBINATIONS' USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-RIGHT-SIDE
           IF WS-COMB-STATUS NOT = '00'
               MOVE WS-COMB-STATUS TO IV-STATUS
           ELSE
               MOVE CB-STATUS TO IV-STATUS
           END-IF
           IF WS-COMB-STATUS NOT = CB-STATUS
                   OR (NOT CB-STATUS-OK AND NOT CB-STATUS-OVERFLOW)
                   OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
               PERFORM WRITE-VIOLATION
           END-IF.

      *> Every arrangement of r of n is a choice of r times an order
      *> of the r. Where C(n,r) or r! is already too wide, or their
      *> product is, P(n,r) must overflow too; otherwise it must
      *> equal the product.
       CHECK-PERMUTATION-PRODUCT.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "PERM-COMB" TO IV-IDENTITY
           MOVE "PERMUTATIONS" TO IV-OPERATION
           MOVE COUNT-N TO IV-NUM1
           MOVE COUNT-R TO IV-NUM2
           MOVE COUNT-R TO N
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-R-FACT
           MOVE NU-STATUS TO WS-R-FACT-STATUS
           MOVE COUNT-N TO CB-N
           MOVE COUNT-R TO CB-R
           CALL 'PERMUTATIONS' USING CB-N CB-R CB-RESULT CB-STATUS
           MOVE CB-RESULT TO WS-LEFT-SIDE
           MOVE CB-STATUS TO IV-STATUS
           MOVE 'N' TO WS-SIDE-OVERFLOW-FLAG
           IF WS-COMB-STATUS NOT = '00' OR WS-R-FACT-STATUS NOT = '00'
               SET WS-SIDE-OVERFLOWED TO TRUE
           ELSE
               COMPUTE WS-RIGHT-SIDE = WS-COMB-RESULT * WS-R-FACT
                   ON SIZE ERROR
                       SET WS-SIDE-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF
           IF WS-SIDE-OVERFLOWED
               MOVE 0 TO WS-RIGHT-SIDE
           END-IF
           EVALUATE TRUE
               WHEN CB-STATUS-OVERFLOW
                   IF NOT WS-SIDE-OVERFLOWED
                       PERFORM WRITE-VIOLATION
                   END-IF
               WHEN NOT CB-STATUS-OK
                   PERFORM WRITE-VIOLATION
               WHEN WS-SIDE-OVERFLOWED
                   PERFORM WRITE-VIOLATION
               WHEN WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   PERFORM WRITE-VIOLATION
           END-EVALUATE.

       CHECK-SUMNUMBERS.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "SUM-GAUSS" TO IV-IDENTITY
           MOVE "SUMNUMBERS" TO IV-OPERATION
           MOVE SWEEP-N TO N IV-NUM1
           MOVE 0 TO IV-NUM2
           CALL 'SUMNUMBERS' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-LEFT-SIDE
           COMPUTE WS-RIGHT-SIDE = SWEEP-N * (SWEEP-N + 1) / 2
           MOVE NU-STATUS TO IV-STATUS
           IF NOT NU-STATUS-OK OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
               PERFORM WRITE-VIOLATION
           END-IF.

      *> Walks N upward until FIBONACCI-SEQ reports overflow. Below
      *> that point the whole table must follow the recurrence from
      *> its 0, 1 start (a mismatch names the table element in
      *> IV-NUM2); at that point the next term must itself be too
      *> wide, since the N before it came back whole.
       CHECK-FIBONACCI-SEQ.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "FIB-RECUR" TO IV-IDENTITY
           MOVE "FIBONACCI-SEQ" TO IV-OPERATION
           MOVE SWEEP-N TO FS-N IV-NUM1
           MOVE 0 TO IV-NUM2
           CALL 'FIBONACCI-SEQ' USING FS-N FS-TABLE FS-STATUS
           MOVE FS-STATUS TO IV-STATUS
           EVALUATE TRUE
               WHEN FS-STATUS-OVERFLOW
                   SET WS-FIB-DONE TO TRUE
                   MOVE 0 TO WS-LEFT-SIDE
                   MOVE 'N' TO WS-SIDE-OVERFLOW-FLAG
                   COMPUTE WS-RIGHT-SIDE =
                       FS-TERM(SWEEP-N) + FS-TERM(SWEEP-N - 1)
                       ON SIZE ERROR
                           SET WS-SIDE-OVERFLOWED TO TRUE
                           MOVE 0 TO WS-RIGHT-SIDE
                   END-COMPUTE
                   IF NOT WS-SIDE-OVERFLOWED
                       PERFORM WRITE-VIOLATION
                   END-IF
               WHEN NOT FS-STATUS-OK
                   SET WS-FIB-DONE TO TRUE
                   MOVE 0 TO WS-LEFT-SIDE WS-RIGHT-SIDE
                   PERFORM WRITE-VIOLATION
               WHEN OTHER
                   PERFORM CHECK-FIBONACCI-TABLE
           END-EVALUATE.

       CHECK-FIBONACCI-TABLE.
           MOVE 0 TO WS-FIB-BAD-I
           IF FS-TERM(1) NOT = 0
               MOVE 1 TO WS-FIB-BAD-I
               MOVE FS-TERM(1) TO WS-LEFT-SIDE
               MOVE 0 TO WS-RIGHT-SIDE
           ELSE IF SWEEP-N > 0 AND FS-TERM(2) NOT = 1
               MOVE 2 TO WS-FIB-BAD-I
               MOVE FS-TERM(2) TO WS-LEFT-SIDE
               MOVE 1 TO WS-RIGHT-SIDE
           END-IF
           END-IF
           PERFORM VARYING FIB-I FROM 3 BY 1
                   UNTIL FIB-I > SWEEP-N + 1 OR WS-FIB-BAD-I > 0
               IF FS-TERM(FIB-I) NOT =
                       FS-TERM(FIB-I - 1) + FS-TERM(FIB-I - 2)
                   MOVE FIB-I TO WS-FIB-BAD-I
                   MOVE FS-TERM(FIB-I) TO WS-LEFT-SIDE
                   COMPUTE WS-RIGHT-SIDE =
                       FS-TERM(FIB-I - 1) + FS-TERM(FIB-I - 2)
               END-IF
           END-PERFORM
           IF WS-FIB-BAD-I > 0
               MOVE WS-FIB-BAD-I TO IV-NUM2
               PERFORM WRITE-VIOLATION
           END-IF.

      *> The closed form counts the series' terms -- one for the
      *> start and one per whole step that still lands at or below
      *> the stop -- and sums them as k x start + step x k(k-1)/2.
      *> The step is not on the violation row (IV-NUM1 and IV-NUM2
      *> carry start and stop), so it follows on the console.
       CHECK-SUM-RANGE.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "SUM-SERIES" TO IV-IDENTITY
           MOVE "SUMNUMBERS-RNG" TO IV-OPERATION
           MOVE SR-EDGE(RANGE-I) TO SR-START IV-NUM1
           MOVE SR-EDGE(RANGE-J) TO SR-STOP IV-NUM2
           MOVE SR-STEP-VALUE(STEP-I) TO SR-STEP
           CALL 'SUMNUMBERS-RANGE' USING SR-START SR-STOP SR-STEP
               SR-RESULT SR-STATUS
           MOVE SR-RESULT TO WS-LEFT-SIDE
           MOVE SR-STATUS TO IV-STATUS
           IF SR-START > SR-STOP
               MOVE 0 TO WS-RIGHT-SIDE
               IF NOT SR-STATUS-INVALID
                   PERFORM WRITE-VIOLATION
                   DISPLAY "          STEP " SR-STEP
               END-IF
           ELSE
               COMPUTE WS-TERM-COUNT =
                   (SR-STOP - SR-START) / SR-STEP + 1
               COMPUTE WS-RIGHT-SIDE = WS-TERM-COUNT * SR-START
                   + SR-STEP * WS-TERM-COUNT * (WS-TERM-COUNT - 1) / 2
               IF NOT SR-STATUS-OK
                   OR WS-LEFT-SIDE NOT = WS-RIGHT-SIDE
                   PERFORM WRITE-VIOLATION
                   DISPLAY "          STEP " SR-STEP
               END-IF
           END-IF.

       WRITE-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE WS-LEFT-SIDE TO IV-LEFT-SIDE
           MOVE WS-RIGHT-SIDE TO IV-RIGHT-SIDE
           MOVE WS-RUN-TIMESTAMP TO IV-TIMESTAMP
           WRITE VIOLATION-RECORD
           IF NOT WS-VIOLATION-STATUS-OK
               PERFORM VIOLATION-WRITE-FAILED
           END-IF
           DISPLAY "VIOLATION " IV-IDENTITY " " IV-OPERATION
               " " IV-NUM1 " " IV-NUM2 " LEFT " IV-LEFT-SIDE
               " RIGHT " IV-RIGHT-SIDE " STATUS " IV-STATUS.

       WRITE-VIOLATION-TRAILER.
           MOVE WS-CHECK-COUNT TO VT-CHECK-COUNT
           MOVE WS-VIOLATION-COUNT TO VT-VIOLATION-COUNT
           MOVE WS-RUN-TIMESTAMP TO VT-TIMESTAMP
           WRITE VIOLATION-RECORD FROM VIOLATION-TRAILER-RECORD
           IF NOT WS-VIOLATION-STATUS-OK
               PERFORM VIOLATION-WRITE-FAILED
           END-IF.

      *> A violation that cannot be recorded must not leave a clean
      *> RC behind it, so the sweep stops here.
       VIOLATION-WRITE-FAILED.
           MOVE "INVARIANT.VIO" TO EH-FILE-NAME
           MOVE "WRITE" TO EH-OPERATION
           MOVE WS-VIOLATION-STATUS TO EH-FILE-STATUS
           PERFORM CALL-ERROR-HANDLER
           STOP RUN.

       CALL-ERROR-HANDLER.
           MOVE "INVARIANT-SWEEP" TO EH-PROGRAM-ID
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
