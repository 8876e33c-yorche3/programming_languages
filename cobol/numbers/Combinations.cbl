       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBINATIONS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Fields for the FACTORIAL calls. FACTORIAL keeps its own
      *> FACTCACHE.DAT session, so when the caller has opened one
      *> with FACTORIAL-INIT these calls are served from it.
       COPY NUMLINK.
       01 WS-N-FACT     PIC 9(20) COMP-3.
       01 WS-R-FACT     PIC 9(20) COMP-3.
       01 WS-NR-FACT    PIC 9(20) COMP-3.
       01 WS-K          PIC 9(4).
       01 I             PIC 9(4).
       01 WS-TOP        PIC 9(4).
       01 WS-DIVISOR    PIC 9(4).
       01 WS-MULTIPLIER PIC 9(4).
       01 WS-GCD-A      PIC 9(20) COMP-3.
       01 WS-GCD-B      PIC 9(20) COMP-3.
       01 WS-GCD-Q      PIC 9(20) COMP-3.
       01 WS-GCD-REM    PIC 9(20) COMP-3.

       LINKAGE SECTION.
       COPY COMBLINK.

      *> nCr = N! / (R! (N-R)!). While N! itself fits, that is three
      *> FACTORIAL calls (cache hits in a session). Past 21! the
      *> answer is built up as C(N-K+1,1), C(N-K+2,2) .. C(N,K) with
      *> K the smaller of R and N-R; each step is the next binomial
      *> coefficient and never smaller than the one before, and the
      *> common factor of the running value and the step's divisor
      *> is cancelled before multiplying, so no intermediate is
      *> larger than the answer and overflow is reported only when
      *> the answer itself does not fit.
       PROCEDURE DIVISION USING CB-N CB-R CB-RESULT CB-STATUS.
           SET CB-STATUS-OK TO TRUE.
           MOVE 0 TO CB-RESULT.
           PERFORM VALIDATE-OPERANDS.
           IF CB-STATUS-OK
               MOVE CB-N TO N
               CALL 'FACTORIAL' USING N RESULT NU-STATUS
               IF NU-STATUS-OK
                   PERFORM DIVIDE-FACTORIALS
               ELSE
                   PERFORM BUILD-PRODUCT
               END-IF
           END-IF.
           GOBACK.

       DIVIDE-FACTORIALS.
           MOVE RESULT TO WS-N-FACT
           MOVE CB-R TO N
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-R-FACT
           COMPUTE N = CB-N - CB-R
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           MOVE RESULT TO WS-NR-FACT
           COMPUTE CB-RESULT = WS-N-FACT / WS-R-FACT / WS-NR-FACT.

       BUILD-PRODUCT.
           IF CB-R > CB-N - CB-R
               COMPUTE WS-K = CB-N - CB-R
           ELSE
               MOVE CB-R TO WS-K
           END-IF
           MOVE 1 TO CB-RESULT
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-K OR CB-STATUS-OVERFLOW
               COMPUTE WS-TOP = CB-N - WS-K + I
               MOVE CB-RESULT TO WS-GCD-A
               MOVE I TO WS-GCD-B
               PERFORM FIND-COMMON-FACTOR
               COMPUTE CB-RESULT = CB-RESULT / WS-GCD-A
               COMPUTE WS-DIVISOR = I / WS-GCD-A
               COMPUTE WS-MULTIPLIER = WS-TOP / WS-DIVISOR
               COMPUTE CB-RESULT = CB-RESULT * WS-MULTIPLIER
                   ON SIZE ERROR
                       SET CB-STATUS-OVERFLOW TO TRUE
               END-COMPUTE
           END-PERFORM
           IF CB-STATUS-OVERFLOW
               MOVE 0 TO CB-RESULT
           END-IF.

      *> Euclid on WS-GCD-A and WS-GCD-B; the answer is left in
      *> WS-GCD-A.
       FIND-COMMON-FACTOR.
           PERFORM UNTIL WS-GCD-B = 0
               DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-Q
                   REMAINDER WS-GCD-REM
               MOVE WS-GCD-B TO WS-GCD-A
               MOVE WS-GCD-REM TO WS-GCD-B
           END-PERFORM.

       VALIDATE-OPERANDS.
           IF CB-N NOT NUMERIC OR CB-R NOT NUMERIC
               SET CB-STATUS-INVALID TO TRUE
           ELSE IF CB-R > CB-N
               SET CB-STATUS-INVALID TO TRUE
           END-IF.
           EXIT.
