       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMUTATIONS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Fields for the FACTORIAL calls. FACTORIAL keeps its own
      *> FACTCACHE.DAT session, so when the caller has opened one
      *> with FACTORIAL-INIT these calls are served from it.
       COPY NUMLINK.
       01 WS-N-FACT     PIC 9(20) COMP-3.
       01 I             PIC 9(4).

       LINKAGE SECTION.
       COPY COMBLINK.

      *> nPr = N! / (N-R)!. While N! itself fits, that is two
      *> FACTORIAL calls (cache hits in a session). Past 21! the
      *> answer is the falling product N x (N-1) x .. x (N-R+1),
      *> which only grows, so it overflows only when the answer
      *> itself does not fit.
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
           COMPUTE N = CB-N - CB-R
           CALL 'FACTORIAL' USING N RESULT NU-STATUS
           COMPUTE CB-RESULT = WS-N-FACT / RESULT.

       BUILD-PRODUCT.
           MOVE 1 TO CB-RESULT
           PERFORM VARYING I FROM CB-N BY -1
                   UNTIL I <= CB-N - CB-R OR CB-STATUS-OVERFLOW
               COMPUTE CB-RESULT = CB-RESULT * I
                   ON SIZE ERROR
                       SET CB-STATUS-OVERFLOW TO TRUE
               END-COMPUTE
           END-PERFORM
           IF CB-STATUS-OVERFLOW
               MOVE 0 TO CB-RESULT
           END-IF.

       VALIDATE-OPERANDS.
           IF CB-N NOT NUMERIC OR CB-R NOT NUMERIC
               SET CB-STATUS-INVALID TO TRUE
           ELSE IF CB-R > CB-N
               SET CB-STATUS-INVALID TO TRUE
           END-IF.
           EXIT.
