       01 NUM1        PIC 9(5) VALUE 0.
       01 NUM2        PIC 9(5) VALUE 0.
       01 RESULT      PIC S9(10) VALUE 0.
      *> MODULO's working pair: the whole-number quotient and the
      *> leftover COBOL gives back, signed like the dividend.
       01 MOD-QUOTIENT  PIC S9(7).
       01 MOD-REMAINDER PIC S9(5)V99.
      *> Bump in any commit that changes a result or its rounding in
      *> any entry point below; production refuses a build whose
      *> version LIB-CERTIFY has not signed off.
       01 CALC-LOGIC-VERSION PIC 9(4) VALUE 1.

       LINKAGE SECTION.
       COPY CALCLINK.
           END-IF.
           GOBACK.

      *> Base in LINK-NUM1, exponent in LINK-NUM2. The exponent must
      *> be a whole number; a negative one gives the reciprocal,
      *> rounded to the cent as DIVISION-RND rounds, and zero to a
      *> negative power is a divide by zero. Anything past
      *> LINK-RESULT's S9(10)V99 comes back as overflow, result 0.
      *> cobol-lint CL002 power
       POWER.
           ENTRY 'POWER' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           SET LINK-STATUS-OK TO TRUE.
           PERFORM VALIDATE-OPERANDS.
           IF LINK-STATUS-OK
               IF LINK-NUM2 NOT = FUNCTION INTEGER-PART(LINK-NUM2)
                   SET LINK-STATUS-INVALID-OPERAND TO TRUE
               ELSE IF LINK-NUM1 = 0 AND LINK-NUM2 < 0
                   SET LINK-STATUS-DIVIDE-BY-ZERO TO TRUE
               ELSE
                   COMPUTE LINK-RESULT ROUNDED =
                       LINK-NUM1 ** LINK-NUM2
                       ON SIZE ERROR
                           SET LINK-STATUS-OVERFLOW TO TRUE
                   END-COMPUTE
               END-IF
               END-IF
           END-IF.
           IF NOT LINK-STATUS-OK
               MOVE 0 TO LINK-RESULT
           END-IF.
           GOBACK.

      *> Root of LINK-NUM1 (LINK-NUM2 is not used), rounded to the
      *> cent as DIVISION-RND rounds. No real root of a negative.
      *> cobol-lint CL002 square-root
       SQUARE-ROOT.
           ENTRY 'SQUARE-ROOT' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           SET LINK-STATUS-OK TO TRUE.
           IF LINK-NUM1 NOT NUMERIC
               SET LINK-STATUS-INVALID-OPERAND TO TRUE
           ELSE IF LINK-NUM1 < 0
               SET LINK-STATUS-INVALID-OPERAND TO TRUE
           END-IF
           END-IF.
           IF LINK-STATUS-OK
               COMPUTE LINK-RESULT ROUNDED = FUNCTION SQRT(LINK-NUM1)
           ELSE
               MOVE 0 TO LINK-RESULT
           END-IF.
           GOBACK.

      *> LINK-NUM1 modulo LINK-NUM2 with the sign of the divisor
      *> (floored), not of the dividend as DIVISION-REM's truncated
      *> remainder is: -7 MODULO 3 is 2, 7 MODULO -3 is -2.
      *> cobol-lint CL002 modulo
       MODULO.
           ENTRY 'MODULO' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           SET LINK-STATUS-OK TO TRUE.
           PERFORM VALIDATE-OPERANDS.
           IF LINK-STATUS-OK
               IF LINK-NUM2 = 0
                   SET LINK-STATUS-DIVIDE-BY-ZERO TO TRUE
                   MOVE 0 TO LINK-RESULT
               ELSE
                   DIVIDE LINK-NUM1 BY LINK-NUM2 GIVING MOD-QUOTIENT
                       REMAINDER MOD-REMAINDER
                   IF MOD-REMAINDER < 0 AND LINK-NUM2 > 0
                       ADD LINK-NUM2 TO MOD-REMAINDER
                   ELSE IF MOD-REMAINDER > 0 AND LINK-NUM2 < 0
                       ADD LINK-NUM2 TO MOD-REMAINDER
                   END-IF
                   END-IF
                   MOVE MOD-REMAINDER TO LINK-RESULT
               END-IF
           ELSE
               MOVE 0 TO LINK-RESULT
           END-IF.
           GOBACK.

      *> The logic version this build was compiled with, returned in
      *> LINK-RESULT; no operand is looked at.
      *> cobol-lint CL002 calc-version
       CALC-VERSION.
           ENTRY 'CALC-VERSION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS.
           SET LINK-STATUS-OK TO TRUE.
           MOVE CALC-LOGIC-VERSION TO LINK-RESULT.
           GOBACK.

      *> cobol-lint CL002 validate-operands
       VALIDATE-OPERANDS.
           IF LINK-NUM1 NOT NUMERIC OR LINK-NUM2 NOT NUMERIC
