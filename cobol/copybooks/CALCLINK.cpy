      *> Standard LINKAGE record for the two-operand CALCULATOR
      *> entry points (ADDITION, SUBSTRACTION, MULTIPLICATION,
      *> DIVISION-OP, POWER, SQUARE-ROOT, MODULO). One shared layout
      *> keeps every caller and the subroutine itself agreeing on
      *> field widths and the error-status convention. Operands are
      *> signed with two decimal places (separate trailing sign, so
      *> the same picture serves the work-file fields they are
      *> loaded from); results carry the same two decimals.
       01 LINK-NUM1   PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
       01 LINK-NUM2   PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
       01 LINK-RESULT PIC S9(10)V99.
       01 LINK-STATUS PIC XX.
          88 LINK-STATUS-OK              VALUE '00'.
      *> POWER only: the result will not fit LINK-RESULT.
          88 LINK-STATUS-OVERFLOW        VALUE '04'.
          88 LINK-STATUS-INVALID-OPERAND VALUE '08'.
          88 LINK-STATUS-DIVIDE-BY-ZERO  VALUE '16'.
      *> DIVISION-OP only: its ENTRY takes these two after
