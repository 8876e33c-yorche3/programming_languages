      *> Standard LINKAGE record for the counting subroutines
      *> COMBINATIONS (nCr) and PERMUTATIONS (nPr): choose CB-R of
      *> CB-N. Same width of N and result as NUMLINK, so a FACTORIAL
      *> argument and answer move straight across, and the same
      *> status codes, with INVALID also covering CB-R above CB-N.
       01 CB-N      PIC 9(4).
       01 CB-R      PIC 9(4).
       01 CB-RESULT PIC 9(20) COMP-3.
       01 CB-STATUS PIC XX.
          88 CB-STATUS-OK       VALUE '00'.
          88 CB-STATUS-OVERFLOW VALUE '04'.
          88 CB-STATUS-INVALID  VALUE '08'.
