      *> from a blank work-file byte to M), so a failure's weight is
      *> readable straight off the detail row.
           05 AR-SEVERITY      PIC X.
      *> Q when the case was on the flaky-case quarantine list
      *> (RUNTESTS.QTN) for this run: it still ran and was audited,
      *> but its failure did not count toward the severity ladder.
      *> Space otherwise, and on rows written before the list
      *> existed.
           05 AR-QUARANTINE    PIC X.
      *> Element index of a list case -- one whose expectations
      *> carry on CONTINUE records in the work file (WORKCONT.cpy).
      *> On such a case that failed on an element, the first element
      *> that did not match, counting from 1, with AR-EXPECTED and
      *> AR-ACTUAL holding that element's expected and actual value
      *> instead of the case's single result; 000 when every element
      *> matched. Spaces on every other row, and on rows written
      *> before list cases existed.
           05 AR-ELEMENT       PIC X(3).
           05 AR-ELEMENT-NUM REDEFINES AR-ELEMENT PIC 9(3).
