      *> Continuation layout of the MAINPROGRAM work file
      *> (RUNTESTS.DAT), copied at the 05 level under a second 01 of
      *> each reader's work-file FD, so it is another view of the
      *> bytes WORKREC.cpy describes and must stay the same width. A
      *> record whose first ten bytes are "CONTINUE" is not a case:
      *> it carries what the case record in front of it has no room
      *> for -- a third operand, and a list of expected values for an
      *> operation that answers with a table (FIBONACCI-SEQ's
      *> FS-TABLE, PRIME-FACTORS' PF-TABLE). A case may have several,
      *> straight after it and before anything else; each names the
      *> case in WC-TEST-ID, so one that has come adrift from its
      *> case is caught instead of being applied to another.
      *> Anything that reorders or copies cases (SUITE-BUILD,
      *> CASE-MAINT, CASE-APPROVE, PENDING-MERGE) moves a case's
      *> continuations with it; anything that only counts or reads
      *> cases skips them as it skips suite headers.
           05 WC-MARKER        PIC X(10).
           05 WC-TEST-ID       PIC X(10).
      *> Third operand -- SUMNUMBERS-RNG's step (start and stop are
      *> the case's WR-NUM1 and WR-NUM2; no continuation means a
      *> step of 1). Zero for the list operations.
           05 WC-NUM3          PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
      *> Expected values, in table order: WC-VALUE(1) is element
      *> WC-FIRST-ELEMENT of the list, counting from 1, so each
      *> record follows on from the one before. FS-TABLE's element 1
      *> is F(0). The list must name every element the operation
      *> returns -- one missing or one too many is a mismatch.
           05 WC-FIRST-ELEMENT PIC 9(3).
           05 WC-VALUE-COUNT   PIC 9.
           05 WC-VALUE         PIC 9(20) OCCURS 2 TIMES.
           05 FILLER           PIC X(17).
