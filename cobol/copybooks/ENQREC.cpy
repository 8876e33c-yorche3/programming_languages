      *> Lock file row (ENQUEUE.DAT), copied at the 05 level under
      *> each reader's own 01. One row per lock held right now; the
      *> file is rewritten whole on every release, so a file with no
      *> rows (or no file) means nothing is locked.
           05 EL-RESOURCE      PIC X(20).
      *> S shared, E exclusive.
           05 EL-MODE          PIC X.
           05 EL-PROGRAM-ID    PIC X(18).
           05 EL-OPERATOR-ID   PIC X(8).
      *> When the lock was taken, as FUNCTION CURRENT-DATE gives it.
           05 EL-SINCE         PIC X(21).
