      *> Standard LINKAGE record for ENQUEUE and its companion entry
      *> point DEQUEUE, which take and give back a lock on a shared
      *> file (by its file name) on the lock file ENQUEUE.DAT. Both
      *> take the same USING list; DEQUEUE ignores EQ-MODE and the
      *> holder fields.
      *> Any number of shared locks may stand on a file together;
      *> an exclusive lock stands alone. A program reading a file
      *> wholesale takes it shared, a program that will write it
      *> back takes it exclusive, and each gives its locks back on
      *> every way out. A lock a program failed to give back (a hard
      *> failure) stays until ENQ-ADMIN force-releases it.
       01 EQ-RESOURCE     PIC X(20).
       01 EQ-MODE         PIC X.
          88 EQ-SHARED           VALUE 'S'.
          88 EQ-EXCLUSIVE        VALUE 'E'.
       01 EQ-PROGRAM-ID   PIC X(18).
      *> Who is at the keyboard; BATCH for stream steps and other
      *> unattended work.
       01 EQ-OPERATOR-ID  PIC X(8).
      *> On a refusal, the lock in the way: its program, operator,
      *> and when it was taken (YYYYMMDDHHMMSS...). Spaces otherwise.
       01 EQ-HOLDER-PROGRAM  PIC X(18).
       01 EQ-HOLDER-OPERATOR PIC X(8).
       01 EQ-HOLDER-SINCE    PIC X(21).
      *> '00' granted / given back, '04' DEQUEUE found no such lock
      *> (already released, or force-released), '08' refused --
      *> another holder's lock is in the way, '16' the lock file
      *> could not be read or written (reported through ERRHANDLER;
      *> the caller must treat the file as not locked and refuse).
       01 EQ-STATUS       PIC XX.
          88 EQ-GRANTED          VALUE '00'.
          88 EQ-NOT-HELD         VALUE '04'.
          88 EQ-REFUSED          VALUE '08'.
          88 EQ-FILE-ERROR       VALUE '16'.
