      *> Every system parameter a program reads from SYSPARM.DAT, with
      *> the built-in default the program falls back on, the range a
      *> new value must fall in, and who reads it. PARM-MAINT sets
      *> only these names and PARM-REPORT lists them all. The
      *> defaults must match the VALUE each reader carries; the
      *> ranges are what the readers' fields can hold.
       01 SYSPARM-DEF-DATA.
           05 FILLER PIC X(20)    VALUE "CHECKPOINT-EVERY".
           05 FILLER PIC 9(6)V99  VALUE 10.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 9999.
           05 FILLER PIC X(54)    VALUE "MAINPROGRAM".
           05 FILLER PIC X(20)    VALUE "RUNCTL-FRESH-SECS".
           05 FILLER PIC 9(6)V99  VALUE 300.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 9999.
           05 FILLER PIC X(54)    VALUE "RUNCTL-STATUS".
           05 FILLER PIC X(20)    VALUE "ARCHIVE-KEEP-RUNS".
           05 FILLER PIC 9(6)V99  VALUE 3.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 9999.
           05 FILLER PIC X(54)    VALUE "AUDIT-ARCHIVE".
           05 FILLER PIC X(20)    VALUE "ARCHIVE-GENERATIONS".
           05 FILLER PIC 9(6)V99  VALUE 5.
           05 FILLER PIC 9(6)V99  VALUE 1.
      *> Eight, not nine: the readers step a one-digit generation
      *> counter one past the last generation.
           05 FILLER PIC 9(6)V99  VALUE 8.
           05 FILLER PIC X(54)    VALUE
               "AUDIT-ARCHIVE, AUDIT-VERIFY, FLAKY-SCAN, RESULTSDB-MGR".
           05 FILLER PIC X(20)    VALUE "RECON-RATE-DROP".
           05 FILLER PIC 9(6)V99  VALUE 0.
           05 FILLER PIC 9(6)V99  VALUE 0.
           05 FILLER PIC 9(6)V99  VALUE 100.
           05 FILLER PIC X(54)    VALUE "RECONCILE-RUN".
           05 FILLER PIC X(20)    VALUE "QUARANTINE-FLIPS".
           05 FILLER PIC 9(6)V99  VALUE 2.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 9999.
           05 FILLER PIC X(54)    VALUE "FLAKY-SCAN".
           05 FILLER PIC X(20)    VALUE "PERF-SLOW-FACTOR".
           05 FILLER PIC 9(6)V99  VALUE 2.
           05 FILLER PIC 9(6)V99  VALUE 1.01.
           05 FILLER PIC 9(6)V99  VALUE 999.99.
           05 FILLER PIC X(54)    VALUE "PERF-COMPARE".
           05 FILLER PIC X(20)    VALUE "PERF-FLOOR-HH".
           05 FILLER PIC 9(6)V99  VALUE 10.
           05 FILLER PIC 9(6)V99  VALUE 0.
           05 FILLER PIC 9(6)V99  VALUE 999999.
           05 FILLER PIC X(54)    VALUE "PERF-COMPARE".
           05 FILLER PIC X(20)    VALUE "PERF-MIN-SAMPLES".
           05 FILLER PIC 9(6)V99  VALUE 3.
           05 FILLER PIC 9(6)V99  VALUE 1.
      *> No more samples than the history window holds.
           05 FILLER PIC 9(6)V99  VALUE 8.
           05 FILLER PIC X(54)    VALUE "PERF-COMPARE".
           05 FILLER PIC X(20)    VALUE "PERF-WINDOW-RUNS".
           05 FILLER PIC 9(6)V99  VALUE 8.
           05 FILLER PIC 9(6)V99  VALUE 1.
      *> PERF-COMPARE keeps eight prior runs per case.
           05 FILLER PIC 9(6)V99  VALUE 8.
           05 FILLER PIC X(54)    VALUE "PERF-COMPARE".
           05 FILLER PIC X(20)    VALUE "ENQ-STALE-SECONDS".
           05 FILLER PIC 9(6)V99  VALUE 43200.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 999999.
           05 FILLER PIC X(54)    VALUE "ENQ-ADMIN".
           05 FILLER PIC X(20)    VALUE "BATCH-LIMIT-MINUTES".
           05 FILLER PIC 9(6)V99  VALUE 120.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 9999.
           05 FILLER PIC X(54)    VALUE "BATCH-WINDOW".
           05 FILLER PIC X(20)    VALUE "EXCEPT-AGE-DAYS".
           05 FILLER PIC 9(6)V99  VALUE 7.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 999.
           05 FILLER PIC X(54)    VALUE "EXCEPT-AGING".
           05 FILLER PIC X(20)    VALUE "EXPIRY-WINDOW-DAYS".
           05 FILLER PIC 9(6)V99  VALUE 7.
           05 FILLER PIC 9(6)V99  VALUE 1.
           05 FILLER PIC 9(6)V99  VALUE 99.
           05 FILLER PIC X(54)    VALUE "EXPIRY-REPORT".
           05 FILLER PIC X(20)    VALUE "TREND-RATE-DROP".
           05 FILLER PIC 9(6)V99  VALUE 5.
           05 FILLER PIC 9(6)V99  VALUE 0.
           05 FILLER PIC 9(6)V99  VALUE 100.
           05 FILLER PIC X(54)    VALUE "TREND-REPORT".
           05 FILLER PIC X(20)    VALUE "WHSE-GRACE-DAYS".
           05 FILLER PIC 9(6)V99  VALUE 2.
           05 FILLER PIC 9(6)V99  VALUE 0.
           05 FILLER PIC 9(6)V99  VALUE 99.
           05 FILLER PIC X(54)    VALUE "WHSE-ACK-MATCH".
           05 FILLER PIC X(20)    VALUE "SNAPSHOT-GENERATIONS".
           05 FILLER PIC 9(6)V99  VALUE 3.
           05 FILLER PIC 9(6)V99  VALUE 1.
      *> The snapshot control record dates three generations.
           05 FILLER PIC 9(6)V99  VALUE 3.
           05 FILLER PIC X(54)    VALUE "FILE-SNAPSHOT".
       01 SYSPARM-DEF-TABLE REDEFINES SYSPARM-DEF-DATA.
           05 SYSPARM-DEF OCCURS 17 TIMES.
              10 SD-NAME       PIC X(20).
              10 SD-DEFAULT    PIC 9(6)V99.
              10 SD-LOW        PIC 9(6)V99.
              10 SD-HIGH       PIC 9(6)V99.
              10 SD-USED-BY    PIC X(54).
       01 SYSPARM-DEF-COUNT PIC 99 VALUE 17.
