      *> Standard LINKAGE record for STREAM-FILES. The caller passes
      *> the work-file name a run was made from (the trailer's
      *> AT-WORK-NAME); back come the names of that work file's own
      *> reconcile files, so a second suite is never judged against
      *> (or promoted over) another suite's baseline. RUNTESTS.DAT,
      *> or a blank name from a trailer cut before work-file names
      *> existed, keeps the original names.
       01 SF-WORK-NAME        PIC X(20).
       01 SF-FILE-NAMES.
      *> Baseline run (RUNTESTS.AUD.PRV, else <stem>.PRV).
          05 SF-BASELINE-NAME PIC X(20).
      *> Break dispositions (RUNTESTS.BRK, else <stem>.BRK).
          05 SF-BREAK-NAME    PIC X(20).
      *> BREAK-CAUSE's fact-cache stamp at promotion (RUNTESTS.BST,
      *> else <stem>.BST).
          05 SF-STAMP-NAME    PIC X(20).
      *> Reconcile outcome (RECONCILE.STA, else <stem>.RST).
          05 SF-STATUS-NAME   PIC X(20).
      *> PERF-COMPARE's slow-down breaks (RUNTESTS.PBK, else
      *> <stem>.PBK) and outcome (PERF.STA, else <stem>.PST).
          05 SF-PERF-BREAK-NAME  PIC X(20).
          05 SF-PERF-STATUS-NAME PIC X(20).
      *> Used only by the STREAM-WORK-FILES entry: every work file
      *> the job stream runs a suite from -- RUNTESTS.DAT first,
      *> then each distinct WORK= named on a JOBSTREAM.DAT row, in
      *> file order. SF-LIST-STATUS is JOBSTREAM.DAT's open status;
      *> with no stream on file ('35') the list is RUNTESTS.DAT
      *> alone, the suite the built-in stream runs.
       01 SF-WORK-LIST.
          05 SF-WORK-COUNT    PIC 99.
          05 SF-WORK-FILE     PIC X(20) OCCURS 30 TIMES.
       01 SF-LIST-STATUS      PIC XX.
          88 SF-LIST-STATUS-OK       VALUE '00'.
          88 SF-NO-JOB-STREAM        VALUE '35'.
