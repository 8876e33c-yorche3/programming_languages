      *>                        a batch session)
      *>                   FACTORIAL-TERM         NUMLINK.cpy
      *>                       (NU-STATUS only; closes the session)
      *>                   FACTORIAL-VERSION      NUMLINK.cpy
      *>                       (N, NU-STATUS; N comes back as
      *>                        FACT-LOGIC-VERSION)
      *> FIBONACCI         FIBONACCI              NUMLINK.cpy
      *> FIBONACCI-SEQ     FIBONACCI-SEQ          FIBSEQLINK.cpy
      *> SUMNUMBERS        SUMNUMBERS             NUMLINK.cpy
      *> LCM               LCM                    NUM2LINK.cpy
      *> ISPRIME           ISPRIME                NUMLINK.cpy
      *> PRIME-FACTORS     PRIME-FACTORS          PFACTLINK.cpy
      *> COMBINATIONS      COMBINATIONS           COMBLINK.cpy
      *> PERMUTATIONS      PERMUTATIONS           COMBLINK.cpy
      *> ERRHANDLER        ERRHANDLER             ERRLINK.cpy
      *> ALERT-RAISE       ALERT-RAISE            ALERTLINK.cpy
      *>                   ALERT-CLEAR            ALERTLINK.cpy
      *>                       (AL-SOURCE, AL-KEY; clears one open
      *>                        alert)
      *>                   ALERT-CLEAR-CLASS      ALERTLINK.cpy
      *>                       (AL-SOURCE, AL-KEY prefix,
      *>                        AL-CLEAR-BEFORE; clears every match)
      *> RUNCALENDAR       RUNCALENDAR            RCALLINK.cpy
      *>                   RUNCALENDAR-EVENT      RCALLINK.cpy
      *>                       (adds RCAL-EVENT; is a named EVENT
      *>                        on the calendar for this date)
      *> STREAM-FILES      STREAM-FILES           STRMLINK.cpy
      *>                   STREAM-WORK-FILES      STRMLINK.cpy
      *>                       (SF-WORK-LIST, SF-LIST-STATUS; every
      *>                        work file the job stream runs)
      *> RESULTSDB         RESULTSDB              RDBLINK.cpy
      *>                   RESULTSDB-INIT         RDBLINK.cpy
      *>                       (RD-STATUS only; opens RUNTESTS.RDB
      *>                        for a batch session)
      *>                   RESULTSDB-TERM         RDBLINK.cpy
      *>                       (RD-STATUS only; closes the session)
      *> CALCULATOR        ADDITION               CALCLINK.cpy
      *>                   SUBSTRACTION           CALCLINK.cpy
      *>                   MULTIPLICATION         CALCLINK.cpy
      *>                   DIVISION-OP            CALCLINK.cpy
      *>                   POWER                  CALCLINK.cpy
      *>                   SQUARE-ROOT            CALCLINK.cpy
      *>                       (LINK-NUM1 only; LINK-NUM2 unused)
      *>                   MODULO                 CALCLINK.cpy
      *>                   CALC-VERSION           CALCLINK.cpy
      *>                       (first four only; LINK-RESULT comes
      *>                        back as CALC-LOGIC-VERSION)
      *> VERSION-CHECK     VERSION-CHECK          VERLINK.cpy
      *> VAULT-STORE       VAULT-STORE            VAULTLINK.cpy
      *> AUDIT-SEAL        AUDIT-SEAL             SEALLINK.cpy
      *> AUDIT-HASH        AUDIT-HASH             HASHLINK.cpy
      *> ENQUEUE           ENQUEUE                ENQLINK.cpy
      *>                   DEQUEUE                ENQLINK.cpy
      *>                       (EQ-RESOURCE, EQ-PROGRAM-ID and
      *>                        EQ-OPERATOR-ID name the lock to give
      *>                        back)
      *> SYSPARM           SYSPARM                SPARMLINK.cpy
      *>
      *> Callers today:
      *>   MAINPROGRAM (RunTests.cbl)  -> FACTORIAL, FIBONACCI,
      *>       SUMNUMBERS, ISPRIME, PRIME-FACTORS, FIBONACCI-SEQ,
      *>       SUMNUMBERS-RANGE (three operands, the step from the
      *>       case's continuation record), and (by literal
      *>       ENTRY name read from its work file) GCD, LCM,
      *>       COMBINATIONS, PERMUTATIONS, and all seven CALCULATOR
      *>       entry points.
      *>   EXPECT-GEN (ExpectGen.cbl) -> the same set as MAINPROGRAM,
      *>       driven from RUNTESTS.NEW to propose expected values.
      *>   OPERATOR-MENU (OperatorMenu.cbl) -> every entry point
      *>       above, driven interactively.
      *>   CALCULATOR-TEST -> all seven CALCULATOR entry points.
      *>   CALC-SERVICE (CalcService.cbl) -> every batch-eligible
      *>       OPREG.DAT operation, by the name on each request and
      *>       the CALL shape of its registered LINKAGE copybook,
      *>       inside a FACTORIAL-INIT / FACTORIAL-TERM session;
      *>       SUMNUMBERS-RNG requests go to SUMNUMBERS-RANGE by
      *>       its entry-point name.
      *>   FACTFIBREPORT -> FACTORIAL, FIBONACCI, SUMNUMBERS,
      *>       COMBINATIONS.
      *>   PRIMETABREPORT (PrimeTabReport.cbl) -> PRIME-FACTORS for
      *>       every N in its range, and GCD over the exponents of
      *>       each factorization to find perfect powers.
      *>   FIB-CROSSCHECK (FibCrossCheck.cbl) -> FIBONACCI,
      *>       FIBONACCI-SEQ, comparing the two implementations.
      *>   FIBSEQ-REPORT (FibSeqReport.cbl) -> FIBONACCI-SEQ.
      *>   INVARIANT-SWEEP (InvariantSweep.cbl) -> ADDITION,
      *>       SUBSTRACTION, MULTIPLICATION, DIVISION-OP, MODULO,
      *>       POWER, SQUARE-ROOT, GCD, LCM, PRIME-FACTORS, ISPRIME,
      *>       FACTORIAL, COMBINATIONS and PERMUTATIONS (the last
      *>       three inside a FACTORIAL-INIT / FACTORIAL-TERM
      *>       session), SUMNUMBERS, FIBONACCI-SEQ and
      *>       SUMNUMBERS-RANGE, checking identities across each
      *>       one's operand range.
      *>   NIGHTLYJOB (NightlyJob.cbl) -> whatever JOBSTREAM.DAT
      *>       names, by program name held in data, in file order;
      *>       with no stream file, FILE-SNAPSHOT, MAINPROGRAM,
      *>       RECONCILE-RUN, BREAK-CAUSE, FACTFIBREPORT. Each is
      *>       CANCELled after it returns.
      *>   NIGHTLYJOB -> RUNCALENDAR-EVENT for CALENDAR-frequency
      *>       stream steps.
      *>   RECONCILE-RUN, BREAK-CAUSE, BREAK-REVIEW, PERF-COMPARE
      *>       -> STREAM-FILES, to name the baseline, break, stamp,
      *>       and status files that belong to the work file being
      *>       reconciled or timed.
      *>   EXCEPT-SWEEP, MORNING-STATUS, LIB-CERTIFY ->
      *>       STREAM-WORK-FILES, to list the work files whose suites
      *>       they sweep, report on, or certify.
      *>   NIGHTLYJOB and MORNING-STATUS -> RUNCALENDAR, to tell a
      *>       planned quiet day from a missed run.
      *>   MAINPROGRAM and FACTFIBREPORT also -> FACTORIAL-INIT /
      *>       FACTORIAL-TERM to bracket a cache session.
      *>   MAINPROGRAM and CALCULATOR-TEST -> RESULTSDB-INIT,
      *>       RESULTSDB for every detail and trailer row they
      *>       audit, RESULTSDB-TERM. A MAINPROGRAM TRIAL run
      *>       calls none of the three, nor AUDIT-SEAL, ALERT-RAISE
      *>       or ALERT-CLEAR.
      *>   MAINPROGRAM, NIGHTLYJOB, LIB-CERTIFY -> VERSION-CHECK,
      *>       which -> FACTORIAL-VERSION and CALC-VERSION, to match
      *>       the running build against CERTVER.DAT.
      *>   LIB-CERTIFY (LibCertify.cbl) -> the same set as
      *>       MAINPROGRAM, over every case on each work file
      *>       STREAM-WORK-FILES names, inside a FACTORIAL-INIT /
      *>       FACTORIAL-TERM session.
      *>   Every report producer -> VAULT-STORE as soon as it has
      *>       closed its report, to file a stamped copy in the
      *>       report vault: ALERT-HISTORY, BATCH-WINDOW,
      *>       CASE-CONFLICT, CASE-HISTORY, CATALOG-RECON,
      *>       COVERAGE-MATRIX, ERRLOG-REPORT, EXCEPT-AGING,
      *>       EXPECT-GEN, EXPIRY-REPORT, FACTFIBREPORT,
      *>       FIBSEQ-REPORT, FLAKY-SCAN, INTEGRITY-AUDIT,
      *>       LIB-CERTIFY, LOG-HOUSEKEEP, MONTH-HEALTH,
      *>       MORNING-STATUS, OPERLOG-REPORT, PENDING-MERGE,
      *>       RECONCILE-RUN (its break file), REGISTRY-CHECK,
      *>       RUN-DIFF, TIMING-REPORT, TREND-REPORT, WHSE-ACK-MATCH,
      *>       AUDIT-VERIFY, PRIMETABREPORT, TRIAL-COMPARE,
      *>       FAIL-ROUTE (each owner's worklist), PARM-REPORT.
      *>   MAINPROGRAM and CALCULATOR-TEST -> AUDIT-SEAL once the
      *>       run's TRAILER is on RUNTESTS.AUD, before releasing the
      *>       run control.
      *>   Every program that rewrites or reads a work file or a
      *>       maintained master wholesale -> ENQUEUE before it
      *>       loads and DEQUEUE once it is done (or on its way out
      *>       after a failure): MAINPROGRAM (shared, its work
      *>       file), EDIT-WORK-FILE, SUITE-BUILD, CASE-MAINT,
      *>       CASE-APPROVE, PENDING-MERGE, CATALOG-MAINT,
      *>       OPER-MAINT, EXCEPT-MAINT, EXCEPT-SWEEP, FAIL-ROUTE,
      *>       PARM-MAINT;
      *>       OPERATOR-MENU for the length of a pending-case append.
      *>   Every program with an operating threshold -> SYSPARM at
      *>       startup, once per parameter, passing its built-in
      *>       value as the default: MAINPROGRAM, RUNCTL-STATUS,
      *>       AUDIT-ARCHIVE, AUDIT-VERIFY, FLAKY-SCAN,
      *>       RESULTSDB-MGR, RECONCILE-RUN, ENQ-ADMIN,
      *>       WHSE-ACK-MATCH, TREND-REPORT, EXPIRY-REPORT,
      *>       BATCH-WINDOW, PERF-COMPARE, EXCEPT-AGING,
      *>       FILE-SNAPSHOT; PARM-MAINT and
      *>       PARM-REPORT for every parameter in SPARMDEF.cpy.
      *>   AUDIT-SEAL, AUDIT-VERIFY -> AUDIT-HASH for every audit
      *>       row of a run and again for the seal itself.
      *>   LCM -> GCD.
      *>   COMBINATIONS, PERMUTATIONS -> FACTORIAL, so they share
      *>       whatever FACTCACHE.DAT session their caller opened.
      *>   Every file-handling program -> ERRHANDLER on any bad
      *>       file status: MAINPROGRAM, RECONCILE-RUN,
      *>       FACTFIBREPORT, CALCULATOR-TEST, AUDIT-ARCHIVE,
      *>       CASE-HISTORY, EDIT-WORK-FILE, EXPECT-GEN,
      *>       FIBSEQ-REPORT, MORNING-STATUS, NIGHTLYJOB,
      *>       TIMING-REPORT, TREND-REPORT, WAREHOUSE-EXTRACT,
      *>       INVARIANT-SWEEP, FLAKY-SCAN,
      *>       COVERAGE-MATRIX, RESULTSDB, RESULTSDB-MGR,
      *>       BREAK-CAUSE, CALC-SERVICE, ALERT-HISTORY,
      *>       LOG-HOUSEKEEP, PERF-COMPARE, VERSION-CHECK,
      *>       LIB-CERTIFY, CASE-CONFLICT, CASE-APPROVE,
      *>       REPORT-BURST,
      *>       VAULT-STORE, REPORT-VAULT, AUDIT-SEAL,
      *>       AUDIT-VERIFY, PRIMETABREPORT, TRIAL-COMPARE,
      *>       FAIL-ROUTE, ENQUEUE, ENQ-ADMIN, SYSPARM,
      *>       PARM-MAINT, PARM-REPORT.
      *>   ERRHANDLER -> ALERT-RAISE, a MAJOR "FILE <file>" alert
      *>       under the failing program's name.
      *>   MAINPROGRAM -> ALERT-RAISE / ALERT-CLEAR for critical
      *>       case failures; MORNING-STATUS -> ALERT-RAISE /
      *>       ALERT-CLEAR for a RED verdict.
      *>   NIGHTLYJOB -> ALERT-RAISE / ALERT-CLEAR for aborted
      *>       steps, and ALERT-CLEAR-CLASS to clear a clean step's
      *>       "FILE" alerts raised before the step started -- the
      *>       step program's own and those of the shared
      *>       subprograms it CALLs (AUDIT-SEAL, ENQUEUE, RESULTSDB,
      *>       SYSPARM, VAULT-STORE, VERSION-CHECK; its
      *>       WS-SHARED-CALL-DATA table follows this registry) --
      *>       and for an uncertified library build.
      *>   CASE-APPROVE, CASE-MAINT, CATALOG-MAINT, ENQ-ADMIN,
      *>       EXCEPT-MAINT, OPER-MAINT, PARM-MAINT, PENDING-MERGE,
      *>       RUNCTL-STATUS -> ALERT-CLEAR-CLASS at the normal end
      *>       of a session, for their own "FILE" alerts raised
      *>       before it began.
      *>
      *> ERRLINK.cpy shape:      EH-PROGRAM-ID PIC X(18),
      *>                         EH-FILE-NAME PIC X(20),
      *>                         EH-OPERATION PIC X(8),
      *>                         EH-FILE-STATUS PIC XX.
      *>
      *> ALERTLINK.cpy shape:    AL-SEVERITY PIC X(8) (88s:
      *>                         CRITICAL/MAJOR/WARNING), AL-SOURCE
      *>                         PIC X(18), AL-KEY PIC X(30),
      *>                         AL-MESSAGE PIC X(60), AL-RUN-ID
      *>                         PIC 9(6), AL-CLEAR-BEFORE PIC X(14),
      *>                         AL-STATUS PIC XX (88s: SENT/
      *>                         NOT-SENT/FAILED).
      *> VERLINK.cpy shape:      VC-FACT-VERSION/VC-CALC-VERSION
      *>                         PIC 9(4), VC-CERT-ID PIC 9(6),
      *>                         VC-APPROVER PIC X(8), VC-STATUS
      *>                         PIC XX (88s: CERTIFIED/
      *>                         NOT-CERTIFIED/FILE-ERROR).
      *> VAULTLINK.cpy shape:    VT-REPORT-NAME PIC X(20),
      *>                         VT-PROGRAM-ID PIC X(18),
      *>                         VT-VAULT-ID PIC 9(8), VT-STATUS
      *>                         PIC XX (88s: FILED/NOT-FILED/
      *>                         FILE-ERROR).
      *> SEALLINK.cpy shape:     AS-RUN-ID PIC 9(6), AS-STATUS PIC XX
      *>                         (88s: SEALED/NOT-SEALED/FILE-ERROR).
      *> ENQLINK.cpy shape:      EQ-RESOURCE PIC X(20), EQ-MODE PIC X
      *>                         (88s: SHARED/EXCLUSIVE),
      *>                         EQ-PROGRAM-ID PIC X(18),
      *>                         EQ-OPERATOR-ID PIC X(8), then out:
      *>                         EQ-HOLDER-PROGRAM PIC X(18),
      *>                         EQ-HOLDER-OPERATOR PIC X(8),
      *>                         EQ-HOLDER-SINCE PIC X(21), EQ-STATUS
      *>                         PIC XX (88s: GRANTED/NOT-HELD/
      *>                         REFUSED/FILE-ERROR).
      *> SPARMLINK.cpy shape:    SPM-NAME PIC X(20), SPM-DEFAULT
      *>                         PIC 9(6)V99, SPM-AS-OF PIC X(8),
      *>                         then out: SPM-VALUE/SPM-LOW/
      *>                         SPM-HIGH PIC 9(6)V99, SPM-EFFECTIVE
      *>                         PIC X(8), SPM-SET-BY PIC X(8),
      *>                         SPM-STATUS PIC XX (88s: FROM-FILE/
      *>                         DEFAULTED/REJECTED/FILE-ERROR).
      *> HASHLINK.cpy shape:     SH-TEXT PIC X(122), SH-HASH-1/
      *>                         SH-HASH-2 PIC 9(12) (in: the running
      *>                         pair; out: the pair with the row
      *>                         folded in).
      *> NUMLINK.cpy shape:      N PIC 9(4), RESULT PIC 9(20) COMP-3,
      *>                         NU-STATUS PIC XX (88s: OK/OVERFLOW/
      *>                         INVALID).
      *> NUM2LINK.cpy shape:     N2-NUM1/N2-NUM2 PIC 9(5), N2-RESULT
      *>                         PIC 9(20) COMP-3, N2-STATUS PIC XX
      *>                         (88s: OK/OVERFLOW/INVALID).
      *> RDBLINK.cpy shape:      RD-AUDIT-IMAGE PIC X(122) (the audit
      *>                         record as written), RD-STATUS PIC XX
      *>                         (88s: OK/REPLACED/NOT-HELD/FAILED).
      *> RCALLINK.cpy shape:     RCAL-DATE PIC X(8), RCAL-VERDICT
      *>                         PIC X (88s: PROCESSING-DAY /
      *>                         NON-PROCESSING-DAY), RCAL-STATUS
