      *> Standard LINKAGE record for AUDIT-SEAL, which appends the
      *> seal row for a finished run to RUNTESTS.AUD. The caller has
      *> closed the audit file and still holds the run control.
       01 AS-RUN-ID       PIC 9(6).
      *> '04' the run has no rows on the trail or is already sealed;
      *> '16' the trail could not be read or written (reported
      *> through ERRHANDLER). A sealing failure never changes the
      *> caller's own return code; AUDIT-VERIFY reports the run as
      *> unsealed.
       01 AS-STATUS       PIC XX.
          88 AS-SEALED           VALUE '00'.
          88 AS-NOT-SEALED       VALUE '04'.
          88 AS-FILE-ERROR       VALUE '16'.
