      *> Standard LINKAGE record for RESULTSDB, which posts one audit
      *> record to the results database (RUNTESTS.RDB). The caller
      *> passes the record exactly as it just wrote it to
      *> RUNTESTS.AUD; RESULTSDB derives both keys from it. A row
      *> already on file under the same run and test ID (a restarted
      *> run re-running a case) is replaced, so the database always
      *> holds the run's final word. RD-STATUS '04' reports that
      *> replacement, '08' a control record (SUBTOTAL and the like)
      *> that the database does not carry, '16' a database that
      *> could not be opened or written. The audit trail is the
      *> record of what ran, so no caller stops a run over '16' --
      *> RESULTSDB-MGR VERIFY finds the gap and BUILD repairs it.
       01 RD-AUDIT-IMAGE PIC X(122).
       01 RD-STATUS      PIC XX.
          88 RD-STATUS-OK        VALUE '00'.
          88 RD-STATUS-REPLACED  VALUE '04'.
          88 RD-STATUS-NOT-HELD  VALUE '08'.
          88 RD-STATUS-FAILED    VALUE '16'.
