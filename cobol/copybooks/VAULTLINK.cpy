      *> Standard LINKAGE record for VAULT-STORE, which files a copy
      *> of a report the caller has just closed into the report
      *> vault (VAULT.DAT, listed on VAULT.IDX), stamped with the
      *> report name, the current run ID from RUNCTL.DAT, the time
      *> it was filed and the producing program. REPORT-VAULT lists
      *> and reprints what is there.
       01 VT-REPORT-NAME  PIC X(20).
       01 VT-PROGRAM-ID   PIC X(18).
      *> Back comes the copy's vault ID (zero when nothing was filed).
       01 VT-VAULT-ID     PIC 9(8).
      *> '04' the report was not on file to be vaulted; '16' the
      *> vault could not be written (reported through ERRHANDLER).
      *> A vault failure never stops the caller's own work.
       01 VT-STATUS       PIC XX.
          88 VT-FILED            VALUE '00'.
          88 VT-NOT-FILED        VALUE '04'.
          88 VT-FILE-ERROR       VALUE '16'.
