      *> Report vault index row (VAULT.IDX), copied at the 05 level
      *> under each reader's own 01. One row per vaulted copy, in
      *> vault ID order; the copy's lines are the VAULT.DAT rows
      *> carrying the same vault ID.
           05 VX-VAULT-ID      PIC 9(8).
           05 VX-REPORT-NAME   PIC X(20).
           05 VX-RUN-ID        PIC 9(6).
      *> When the copy was filed, YYYYMMDDHHMMSS.
           05 VX-PRODUCED      PIC X(14).
           05 VX-PROGRAM-ID    PIC X(18).
           05 VX-LINE-COUNT    PIC 9(7).
