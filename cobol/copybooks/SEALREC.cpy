      *> Audit-trail seal row (RUNTESTS.AUD and its RUNTESTS.AR<n>
      *> generations), copied at the 05 level under each reader's own
      *> 01 of the audit record's 122 bytes. AUDIT-SEAL appends one
      *> straight after a run's TRAILER. The run hash is taken over
      *> every detail, SUBTOTAL and TRAILER row carrying the run ID,
      *> in file order; the seal itself is the previous run's seal
      *> carried forward over this run's hash, ID and row count, so
      *> each run is chained to the one sealed before it. AUDIT-VERIFY
      *> recomputes both.
           05 SL-MARKER        PIC X(10).
           05 SL-RUN-ID        PIC 9(6).
           05 SL-ROW-COUNT     PIC 9(9).
           05 SL-RUN-HASH.
              10 SL-RUN-HASH-1 PIC 9(12).
              10 SL-RUN-HASH-2 PIC 9(12).
      *> All zeros on the first run ever sealed.
           05 SL-PREV-SEAL.
              10 SL-PREV-SEAL-1 PIC 9(12).
              10 SL-PREV-SEAL-2 PIC 9(12).
           05 SL-SEAL.
              10 SL-SEAL-1     PIC 9(12).
              10 SL-SEAL-2     PIC 9(12).
      *> When the seal was written, YYYYMMDDHHMMSS.
           05 SL-SEALED-AT     PIC X(14).
           05 FILLER           PIC X(11).
