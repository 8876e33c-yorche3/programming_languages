      *> Results database record (RUNTESTS.RDB), copied at the 05
      *> level under each reader's own 01. The file is an indexed
      *> lookup copy of the audit trail, not a replacement for it:
      *> RUNTESTS.AUD and its RUNTESTS.AR<n> generations stay the
      *> record of what ran, and RESULTSDB-MGR VERIFY proves this
      *> file still agrees with RUNTESTS.AUD row for row.
      *> Primary key is run ID + test ID, for "every case in run N";
      *> the alternate key is the same pair the other way round, for
      *> "every run of case X". A run's TRAILER record is held under
      *> the test ID "TRAILER", so the alternate key also walks the
      *> run trailers in run order. SUBTOTAL, ARCHIVE, and ARCTOTAL
      *> records are not carried.
           05 RS-RUN-KEY.
              10 RS-RUN-ID        PIC 9(6).
              10 RS-TEST-ID       PIC X(10).
           05 RS-TEST-KEY.
              10 RS-ALT-TEST-ID   PIC X(10).
              10 RS-ALT-RUN-ID    PIC 9(6).
      *> The audit record exactly as it was written to RUNTESTS.AUD
      *> (detail layout from AUDITREC.cpy, or the run trailer);
      *> readers MOVE it into their own AUDITREC view.
           05 RS-AUDIT-IMAGE      PIC X(122).
