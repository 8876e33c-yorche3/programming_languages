      *> Staged work-file change (RUNTESTS.CHG), copied at the 05
      *> level under each reader's own 01. CASE-MAINT appends one row
      *> per add, change, or retirement an operator submits; nothing
      *> reaches RUNTESTS.DAT until a second operator with admin
      *> authority approves the row in CASE-APPROVE, which then
      *> applies it. Rows are never removed by either program, so
      *> the file is the maker-checker trail for every case edit;
      *> LOG-HOUSEKEEP moves finished rows (APPLIED, REJECTED,
      *> STALE) to dated archives under RETAIN.CTL.
           05 CH-CHANGE-ID     PIC 9(6).
      *> ADD, CHANGE, or RETIRE; or CONT, which adds, replaces or
      *> removes one of CH-TEST-ID's continuation records
      *> (WORKCONT.cpy) -- the before image spaces for an addition,
      *> the after image spaces for a removal.
           05 CH-ACTION        PIC X(6).
           05 CH-TEST-ID       PIC X(10).
      *> Suite an ADD lands under; spaces for CHANGE, RETIRE and CONT,
      *> which keep the case where it stands.
           05 CH-SUITE-NAME    PIC X(14).
      *> Operator ID (OPERMAST.DAT) that submitted the change.
           05 CH-MAKER-ID      PIC X(8).
           05 CH-MADE-AT       PIC X(21).
      *> PENDING until decided; REJECTED, or APPROVED then APPLIED
      *> once on RUNTESTS.DAT. STALE when the work-file row no
      *> longer matches the before image (someone else changed it
      *> first), so the approved edit is not laid over theirs.
           05 CH-STATUS        PIC X(8).
              88 CH-IS-PENDING      VALUE "PENDING".
              88 CH-IS-APPROVED     VALUE "APPROVED".
              88 CH-IS-REJECTED     VALUE "REJECTED".
              88 CH-IS-APPLIED      VALUE "APPLIED".
              88 CH-IS-STALE        VALUE "STALE".
           05 CH-CHECKER-ID    PIC X(8).
           05 CH-CHECKED-AT    PIC X(21).
      *> The RUNTESTS.DAT row (WORKREC layout) as it stood when the
      *> change was made -- spaces for an ADD -- and as it is to be.
           05 CH-BEFORE-IMAGE  PIC X(89).
           05 CH-AFTER-IMAGE   PIC X(89).
