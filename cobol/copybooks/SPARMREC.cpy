      *> System parameter row (SYSPARM.DAT), copied at the 05 level
      *> under each reader's own 01. PARM-MAINT appends one row each
      *> time an admin operator sets a parameter; rows are never
      *> changed or removed, so the file is its own history. The row
      *> in force for a name on a given date is the one with the
      *> latest effective date not after it, the later row on file
      *> winning a tie (SYSPARM).
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6)V99.
      *> Valid range, inclusive. A row whose value falls outside its
      *> own range is not used; the reader keeps its default.
           05 SP-LOW           PIC 9(6)V99.
           05 SP-HIGH          PIC 9(6)V99.
      *> YYYYMMDD; a date still to come schedules the change.
           05 SP-EFFECTIVE     PIC X(8).
      *> Operator ID (OPERMAST.DAT, admin authority) who set it;
      *> INSTALL on the rows delivered with the system.
           05 SP-SET-BY        PIC X(8).
