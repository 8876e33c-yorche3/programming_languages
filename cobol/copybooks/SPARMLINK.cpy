      *> Standard LINKAGE record for SYSPARM, the system parameter
      *> lookup. The caller names a parameter and passes the value
      *> it would use with no parameter file -- its own built-in
      *> default -- and always gets back a value to use in
      *> SPM-VALUE: the row in force on SPM-AS-OF (spaces for today),
      *> or the default.
       01 SPM-NAME      PIC X(20).
       01 SPM-DEFAULT   PIC 9(6)V99.
       01 SPM-AS-OF     PIC X(8).
       01 SPM-VALUE     PIC 9(6)V99.
      *> The row in force on file -- also when it was rejected and
      *> the default used instead; spaces and zeros when there is
      *> none.
       01 SPM-LOW       PIC 9(6)V99.
       01 SPM-HIGH      PIC 9(6)V99.
       01 SPM-EFFECTIVE PIC X(8).
       01 SPM-SET-BY    PIC X(8).
      *> '04' no row in force (or no SYSPARM.DAT at all); '08' the
      *> row in force is outside its own range and was not used;
      *> '16' the file could not be read. The default is in force
      *> for all three.
       01 SPM-STATUS    PIC XX.
          88 SPM-FROM-FILE           VALUE '00'.
          88 SPM-DEFAULTED           VALUE '04'.
          88 SPM-REJECTED            VALUE '08'.
          88 SPM-FILE-ERROR          VALUE '16'.
