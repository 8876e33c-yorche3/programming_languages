      *> Standard LINKAGE record for AUDIT-HASH, which folds one
      *> 122-byte audit row into a running pair of hash values. The
      *> caller starts the pair at zero (or at a previous seal) and
      *> passes every row in turn; the same rows in the same order
      *> always give the same pair, and any change to any byte almost
      *> never does.
       01 SH-TEXT         PIC X(122).
       01 SH-HASH-1       PIC 9(12).
       01 SH-HASH-2       PIC 9(12).
