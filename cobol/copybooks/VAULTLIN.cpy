      *> Report vault line (VAULT.DAT), copied at the 05 level under
      *> each reader's own 01: one line of a vaulted report, tagged
      *> with its copy's vault ID. Copies follow one another in
      *> vault ID order, each copy's lines in their original order.
           05 VL-VAULT-ID      PIC 9(8).
           05 VL-TEXT          PIC X(132).
