      *> WR-OPERATION bytes and everything after it belongs to that
      *> suite until the next header. MAINPROGRAM writes a SUBTOTAL
      *> audit record per suite and stamps the suite name on every
      *> detail audit row. One whose first ten bytes are "CONTINUE"
      *> belongs to the case in front of it (WORKCONT.cpy).
      *> Detail layout of the MAINPROGRAM work file (RUNTESTS.DAT),
      *> copied at the 05 level under each reader's own 01. The edit
      *> front end (EDIT-WORK-FILE) and the test driver (MAINPROGRAM)
