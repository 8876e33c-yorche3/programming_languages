      *> Standard LINKAGE record for ALERT-RAISE and its companion
      *> entry points ALERT-CLEAR and ALERT-CLEAR-CLASS, which put
      *> alerts on the outbound alert file (ALERTS.OUT) the
      *> enterprise scheduler and paging system pick up. All three
      *> take the same USING list; each ignores the fields it has
      *> no use for.
      *> An alert is one condition: AL-SOURCE (the program that
      *> watches for it) plus AL-KEY (which condition -- e.g.
      *> "ABORT MAINPROGRAM"). The first ALERT-RAISE of a condition
      *> goes out; raising it again while it is still open is only
      *> recorded as a repeat. ALERT-CLEAR, called by the same
      *> source once the condition has resolved, sends the clear;
      *> clearing a condition that is not open does nothing.
      *> ALERT-CLEAR-CLASS clears every open alert from AL-SOURCE
      *> whose key starts with the non-blank part of AL-KEY and that
      *> was last raised before AL-CLEAR-BEFORE (YYYYMMDDHHMMSS;
      *> spaces for any time).
       01 AL-SEVERITY     PIC X(8).
          88 AL-SEV-CRITICAL     VALUE "CRITICAL".
          88 AL-SEV-MAJOR        VALUE "MAJOR".
          88 AL-SEV-WARNING      VALUE "WARNING".
       01 AL-SOURCE       PIC X(18).
       01 AL-KEY          PIC X(30).
       01 AL-MESSAGE      PIC X(60).
      *> Zero means "the current run": ALERT-RAISE takes the last
      *> issued run ID from RUNCTL.DAT.
       01 AL-RUN-ID       PIC 9(6).
       01 AL-CLEAR-BEFORE PIC X(14).
      *> '00' the raise or clear went out, '04' nothing went out (a
      *> repeat of an open alert, or nothing open to clear), '16' the
      *> alert files could not be written. An alert failure never
      *> stops the caller, and ALERT-RAISE does not go through
      *> ERRHANDLER (which raises alerts itself).
       01 AL-STATUS       PIC XX.
          88 AL-STATUS-SENT      VALUE '00'.
          88 AL-STATUS-NOT-SENT  VALUE '04'.
          88 AL-STATUS-FAILED    VALUE '16'.
