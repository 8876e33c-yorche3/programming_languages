      *> Alert record, copied at the 05 level under each reader's own
      *> 01. The outbound alert file (ALERTS.OUT) is the interface
      *> the scheduler and paging system read, and carries RAISE and
      *> CLEAR only; the alert history (ALERTS.HST) carries the same
      *> layout for every event, repeats included, and is what
      *> ALERT-HISTORY reports from.
           05 AO-ACTION        PIC X(6).
              88 AO-IS-RAISE         VALUE "RAISE".
              88 AO-IS-REPEAT        VALUE "REPEAT".
              88 AO-IS-CLEAR         VALUE "CLEAR".
           05 AO-TIMESTAMP     PIC X(21).
      *> CRITICAL pages somebody now; MAJOR and WARNING queue for
      *> first shift.
           05 AO-SEVERITY      PIC X(8).
           05 AO-SOURCE        PIC X(18).
           05 AO-KEY           PIC X(30).
           05 AO-MESSAGE       PIC X(60).
           05 AO-RUN-ID        PIC 9(6).
