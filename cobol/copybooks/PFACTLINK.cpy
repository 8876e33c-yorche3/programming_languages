      *> full prime factorization of PF-N (factors in ascending
      *> order, repeated to their multiplicity) the way FIBONACCI-SEQ
      *> returns its sequence through FIBSEQLINK. PF-COUNT is the
      *> number of factors returned -- the single result the batch
      *> driver asserts on; a case that carries an expected list on
      *> continuation records has the table checked as well.
      *> PF-TABLE is capped at 20 entries, which more than covers a
      *> five-digit N (2 ** 16 is already six digits).
       01 PF-N      PIC 9(5).
