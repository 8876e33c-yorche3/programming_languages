      *> Calculation request (CALCREQ.DAT), copied at the 05 level
      *> under each reader's own 01. Another department writes one
      *> row per calculation it wants run through the library;
      *> CALC-SERVICE answers it on the response file (CALCRSP.cpy)
      *> or returns it, reason code in front, on the reject file.
      *> Requester ID + request ID identify the request for good: a
      *> pair already answered on any earlier run is rejected, not
      *> run again.
           05 CQ-REQUESTER-ID  PIC X(8).
           05 CQ-REQUEST-ID    PIC X(12).
      *> An OPREG.DAT operation flagged for batch use.
           05 CQ-OPERATION     PIC X(14).
      *> Same pictures as the work-file operands. Operations whose
      *> LINKAGE is unsigned-integer (everything but CALCLINK) need
      *> whole, non-negative values that fit the LINKAGE field.
      *> Both operands must be numeric even where the operation uses
      *> only the first (zeros will do).
           05 CQ-NUM1          PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 CQ-NUM2          PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
