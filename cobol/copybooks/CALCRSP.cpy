      *> Calculation response file (CALCRSP.DAT), copied at the 05
      *> level under each reader's own 01. CALC-SERVICE writes one
      *> header, one detail per answered request, and one trailer
      *> per run; the record-type byte says which view applies.
           05 CS-RECORD-TYPE   PIC X.
              88 CS-IS-HEADER        VALUE "H".
              88 CS-IS-DETAIL        VALUE "D".
              88 CS-IS-TRAILER       VALUE "T".
           05 CS-DETAIL.
              10 CS-REQUESTER-ID  PIC X(8).
              10 CS-REQUEST-ID    PIC X(12).
              10 CS-OPERATION     PIC X(14).
              10 CS-NUM1          PIC S9(5)V99
                                      SIGN IS TRAILING SEPARATE.
              10 CS-NUM2          PIC S9(5)V99
                                      SIGN IS TRAILING SEPARATE.
      *> Whatever the entry point returned -- zero when the status
      *> is not OK. PRIME-FACTORS answers with its factor count, the
      *> same scalar MAINPROGRAM asserts on.
              10 CS-RESULT        PIC S9(20)V99
                                      SIGN IS TRAILING SEPARATE.
      *> The truncated-division leftover for the three DIVISION
      *> spellings; spaces for every other operation.
              10 CS-REMAINDER     PIC S9(5)V99
                                      SIGN IS TRAILING SEPARATE.
              10 CS-REMAINDER-X REDEFINES CS-REMAINDER PIC X(8).
      *> The entry point's own status code (LINK-STATUS, NU-STATUS,
      *> or the matching byte of the other LINKAGE records): 00 OK,
      *> 04 overflow, 08 invalid operand, 16 divide by zero.
              10 CS-STATUS        PIC XX.
           05 CS-HEADER REDEFINES CS-DETAIL.
              10 CS-HDR-RUN-STAMP PIC X(21).
              10 CS-HDR-REQ-FILE  PIC X(20).
              10 FILLER           PIC X(42).
      *> Balancing totals. Read = answered + rejected. The operand
      *> hash is NUM1 + NUM2 summed over the answered requests and
      *> the result hash is CS-RESULT summed over them, so the
      *> requester can foot the detail rows against both. High-order
      *> digits past the picture are dropped, as with any hash.
           05 CS-TRAILER REDEFINES CS-DETAIL.
              10 CS-TRL-READ      PIC 9(7).
              10 CS-TRL-ANSWERED  PIC 9(7).
              10 CS-TRL-REJECTED  PIC 9(7).
              10 CS-TRL-OPND-HASH PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
              10 CS-TRL-RSLT-HASH PIC S9(22)V99
                                      SIGN IS TRAILING SEPARATE.
              10 FILLER           PIC X(21).
