      *> Standard LINKAGE record for VERSION-CHECK. Back come the
      *> library's logic-version stamps as the running build reports
      *> them (FACTORIAL-VERSION, CALC-VERSION) and whether that pair
      *> has been signed off on CERTVER.DAT; when it has, the
      *> certification that covers it and who approved it.
       01 VC-FACT-VERSION PIC 9(4).
       01 VC-CALC-VERSION PIC 9(4).
       01 VC-CERT-ID      PIC 9(6).
       01 VC-APPROVER     PIC X(8).
       01 VC-STATUS       PIC XX.
          88 VC-CERTIFIED        VALUE '00'.
      *> The stamps are on no CERTVER.DAT row, or there is no file.
          88 VC-NOT-CERTIFIED    VALUE '08'.
      *> CERTVER.DAT could not be read (reported through ERRHANDLER).
          88 VC-FILE-ERROR       VALUE '16'.
