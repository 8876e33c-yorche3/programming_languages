      *> Certified-versions record (CERTVER.DAT), copied at the 05
      *> level under each reader's own 01. LIB-CERTIFY appends one
      *> row each time an admin operator signs off a build's results;
      *> rows are never changed or removed. A build may run in
      *> production only when its FACTORIAL and CALCULATOR logic
      *> versions appear together on some row (VERSION-CHECK).
           05 CV-CERT-ID       PIC 9(6).
           05 CV-FACT-VERSION  PIC 9(4).
           05 CV-CALC-VERSION  PIC 9(4).
      *> Operator ID (OPERMAST.DAT, admin authority) who signed off.
           05 CV-APPROVER      PIC X(8).
           05 CV-SIGNED-AT     PIC X(14).
      *> Cases run by the certification, and how many results it
      *> listed as changed against the build certified before it.
           05 CV-CASE-COUNT    PIC 9(5).
           05 CV-CHANGED-COUNT PIC 9(5).
