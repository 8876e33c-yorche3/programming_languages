      *> Certification results record (CERTRUN.DAT, the candidate
      *> build's run; CERTRES.DAT, the last certified build's),
      *> copied at the 05 level under each reader's own 01. An H
      *> header row names the build, then one D row per case on each
      *> work file the job stream runs (RUNTESTS.DAT, MONTHEND.DAT,
      *> ...), with the work file it came from and the result and
      *> status the build gave it. A case
      *> whose operation answers with a table (FIBONACCI-SEQ's
      *> FS-TABLE, PRIME-FACTORS' PF-TABLE) is followed by C rows
      *> carrying every element, two to a row, laid out as the
      *> work file's CONTINUE records carry an expected list. Written
      *> by LIB-CERTIFY only -- never by MAINPROGRAM, so a
      *> certification run touches no production file.
           05 CR-ROW-TYPE      PIC X.
              88 CR-IS-HEADER        VALUE "H".
              88 CR-IS-DETAIL        VALUE "D".
              88 CR-IS-CONTINUATION  VALUE "C".
           05 CR-DETAIL.
              10 CR-TEST-ID    PIC X(10).
              10 CR-OPERATION  PIC X(14).
              10 CR-NUM1       PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
              10 CR-NUM2       PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
              10 CR-RESULT     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 CR-STATUS     PIC XX.
      *> Work file the case is on. A set certified before work
      *> files were carried has spaces here, read as RUNTESTS.DAT.
              10 CR-WORK-NAME  PIC X(20).
           05 CR-HEADER REDEFINES CR-DETAIL.
              10 CR-FACT-VERSION  PIC 9(4).
              10 CR-CALC-VERSION  PIC 9(4).
              10 CR-RUN-AT        PIC X(14).
              10 CR-CASE-COUNT    PIC 9(5).
              10 CR-CHANGED-COUNT PIC 9(5).
      *> CERTVER.DAT row the run was compared against (000000 when
      *> nothing was certified yet); on CERTRES.DAT, the row that
      *> certified these results.
              10 CR-BASE-CERT-ID  PIC 9(6).
              10 CR-CERT-ID       PIC 9(6).
      *> Y when the build reports the same stamps as the certified
      *> one yet gave different results: the logic changed without
      *> its version being bumped, and cannot be signed off.
              10 CR-UNBUMPED-FLAG PIC X.
              10 FILLER           PIC X(40).
      *> A C row names its case, as a work-file continuation does,
      *> so one that has come adrift is not taken for another case's;
      *> its work file is the D row's in front of it.
      *> CR-VALUE(1) is element CR-FIRST-ELEMENT of the table,
      *> counting from 1; FS-TABLE's element 1 is F(0).
           05 CR-CONTINUATION REDEFINES CR-DETAIL.
              10 CR-LIST-TEST-ID  PIC X(10).
              10 CR-FIRST-ELEMENT PIC 9(3).
              10 CR-VALUE-COUNT   PIC 9.
              10 CR-VALUE         PIC 9(20) OCCURS 2 TIMES.
              10 FILLER           PIC X(31).
