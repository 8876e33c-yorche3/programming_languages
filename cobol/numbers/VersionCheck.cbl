       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSION-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO "CERTVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
       01  CERT-RECORD.
       COPY CERTREC.

       WORKING-STORAGE SECTION.
       01 WS-CERT-STATUS   PIC XX.
          88 WS-CERT-STATUS-OK      VALUE '00'.
          88 WS-CERT-MISSING        VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       COPY NUMLINK.

       COPY CALCLINK.

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY VERLINK.

      *> Asks the library itself (not a copy of its constants) which
      *> logic versions this build carries, then looks for the pair on
      *> CERTVER.DAT. The newest matching row wins, so a re-certified
      *> pair reports its latest sign-off. Callers decide what an
      *> uncertified build means to them; MAINPROGRAM and NIGHTLYJOB
      *> refuse to run.
       PROCEDURE DIVISION USING VC-FACT-VERSION VC-CALC-VERSION
           VC-CERT-ID VC-APPROVER VC-STATUS.

       MAIN-LOGIC.
           SET VC-NOT-CERTIFIED TO TRUE
           MOVE 0 TO VC-CERT-ID
           MOVE SPACES TO VC-APPROVER
           CALL 'FACTORIAL-VERSION' USING N NU-STATUS
           MOVE N TO VC-FACT-VERSION
           MOVE 0 TO LINK-NUM1
           MOVE 0 TO LINK-NUM2
           CALL 'CALC-VERSION' USING LINK-NUM1 LINK-NUM2 LINK-RESULT
               LINK-STATUS
           MOVE LINK-RESULT TO VC-CALC-VERSION
           OPEN INPUT CERT-FILE
           IF WS-CERT-MISSING
               GOBACK
           END-IF
           IF NOT WS-CERT-STATUS-OK
               MOVE "CERTVER.DAT" TO EH-FILE-NAME
               MOVE WS-CERT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET VC-FILE-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ CERT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CV-FACT-VERSION = VC-FACT-VERSION
                           AND CV-CALC-VERSION = VC-CALC-VERSION
                           SET VC-CERTIFIED TO TRUE
                           MOVE CV-CERT-ID TO VC-CERT-ID
                           MOVE CV-APPROVER TO VC-APPROVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           GOBACK.

       CALL-ERROR-HANDLER.
           MOVE "VERSION-CHECK" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
