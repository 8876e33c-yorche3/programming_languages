       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The system parameter file: one row per setting of a named
      *> operating threshold, appended by PARM-MAINT and never
      *> rewritten. Read whole on every call -- it is a few dozen
      *> rows, read once per parameter at a program's startup.
           SELECT PARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
       COPY SPARMREC.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS   PIC XX.
          88 WS-PARM-STATUS-OK      VALUE '00'.
          88 WS-PARM-MISSING        VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-AS-OF         PIC X(8).
       01 WS-FOUND-FLAG    PIC X.
          88 WS-ROW-FOUND        VALUE 'Y'.
       01 WS-DEFAULT-SHOWN PIC Z(5)9.99.
       01 WS-BEST-ROW.
       COPY SPARMREC REPLACING LEADING ==SP== BY ==BR==.

       COPY ERRLINK.

       LINKAGE SECTION.
       COPY SPARMLINK.

      *> The default goes back unless a row in force passes its own
      *> range check, so a missing, unreadable or mistyped parameter
      *> leaves the caller running exactly as it did before the
      *> parameter file existed.
       PROCEDURE DIVISION USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS.
           SET SPM-DEFAULTED TO TRUE
           MOVE SPM-DEFAULT TO SPM-VALUE
           MOVE 0 TO SPM-LOW
           MOVE 0 TO SPM-HIGH
           MOVE SPACES TO SPM-EFFECTIVE
           MOVE SPACES TO SPM-SET-BY
           IF SPM-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF
           ELSE
               MOVE SPM-AS-OF TO WS-AS-OF
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PARM-FILE
           IF WS-PARM-MISSING
               GOBACK
           END-IF
           IF NOT WS-PARM-STATUS-OK
               MOVE "SYSPARM.DAT" TO EH-FILE-NAME
               MOVE WS-PARM-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               SET SPM-FILE-ERROR TO TRUE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ PARM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-PARM-ROW
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF WS-ROW-FOUND
               PERFORM APPLY-ROW-IN-FORCE
           END-IF
           GOBACK.

      *> Latest effective date not after the as-of date wins; on a
      *> tie the later row on file does, since it was set later.
       JUDGE-PARM-ROW.
           IF SP-NAME = SPM-NAME
               AND SP-EFFECTIVE NUMERIC
               AND SP-EFFECTIVE <= WS-AS-OF
               IF NOT WS-ROW-FOUND
                   OR SP-EFFECTIVE >= BR-EFFECTIVE
                   MOVE PARM-RECORD TO WS-BEST-ROW
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-IF.

       APPLY-ROW-IN-FORCE.
           MOVE BR-LOW TO SPM-LOW
           MOVE BR-HIGH TO SPM-HIGH
           MOVE BR-EFFECTIVE TO SPM-EFFECTIVE
           MOVE BR-SET-BY TO SPM-SET-BY
           IF BR-VALUE NUMERIC
               AND BR-LOW NUMERIC AND BR-HIGH NUMERIC
               AND BR-VALUE >= BR-LOW AND BR-VALUE <= BR-HIGH
               MOVE BR-VALUE TO SPM-VALUE
               SET SPM-FROM-FILE TO TRUE
           ELSE
               MOVE SPM-DEFAULT TO WS-DEFAULT-SHOWN
               DISPLAY "SYSPARM: " SPM-NAME " row effective "
                   BR-EFFECTIVE " on SYSPARM.DAT is outside its "
                   "range -- default " WS-DEFAULT-SHOWN " used"
               SET SPM-REJECTED TO TRUE
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "SYSPARM" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
