       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(122).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(122).

       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(122).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
       01 WS-TOTAL-RUNS     PIC 9(4) VALUE 0.
       01 WS-RUNS-TO-CUT    PIC 9(4) VALUE 0.
       01 WS-RUNS-SEEN      PIC 9(4) VALUE 0.
       01 WS-RUN-END-FLAG   PIC X VALUE 'N'.
          88 WS-RUN-ENDED         VALUE 'Y'.
       01 WS-CUT-RECORDS    PIC 9(9) VALUE 0.
       01 WS-KEPT-RECORDS   PIC 9(9) VALUE 0.

           05 AH-CUT-DATE       PIC X(21).
           05 AH-GENERATION     PIC 9.
           05 AH-RUNS-CUT       PIC 9(4).
           05 FILLER            PIC X(86) VALUE SPACES.

       01 ARCHIVE-TRAILER.
           05 FILLER            PIC X(10) VALUE "ARCTOTAL".
           05 AX-RECORD-COUNT   PIC 9(9).
           05 AX-RUN-COUNT      PIC 9(4).
           05 FILLER            PIC X(99) VALUE SPACES.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> GOBACK throughout, not STOP RUN, so NIGHTLYJOB can run this
      *> as a job-stream step and act on its RETURN-CODE.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           PERFORM COUNT-AUDIT-RUNS
           IF WS-TOTAL-RUNS <= WS-KEEP-RUNS
               DISPLAY "AUDIT-ARCHIVE: " WS-TOTAL-RUNS
                   " run(s) on file, keeping " WS-KEEP-RUNS
                   " -- nothing to cut."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-RUNS-TO-CUT = WS-TOTAL-RUNS - WS-KEEP-RUNS
           PERFORM READ-CONTROL-RECORD
               WS-ARCHIVE-NAME ", kept " WS-KEEP-RUNS " run(s), "
               WS-KEPT-RECORDS " record(s)."
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the cut uses when no row is in force.
       READ-SYSTEM-PARAMETERS.
           MOVE "ARCHIVE-KEEP-RUNS" TO SPM-NAME
           MOVE WS-KEEP-RUNS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-KEEP-RUNS
           MOVE "ARCHIVE-GENERATIONS" TO SPM-NAME
           MOVE WS-RETENTION-COUNT TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RETENTION-COUNT.

       COUNT-AUDIT-RUNS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-MISSING
               DISPLAY "AUDIT-ARCHIVE: no RUNTESTS.AUD to archive."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-AUDIT-STATUS-OK
               MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
               MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
           CLOSE AUDIT-FILE.

      *> Runs 1 through WS-RUNS-TO-CUT (each run ends at its TRAILER
      *> record and the SEAL after it) go to the archive generation;
      *> everything after stays on the audit trail via the hold file.
       SPLIT-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-RUNS-SEEN
           MOVE 'N' TO WS-RUN-END-FLAG
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-STATUS-OK
               MOVE WS-ARCHIVE-NAME TO EH-FILE-NAME
               MOVE WS-ARCHIVE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HOLD-STATUS-OK
               MOVE "RUNTESTS.AUD.TMP" TO EH-FILE-NAME
               MOVE WS-HOLD-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AH-CUT-DATE
           MOVE WS-GENERATION TO AH-GENERATION
           CLOSE ARCHIVE-FILE
           CLOSE HOLD-FILE.

      *> A run's SEAL row follows its TRAILER and goes wherever the
      *> run goes, so each generation carries the seals of the runs
      *> it holds; the next run starts with the first row after them.
       SPLIT-ONE-RECORD.
           IF WS-RUN-ENDED
               AND AUDIT-RECORD(1:10) NOT = "SEAL"
               ADD 1 TO WS-RUNS-SEEN
               MOVE 'N' TO WS-RUN-END-FLAG
           END-IF
           IF WS-RUNS-SEEN < WS-RUNS-TO-CUT
               ADD 1 TO WS-CUT-RECORDS
               MOVE AUDIT-RECORD TO ARCHIVE-RECORD
               WRITE HOLD-RECORD
           END-IF
           IF AUDIT-RECORD(1:10) = "TRAILER"
               SET WS-RUN-ENDED TO TRUE
           END-IF.

       REWRITE-AUDIT-FILE.
               MOVE "RUNTESTS.AUD" TO EH-FILE-NAME
               MOVE WS-AUDIT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
