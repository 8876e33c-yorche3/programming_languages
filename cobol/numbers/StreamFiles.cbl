       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-FILES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTREAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
       COPY JOBSTRM.

       WORKING-STORAGE SECTION.
       01 WS-STEM          PIC X(15).
       01 WS-STREAM-STATUS PIC XX.
          88 WS-STREAM-STATUS-OK    VALUE '00'.
          88 WS-STREAM-MISSING      VALUE '35'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.
       01 WS-PARM-HEAD     PIC X(40).
       01 WS-PARM-TAIL     PIC X(40).
       01 WS-PARM-PIECES   PIC 99.
       01 WS-STEP-WORK     PIC X(20).
       01 WS-LISTED-FLAG   PIC X.
          88 WS-ALREADY-LISTED   VALUE 'Y'.
       01 WORK-I           PIC 99.

       LINKAGE SECTION.
       COPY STRMLINK.

      *> Per-work-file reconcile file names, kept in one place so
      *> RECONCILE-RUN, BREAK-CAUSE, BREAK-REVIEW, and PERF-COMPARE
      *> can never disagree about which files belong to which
      *> suite. The
      *> stem is the work-file name up to its first period:
      *> MONTHEND.DAT reconciles against MONTHEND.PRV.
       PROCEDURE DIVISION USING SF-WORK-NAME SF-FILE-NAMES.
           MOVE SPACES TO WS-STEM
           UNSTRING SF-WORK-NAME DELIMITED BY "." OR SPACE
               INTO WS-STEM
           END-UNSTRING
           IF WS-STEM = SPACES OR WS-STEM = "RUNTESTS"
               MOVE "RUNTESTS.AUD.PRV" TO SF-BASELINE-NAME
               MOVE "RUNTESTS.BRK" TO SF-BREAK-NAME
               MOVE "RUNTESTS.BST" TO SF-STAMP-NAME
               MOVE "RECONCILE.STA" TO SF-STATUS-NAME
               MOVE "RUNTESTS.PBK" TO SF-PERF-BREAK-NAME
               MOVE "PERF.STA" TO SF-PERF-STATUS-NAME
           ELSE
               MOVE SPACES TO SF-FILE-NAMES
               STRING WS-STEM DELIMITED BY SPACE
                   ".PRV" DELIMITED BY SIZE
                   INTO SF-BASELINE-NAME
               STRING WS-STEM DELIMITED BY SPACE
                   ".BRK" DELIMITED BY SIZE
                   INTO SF-BREAK-NAME
               STRING WS-STEM DELIMITED BY SPACE
                   ".BST" DELIMITED BY SIZE
                   INTO SF-STAMP-NAME
               STRING WS-STEM DELIMITED BY SPACE
                   ".RST" DELIMITED BY SIZE
                   INTO SF-STATUS-NAME
               STRING WS-STEM DELIMITED BY SPACE
                   ".PBK" DELIMITED BY SIZE
                   INTO SF-PERF-BREAK-NAME
               STRING WS-STEM DELIMITED BY SPACE
                   ".PST" DELIMITED BY SIZE
                   INTO SF-PERF-STATUS-NAME
           END-IF
           GOBACK.

      *> Programs that look across every suite (EXCEPT-SWEEP,
      *> MORNING-STATUS, LIBCERTIFY) ask which work files the job
      *> stream runs, then come back through the main entry for each
      *> one's file names. A step with no WORK= runs RUNTESTS.DAT,
      *> so that suite is always listed, and listed first.
       WORK-LIST-ENTRY-POINT.
           ENTRY 'STREAM-WORK-FILES' USING SF-WORK-LIST
               SF-LIST-STATUS.
           MOVE SPACES TO SF-WORK-LIST
           MOVE 1 TO SF-WORK-COUNT
           MOVE "RUNTESTS.DAT" TO SF-WORK-FILE(1)
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT JOB-STREAM-FILE
           MOVE WS-STREAM-STATUS TO SF-LIST-STATUS
           IF NOT WS-STREAM-STATUS-OK
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ JOB-STREAM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-STEP-WORK-FILE
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE
           GOBACK.

      *> WORK= can sit anywhere on the step's command line; the
      *> name runs to the next space.
       LIST-STEP-WORK-FILE.
           MOVE SPACES TO WS-PARM-HEAD WS-PARM-TAIL WS-STEP-WORK
           MOVE 0 TO WS-PARM-PIECES
           UNSTRING JB-PARM DELIMITED BY "WORK="
               INTO WS-PARM-HEAD WS-PARM-TAIL
               TALLYING IN WS-PARM-PIECES
           END-UNSTRING
           IF WS-PARM-PIECES > 1
               UNSTRING WS-PARM-TAIL DELIMITED BY SPACE
                   INTO WS-STEP-WORK
               END-UNSTRING
           END-IF
           IF WS-STEP-WORK NOT = SPACES
               MOVE 'N' TO WS-LISTED-FLAG
               PERFORM VARYING WORK-I FROM 1 BY 1
                       UNTIL WORK-I > SF-WORK-COUNT
                   IF SF-WORK-FILE(WORK-I) = WS-STEP-WORK
                       SET WS-ALREADY-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ALREADY-LISTED AND SF-WORK-COUNT < 30
                   ADD 1 TO SF-WORK-COUNT
                   MOVE WS-STEP-WORK TO SF-WORK-FILE(SF-WORK-COUNT)
               END-IF
           END-IF.
