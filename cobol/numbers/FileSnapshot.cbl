       01 WS-CMDLINE       PIC X(80).
       01 WS-RESTORE-FLAG  PIC X VALUE 'N'.
          88 WS-RESTORE-REQUESTED   VALUE 'Y'.
      *> Generations kept before the oldest is overwritten,
      *> SNAPSHOT-GENERATIONS on SYSPARM.DAT; no more than the three
      *> the control record has dates for.
       01 WS-RETENTION-COUNT PIC 9 VALUE 3.
       01 WS-CUT-COUNT     PIC 9(4) VALUE 0.
       01 WS-GENERATION    PIC 9 VALUE 1.
       01 WS-REPLY         PIC X.
          88 WS-REPLY-YES        VALUE 'Y', 'y'.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.
      *> after an operator confirmation and with a journal entry --
      *> so a crash mid-rewrite costs one night, not the baseline.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:8) = "RESTORE "
               SET WS-RESTORE-REQUESTED TO TRUE
           END-IF
           GOBACK.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the snapshot uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "SNAPSHOT-GENERATIONS" TO SPM-NAME
           MOVE WS-RETENTION-COUNT TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RETENTION-COUNT.

       TAKE-SNAPSHOT.
           COMPUTE WS-GENERATION =
               FUNCTION MOD(WS-CUT-COUNT, WS-RETENTION-COUNT) + 1
