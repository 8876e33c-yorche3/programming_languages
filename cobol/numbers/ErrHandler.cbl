          88 WS-ERRLOG-STATUS-OK   VALUE '00'.
          88 WS-ERRLOG-MISSING     VALUE '35'.

       COPY ALERTLINK.

       LINKAGE SECTION.
       COPY ERRLINK.

               " file " EH-FILE-NAME " verb " EH-OPERATION
               " status " EH-FILE-STATUS.
           PERFORM WRITE-ERROR-LOG-RECORD.
           PERFORM RAISE-FILE-ALERT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

                   "unwritable, status " WS-ERRLOG-STATUS
           END-IF.
           EXIT.

      *> One alert per program and file. It stays open (later
      *> failures on the same file are repeats) until the program
      *> is seen to run clean again: NIGHTLYJOB clears a stream
      *> program's FILE alerts, and those of the shared subprograms
      *> it CALLs, when a step finishes without a file-class return
      *> code; the interactive maintenance programs clear their own
      *> at the normal end of a session.
       RAISE-FILE-ALERT.
           SET AL-SEV-MAJOR TO TRUE
           MOVE EH-PROGRAM-ID TO AL-SOURCE
           MOVE SPACES TO AL-KEY
           STRING "FILE " EH-FILE-NAME DELIMITED BY SIZE
               INTO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "FILE ERROR ON " DELIMITED BY SIZE
               EH-OPERATION DELIMITED BY SPACE
               " STATUS " EH-FILE-STATUS " FILE " EH-FILE-NAME
               DELIMITED BY SIZE INTO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE SPACES TO AL-CLEAR-BEFORE
           CALL 'ALERT-RAISE' USING AL-SEVERITY AL-SOURCE AL-KEY
               AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.
           EXIT.
