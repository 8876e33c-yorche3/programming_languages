       01 WS-CMDLINE       PIC X(80).
       01 WS-PURGE-FLAG    PIC X VALUE 'N'.
          88 WS-PURGE-REQUESTED     VALUE 'Y'.
       01 WS-TRIAL-FLAG    PIC X VALUE 'N'.
          88 WS-TRIAL-FILE          VALUE 'Y'.

       01 WS-READ-COUNT    PIC 9(9) VALUE 0.
       01 WS-FEED-COUNT    PIC 9(9) VALUE 0.
               SET WS-PURGE-REQUESTED TO TRUE
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM SCREEN-FOR-TRIAL-FILE
           IF WS-TRIAL-FILE
               DISPLAY "WAREHOUSE-EXTRACT: RUNTESTS.IFC carries a "
                   "TRIAL run marker -- refusing to feed or purge it"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PURGE-REQUESTED
               PERFORM PURGE-FED-RECORDS
               STOP RUN
               CLOSE CONTROL-FILE
           END-IF.

      *> MAINPROGRAM heads a TRIAL run's interface file with a
      *> *TRIAL* marker row. Checked before any output is opened, so
      *> a trial file put where the production one belongs leaves
      *> the feed, the rejects, the mark and the file untouched. A
      *> missing file is left for the main open to report.
       SCREEN-FOR-TRIAL-FILE.
           OPEN INPUT INTERFACE-FILE
           IF WS-INTERFACE-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ INTERFACE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF IF-TEST-ID = "*TRIAL*"
                               SET WS-TRIAL-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      *> The mark only moves forward, and only after a balanced
      *> extract, so a crashed or out-of-balance run never loses a
      *> delta.
