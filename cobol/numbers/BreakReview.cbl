       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> RUNTESTS.BRK unless WORK= names another suite's work file,
      *> whose own break file STREAM-FILES names.
           SELECT BREAK-FILE ASSIGN USING SF-BREAK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.

           05 BK-NEW-VALUE     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
           05 BK-STATUS        PIC X(8).
           05 BK-CAUSE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BREAK-STATUS  PIC XX.
             10 BX-NEW-VALUE  PIC S9(20)V99
                                  SIGN IS TRAILING SEPARATE.
             10 BX-STATUS     PIC X(8).
             10 BX-CAUSE      PIC X(8).
       01 BREAK-I          PIC 9(4).

       01 WS-REPLY         PIC X.
       01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT    PIC 9(4) VALUE 0.

      *> Pending breaks BREAK-CAUSE put down to an edited expected
      *> value -- the everyday case, offered for sign-off in one go.
       01 WS-EXPECTED-PENDING PIC 9(4) VALUE 0.
       01 WS-BULK-REPLY    PIC X.
          88 WS-BULK-ACCEPT      VALUE 'Y', 'y'.
       01 WS-CAUSE-TEXT    PIC X(50).
       01 WS-CMDLINE       PIC X(80).

       COPY STRMLINK.

       PROCEDURE DIVISION.

      *> Walks every PENDING break from the last RECONCILE-RUN, with
      *> the probable cause BREAK-CAUSE tagged it with, and records
      *> the analyst's decision. After a review, rerunning
      *> RECONCILE-RUN treats the ACCEPTED changes as clean and can
      *> promote the baseline. Invoke with WORK=<work file> to review
      *> a suite other than RUNTESTS.DAT.
       MAIN-LOGIC.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE SPACES TO SF-WORK-NAME
           IF WS-CMDLINE(1:5) = "WORK="
               MOVE WS-CMDLINE(6:15) TO SF-WORK-NAME
           END-IF
           CALL 'STREAM-FILES' USING SF-WORK-NAME SF-FILE-NAMES
           PERFORM LOAD-BREAK-FILE
      *> The review rewrites the whole file from the loaded table, so
      *> a file bigger than the table cannot be reviewed in place
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "BREAK-REVIEW: " WS-OVERFLOW-COUNT
                   " break(s) past the 500-row table -- review "
                   "refused so no row is lost; split " SF-BREAK-NAME
                   " and review the pieces"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OFFER-BULK-ACCEPT
           PERFORM VARYING BREAK-I FROM 1 BY 1
                   UNTIL BREAK-I > WS-BREAK-COUNT
               PERFORM REVIEW-ONE-BREAK
               MOVE BK-OLD-VALUE TO BX-OLD-VALUE(WS-BREAK-COUNT)
               MOVE BK-NEW-VALUE TO BX-NEW-VALUE(WS-BREAK-COUNT)
               MOVE BK-STATUS TO BX-STATUS(WS-BREAK-COUNT)
               MOVE BK-CAUSE TO BX-CAUSE(WS-BREAK-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
               DISPLAY "Break for " BX-TEST-ID(BREAK-I)
               DISPLAY "  old value: " BX-OLD-VALUE(BREAK-I)
               DISPLAY "  new value: " BX-NEW-VALUE(BREAK-I)
               PERFORM DESCRIBE-CAUSE
               DISPLAY "  cause:     " BX-CAUSE(BREAK-I) " "
                   WS-CAUSE-TEXT
               DISPLAY "Accept, Reject, or Skip (A/R/S)? "
                   WITH NO ADVANCING
               ACCEPT WS-REPLY
           ELSE
               DISPLAY "Break for " BX-TEST-ID(BREAK-I)
                   " already " BX-STATUS(BREAK-I)
                   " (cause " BX-CAUSE(BREAK-I) ")"
           END-IF.

      *> One answer signs off every PENDING break whose expected
      *> value was edited since the baseline -- the value moved
      *> because somebody meant it to. Declining leaves them for
      *> the one-by-one walk like any other break.
       OFFER-BULK-ACCEPT.
           PERFORM VARYING BREAK-I FROM 1 BY 1
                   UNTIL BREAK-I > WS-BREAK-COUNT
               IF BX-STATUS(BREAK-I) = "PENDING"
                   AND BX-CAUSE(BREAK-I) = "EXPECTED"
                   ADD 1 TO WS-EXPECTED-PENDING
               END-IF
           END-PERFORM
           IF WS-EXPECTED-PENDING > 0
               DISPLAY WS-EXPECTED-PENDING " pending break(s) have "
                   "cause EXPECTED (expected value edited since the "
                   "baseline run)."
               DISPLAY "Accept all of them now (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-BULK-REPLY
               IF WS-BULK-ACCEPT
                   PERFORM VARYING BREAK-I FROM 1 BY 1
                           UNTIL BREAK-I > WS-BREAK-COUNT
                       IF BX-STATUS(BREAK-I) = "PENDING"
                           AND BX-CAUSE(BREAK-I) = "EXPECTED"
                           MOVE "ACCEPTED" TO BX-STATUS(BREAK-I)
                           ADD 1 TO WS-ACCEPT-COUNT
                       END-IF
                   END-PERFORM
                   DISPLAY "BREAK-REVIEW: " WS-EXPECTED-PENDING
                       " EXPECTED break(s) accepted."
               END-IF
           END-IF.

       DESCRIBE-CAUSE.
           EVALUATE BX-CAUSE(BREAK-I)
               WHEN "EXPECTED"
                   MOVE "(expected value edited since the baseline)"
                       TO WS-CAUSE-TEXT
               WHEN "NEW-CASE"
                   MOVE "(new or reactivated case)" TO WS-CAUSE-TEXT
               WHEN "FACT-VER"
                   MOVE "(FACTCACHE.DAT logic version changed)"
                       TO WS-CAUSE-TEXT
               WHEN "SYSERR"
                   MOVE "(file error on SYSERR.LOG during the run)"
                       TO WS-CAUSE-TEXT
               WHEN "WORKFILE"
                   MOVE "(ran under a different work file name)"
                       TO WS-CAUSE-TEXT
               WHEN "UNKNOWN"
                   MOVE "(unexplained)" TO WS-CAUSE-TEXT
               WHEN OTHER
                   MOVE "(not yet attributed)" TO WS-CAUSE-TEXT
           END-EVALUATE.

       REWRITE-BREAK-FILE.
           OPEN OUTPUT BREAK-FILE
           PERFORM VARYING BREAK-I FROM 1 BY 1
               MOVE BX-OLD-VALUE(BREAK-I) TO BK-OLD-VALUE
               MOVE BX-NEW-VALUE(BREAK-I) TO BK-NEW-VALUE
               MOVE BX-STATUS(BREAK-I) TO BK-STATUS
               MOVE BX-CAUSE(BREAK-I) TO BK-CAUSE
               WRITE BREAK-RECORD
           END-PERFORM
           CLOSE BREAK-FILE.
