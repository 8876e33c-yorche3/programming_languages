       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIL-ROUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The run just finished: its detail rows and trailer.
           SELECT LATEST-RUN-FILE ASSIGN TO "RUNTESTS.AUD.LATEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEST-STATUS.
      *> Who owns each case; one keyed READ per failing test ID.
           SELECT CATALOG-FILE ASSIGN TO "TESTCAT.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TEST-ID
               FILE STATUS IS WS-CATALOG-STATUS.
      *> The exception master EXCEPT-SWEEP feeds and EXCEPT-MAINT
      *> works; failing cases are filed on it as source CASEFAIL.
           SELECT EXCEPT-MASTER-FILE ASSIGN TO "EXCEPT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *> One worklist per owner, <owner>.WKL, rebuilt every run.
           SELECT WORKLIST-FILE ASSIGN USING WS-WORKLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Width must track MAINPROGRAM's AUDIT-RECORD.
       FD  LATEST-RUN-FILE.
       01  LATEST-RUN-RECORD    PIC X(122).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
       COPY CATREC.

      *> Must stay in step with EXCEPT-SWEEP's
      *> EXCEPT-MASTER-RECORD.
       FD  EXCEPT-MASTER-FILE.
       01  EXCEPT-MASTER-RECORD.
           05 EM-SOURCE        PIC X(8).
           05 EM-KEY           PIC X(30).
           05 EM-FIRST-SEEN    PIC X(8).
           05 EM-ASSIGNED      PIC X(8).
           05 EM-STATUS        PIC X(8).
           05 EM-DETAIL        PIC X(40).
      *> Filled only on CASEFAIL rows (a failing test case, filed by
      *> FAIL-ROUTE); spaces on every other source. Carried through
      *> as a group by every program that rewrites the master.
           05 EM-CASE-FIELDS.
              10 EM-SEVERITY   PIC X.
              10 EM-EXPECTED   PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-ACTUAL     PIC S9(20)V99
                                   SIGN IS TRAILING SEPARATE.
              10 EM-LAST-RUN   PIC 9(6).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE        PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-LATEST-STATUS  PIC XX.
          88 WS-LATEST-STATUS-OK    VALUE '00'.
       01 WS-CATALOG-STATUS PIC XX.
          88 WS-CATALOG-STATUS-OK   VALUE '00'.
          88 WS-CATALOG-MISSING     VALUE '35'.
       01 WS-MASTER-STATUS  PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
       01 WS-WORKLIST-STATUS PIC XX.
          88 WS-WORKLIST-STATUS-OK  VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF               VALUE 'Y'.
       01 WS-CATALOG-OPEN-FLAG PIC X VALUE 'N'.
          88 WS-CATALOG-IS-OPEN   VALUE 'Y'.

       01 WS-TODAY          PIC X(8).

       01 LATEST-DETAIL.
       COPY AUDITREC REPLACING LEADING ==AR== BY ==LD==.
      *> Named trailer view, the same layout RECONCILE-RUN and
      *> MORNING-STATUS keep over theirs.
       01 LATEST-TRAILER REDEFINES LATEST-DETAIL.
          05 LT-MARKER        PIC X(10).
          05 LT-RECORD-COUNT  PIC 9(9).
          05 LT-PASS-COUNT    PIC 9(9).
          05 LT-FAIL-COUNT    PIC 9(9).
          05 LT-PASS-RATE     PIC 999V99.
          05 LT-RUN-ID        PIC 9(6).
          05 LT-RUN-SCOPE     PIC X(7).
          05 LT-CRIT-FAIL     PIC 9(4).
          05 LT-MAJOR-FAIL    PIC 9(4).
          05 LT-MINOR-FAIL    PIC 9(4).
          05 LT-WORK-NAME     PIC X(20).
          05 FILLER           PIC X(35).
       01 WS-RUN-ID         PIC 9(6) VALUE 0.
       01 WS-TRIAL-FLAG     PIC X VALUE 'N'.
          88 WS-RUN-IS-TRIAL      VALUE 'Y'.

      *> Failures with no catalog owner (no catalog row, or a row
      *> with a blank owner) land in this queue until someone takes
      *> them; the first run that finds an owner moves them over.
       01 WS-DEFAULT-QUEUE  PIC X(8) VALUE "UNOWNED".

      *> The master held in storage, the same 500-row table
      *> EXCEPT-SWEEP keeps.
       01 WS-EXC-COUNT      PIC 9(4) VALUE 0.
       01 EXC-TABLE-AREA.
          05 EXC-ENTRY OCCURS 500 TIMES INDEXED BY XX.
             10 XC-SOURCE     PIC X(8).
             10 XC-KEY        PIC X(30).
             10 XC-FIRST-SEEN PIC X(8).
             10 XC-ASSIGNED   PIC X(8).
             10 XC-STATUS     PIC X(8).
             10 XC-DETAIL     PIC X(40).
             10 XC-CASE-FIELDS.
                15 XC-SEVERITY  PIC X.
                15 XC-EXPECTED  PIC S9(20)V99
                                    SIGN IS TRAILING SEPARATE.
                15 XC-ACTUAL    PIC S9(20)V99
                                    SIGN IS TRAILING SEPARATE.
                15 XC-LAST-RUN  PIC 9(6).
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL     VALUE 'Y'.
       01 EXC-I             PIC 9(4).

      *> The case being routed.
       01 WS-CASE-KEY       PIC X(30).
       01 WS-CASE-OWNER     PIC X(8).
       01 WS-FOUND-FLAG     PIC X.
          88 WS-ITEM-FOUND        VALUE 'Y'.
       01 WS-FOUND-X        PIC 9(4).

       01 WS-FAIL-COUNT     PIC 9(4) VALUE 0.
       01 WS-RAISED-COUNT   PIC 9(4) VALUE 0.
       01 WS-UPDATED-COUNT  PIC 9(4) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(4) VALUE 0.
       01 WS-CLOSED-COUNT   PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT   PIC 9(4) VALUE 0.

      *> Every owner holding a CASEFAIL item, open or closed, gets a
      *> worklist, so an owner whose last item closed tonight sees
      *> an empty list instead of yesterday's.
       01 WS-OWNER-COUNT    PIC 9(3) VALUE 0.
       01 OWNER-TABLE-AREA.
          05 OWNER-ENTRY OCCURS 100 TIMES INDEXED BY OX.
             10 OX-OWNER      PIC X(8).
       01 OWNER-I           PIC 9(3).
       01 WS-OWNER-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-OWNER-TABLE-FULL  VALUE 'Y'.
       01 WS-WORKLIST-NAME  PIC X(20).
       01 WS-WORKLIST-OWNER PIC X(8).
       01 WS-OWNER-OPEN     PIC 9(4).
       01 WS-OWNER-CRIT     PIC 9(4).
       01 WS-WORKLIST-COUNT PIC 9(3) VALUE 0.
       01 WS-VALUE-ED       PIC -(19)9.99.
       01 WS-RUN-ID-ED      PIC 9(6).

       01 WORKLIST-TITLE.
           05 FILLER PIC X(13) VALUE "WORKLIST FOR ".
           05 WT-OWNER     PIC X(8).
           05 FILLER PIC X(12) VALUE "  AFTER RUN ".
           05 WT-RUN-ID    PIC 9(6).
           05 FILLER PIC X(4)  VALUE "  ON".
           05 FILLER PIC X VALUE SPACE.
           05 WT-TODAY     PIC X(8).

       01 WORKLIST-HEADING.
           05 FILLER PIC X(12) VALUE "TEST ID".
           05 FILLER PIC X(5)  VALUE "SEV".
           05 FILLER PIC X(12) VALUE "FIRST SEEN".
           05 FILLER PIC X(9)  VALUE "LAST RUN".
           05 FILLER PIC X(25) VALUE "EXPECTED".
           05 FILLER PIC X(25) VALUE "ACTUAL".
           05 FILLER PIC X(40) VALUE "DETAIL".

       01 WORKLIST-DETAIL.
           05 WD-TEST-ID    PIC X(10).
           05 FILLER        PIC XX VALUE SPACES.
           05 WD-SEVERITY   PIC X.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WD-FIRST-SEEN PIC X(8).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WD-LAST-RUN   PIC 9(6).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 WD-EXPECTED   PIC X(23).
           05 FILLER        PIC XX VALUE SPACES.
           05 WD-ACTUAL     PIC X(23).
           05 FILLER        PIC XX VALUE SPACES.
           05 WD-DETAIL     PIC X(40).

       01 WORKLIST-FOOTING.
           05 FILLER PIC X(12) VALUE "OPEN ITEMS: ".
           05 WF-OPEN      PIC ZZZ9.
           05 FILLER PIC X(14) VALUE "   CRITICAL: ".
           05 WF-CRIT      PIC ZZZ9.

       COPY VAULTLINK.

      *> Lock this run holds on ENQUEUE.DAT.
       01 WS-MASTER-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-MASTER-LOCKED       VALUE 'Y'.

       COPY ENQLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Runs after each suite: every FAIL detail row of the run
      *> just finished becomes (or refreshes) a CASEFAIL exception
      *> assigned to the case's catalog owner, carrying severity,
      *> expected and actual; every PASS row closes that case's open
      *> item. Then each owner's worklist is rebuilt. Nothing is
      *> written until the whole run has been read, so a TRIAL run's
      *> file put where the production one belongs changes nothing.
      *> RC 4 when any failure went to the default queue, 12 for a
      *> TRIAL run file or EXCEPT.MST held elsewhere, 16 for file
      *> trouble.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM ENQUEUE-RUN-FILES
           PERFORM LOAD-EXCEPT-MASTER
           OPEN INPUT LATEST-RUN-FILE
           IF NOT WS-LATEST-STATUS-OK
               MOVE "RUNTESTS.AUD.LATEST" TO EH-FILE-NAME
               MOVE WS-LATEST-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM OPEN-CATALOG
           PERFORM UNTIL WS-EOF
               READ LATEST-RUN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LATEST-RUN-RECORD TO LATEST-DETAIL
                       PERFORM ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE LATEST-RUN-FILE
           IF WS-CATALOG-IS-OPEN
               CLOSE CATALOG-FILE
           END-IF
           IF WS-RUN-IS-TRIAL
               DISPLAY "FAIL-ROUTE: RUNTESTS.AUD.LATEST is a TRIAL "
                   "run -- refusing to route it"
               PERFORM DEQUEUE-RUN-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM REWRITE-EXCEPT-MASTER
           PERFORM DEQUEUE-RUN-FILES
           PERFORM WRITE-OWNER-WORKLISTS
           DISPLAY "FAIL-ROUTE: run " WS-RUN-ID ": " WS-FAIL-COUNT
               " failure(s) -- " WS-RAISED-COUNT " raised, "
               WS-UPDATED-COUNT " updated, " WS-REOPENED-COUNT
               " reopened; " WS-CLOSED-COUNT " closed on a pass; "
               WS-WORKLIST-COUNT " worklist(s)"
           IF WS-QUEUED-COUNT > 0
               DISPLAY "FAIL-ROUTE: " WS-QUEUED-COUNT
                   " failure(s) with no catalog owner sent to "
                   WS-DEFAULT-QUEUE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-EXCEPT-MASTER.
           OPEN INPUT EXCEPT-MASTER-FILE
           IF WS-MASTER-MISSING
               CONTINUE
           ELSE
               IF NOT WS-MASTER-STATUS-OK
                   MOVE "EXCEPT.MST" TO EH-FILE-NAME
                   MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-RUN-FILES
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ EXCEPT-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE EXCEPT-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-MASTER-ROW.
           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE EM-SOURCE TO XC-SOURCE(WS-EXC-COUNT)
               MOVE EM-KEY TO XC-KEY(WS-EXC-COUNT)
               MOVE EM-FIRST-SEEN TO XC-FIRST-SEEN(WS-EXC-COUNT)
               MOVE EM-ASSIGNED TO XC-ASSIGNED(WS-EXC-COUNT)
               MOVE EM-STATUS TO XC-STATUS(WS-EXC-COUNT)
               MOVE EM-DETAIL TO XC-DETAIL(WS-EXC-COUNT)
               MOVE EM-CASE-FIELDS TO XC-CASE-FIELDS(WS-EXC-COUNT)
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.

      *> No catalog is not a stop: every failure goes to the
      *> default queue, which is exactly the signal that the cases
      *> need owners.
       OPEN-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-MISSING
               DISPLAY "FAIL-ROUTE: no TESTCAT.MST -- failures go to "
                   WS-DEFAULT-QUEUE
           ELSE
               IF NOT WS-CATALOG-STATUS-OK
                   MOVE "TESTCAT.MST" TO EH-FILE-NAME
                   MOVE WS-CATALOG-STATUS TO EH-FILE-STATUS
                   PERFORM DEQUEUE-RUN-FILES
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               SET WS-CATALOG-IS-OPEN TO TRUE
           END-IF.

      *> SUBTOTAL rows are suite control totals; the TRAILER only
      *> says whether the file is a TRIAL run.
       ROUTE-ONE-RECORD.
           EVALUATE TRUE
               WHEN LT-MARKER = "SUBTOTAL"
                   CONTINUE
               WHEN LT-MARKER = "TRAILER"
                   IF LT-RUN-SCOPE = "TRIAL"
                       SET WS-RUN-IS-TRIAL TO TRUE
                   END-IF
                   MOVE LT-RUN-ID TO WS-RUN-ID
               WHEN LD-PASS-FAIL = "FAIL"
                   ADD 1 TO WS-FAIL-COUNT
                   PERFORM ROUTE-FAILED-CASE
               WHEN LD-PASS-FAIL = "PASS"
                   PERFORM CLOSE-PASSED-CASE
           END-EVALUATE.

       ROUTE-FAILED-CASE.
           PERFORM LOOK-UP-CASE-OWNER
           PERFORM FIND-CASE-ITEM
           IF WS-ITEM-FOUND
               SET XX TO WS-FOUND-X
               IF XC-STATUS(XX) = "OPEN"
                   PERFORM REFRESH-OPEN-ITEM
               ELSE
                   PERFORM REOPEN-CLOSED-ITEM
               END-IF
           ELSE
               PERFORM RAISE-NEW-ITEM
           END-IF.

       LOOK-UP-CASE-OWNER.
           MOVE SPACES TO WS-CASE-OWNER
           IF WS-CATALOG-IS-OPEN
               MOVE LD-TEST-ID TO TC-TEST-ID
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TC-OWNER TO WS-CASE-OWNER
               END-READ
           END-IF
           IF WS-CASE-OWNER = SPACES
               MOVE WS-DEFAULT-QUEUE TO WS-CASE-OWNER
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       FIND-CASE-ITEM.
           MOVE SPACES TO WS-CASE-KEY
           STRING "FAIL " LD-TEST-ID DELIMITED BY SIZE
               INTO WS-CASE-KEY
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-X
           SET XX TO 1
           SEARCH EXC-ENTRY
               AT END
                   CONTINUE
               WHEN XX > WS-EXC-COUNT
                   CONTINUE
               WHEN XC-SOURCE(XX) = "CASEFAIL"
                   AND XC-KEY(XX) = WS-CASE-KEY
                   SET WS-ITEM-FOUND TO TRUE
                   SET WS-FOUND-X TO XX
           END-SEARCH.

       RAISE-NEW-ITEM.
           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               ADD 1 TO WS-RAISED-COUNT
               SET XX TO WS-EXC-COUNT
               MOVE "CASEFAIL" TO XC-SOURCE(XX)
               MOVE WS-CASE-KEY TO XC-KEY(XX)
               MOVE WS-TODAY TO XC-FIRST-SEEN(XX)
               MOVE WS-CASE-OWNER TO XC-ASSIGNED(XX)
               MOVE "OPEN" TO XC-STATUS(XX)
               PERFORM FILL-FAILURE-FIELDS
           ELSE
               IF NOT WS-TABLE-IS-FULL
                   DISPLAY "WARNING: exception master past 500 rows "
                       "-- further failures not routed"
                   SET WS-TABLE-IS-FULL TO TRUE
               END-IF
           END-IF.

      *> Still failing: the figures are tonight's. An analyst's
      *> reassignment through EXCEPT-MAINT stands; only an item
      *> still sitting in the default queue moves to a newly
      *> catalogued owner.
       REFRESH-OPEN-ITEM.
           ADD 1 TO WS-UPDATED-COUNT
           IF (XC-ASSIGNED(XX) = WS-DEFAULT-QUEUE
                   OR XC-ASSIGNED(XX) = SPACES)
               AND WS-CASE-OWNER NOT = WS-DEFAULT-QUEUE
               MOVE WS-CASE-OWNER TO XC-ASSIGNED(XX)
           END-IF
           PERFORM FILL-FAILURE-FIELDS.

      *> Failing again after it closed: a new occurrence, so it ages
      *> from today and goes to the case's owner of record.
       REOPEN-CLOSED-ITEM.
           ADD 1 TO WS-REOPENED-COUNT
           MOVE "OPEN" TO XC-STATUS(XX)
           MOVE WS-TODAY TO XC-FIRST-SEEN(XX)
           MOVE WS-CASE-OWNER TO XC-ASSIGNED(XX)
           PERFORM FILL-FAILURE-FIELDS.

       FILL-FAILURE-FIELDS.
           MOVE LD-SEVERITY TO XC-SEVERITY(XX)
           MOVE LD-EXPECTED TO XC-EXPECTED(XX)
           MOVE LD-ACTUAL TO XC-ACTUAL(XX)
           MOVE LD-RUN-ID TO XC-LAST-RUN(XX)
           MOVE LD-RUN-ID TO WS-RUN-ID-ED
           MOVE SPACES TO XC-DETAIL(XX)
           IF LD-QUARANTINE = "Q"
               STRING "FAILED IN RUN " WS-RUN-ID-ED " "
                       DELIMITED BY SIZE
                   LD-OPERATION DELIMITED BY SPACE
                   " (QUARANTINED)" DELIMITED BY SIZE
                   INTO XC-DETAIL(XX)
           ELSE
               STRING "FAILED IN RUN " WS-RUN-ID-ED " "
                       DELIMITED BY SIZE
                   LD-OPERATION DELIMITED BY SPACE
                   INTO XC-DETAIL(XX)
           END-IF.

      *> A pass closes the case's open item; the failing figures
      *> stay on it as the record of what went wrong.
       CLOSE-PASSED-CASE.
           PERFORM FIND-CASE-ITEM
           IF WS-ITEM-FOUND
               SET XX TO WS-FOUND-X
               IF XC-STATUS(XX) = "OPEN"
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO XC-STATUS(XX)
                   MOVE LD-RUN-ID TO XC-LAST-RUN(XX)
                   MOVE LD-RUN-ID TO WS-RUN-ID-ED
                   MOVE SPACES TO XC-DETAIL(XX)
                   STRING "PASSED AGAIN IN RUN " WS-RUN-ID-ED
                       DELIMITED BY SIZE INTO XC-DETAIL(XX)
               END-IF
           END-IF.

       REWRITE-EXCEPT-MASTER.
           OPEN OUTPUT EXCEPT-MASTER-FILE
           IF NOT WS-MASTER-STATUS-OK
               MOVE "EXCEPT.MST" TO EH-FILE-NAME
               MOVE WS-MASTER-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-RUN-FILES
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM VARYING EXC-I FROM 1 BY 1
                   UNTIL EXC-I > WS-EXC-COUNT
               MOVE XC-SOURCE(EXC-I) TO EM-SOURCE
               MOVE XC-KEY(EXC-I) TO EM-KEY
               MOVE XC-FIRST-SEEN(EXC-I) TO EM-FIRST-SEEN
               MOVE XC-ASSIGNED(EXC-I) TO EM-ASSIGNED
               MOVE XC-STATUS(EXC-I) TO EM-STATUS
               MOVE XC-DETAIL(EXC-I) TO EM-DETAIL
               MOVE XC-CASE-FIELDS(EXC-I) TO EM-CASE-FIELDS
               WRITE EXCEPT-MASTER-RECORD
           END-PERFORM
           CLOSE EXCEPT-MASTER-FILE.

       WRITE-OWNER-WORKLISTS.
           PERFORM VARYING EXC-I FROM 1 BY 1
                   UNTIL EXC-I > WS-EXC-COUNT
               IF XC-SOURCE(EXC-I) = "CASEFAIL"
                   AND XC-ASSIGNED(EXC-I) NOT = SPACES
                   PERFORM NOTE-WORKLIST-OWNER
               END-IF
           END-PERFORM
           PERFORM VARYING OWNER-I FROM 1 BY 1
                   UNTIL OWNER-I > WS-OWNER-COUNT
               MOVE OX-OWNER(OWNER-I) TO WS-WORKLIST-OWNER
               PERFORM WRITE-ONE-WORKLIST
           END-PERFORM.

       NOTE-WORKLIST-OWNER.
           SET OX TO 1
           SEARCH OWNER-ENTRY
               AT END
                   PERFORM ADD-WORKLIST-OWNER
               WHEN OX > WS-OWNER-COUNT
                   PERFORM ADD-WORKLIST-OWNER
               WHEN OX-OWNER(OX) = XC-ASSIGNED(EXC-I)
                   CONTINUE
           END-SEARCH.

       ADD-WORKLIST-OWNER.
           IF WS-OWNER-COUNT < 100
               ADD 1 TO WS-OWNER-COUNT
               MOVE XC-ASSIGNED(EXC-I) TO OX-OWNER(WS-OWNER-COUNT)
           ELSE
               IF NOT WS-OWNER-TABLE-FULL
                   DISPLAY "WARNING: more than 100 owners -- "
                       "worklists written for the first 100"
                   SET WS-OWNER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      *> One owner's open CASEFAIL items, in master order.
       WRITE-ONE-WORKLIST.
           MOVE SPACES TO WS-WORKLIST-NAME
           STRING WS-WORKLIST-OWNER DELIMITED BY SPACE
               ".WKL" DELIMITED BY SIZE INTO WS-WORKLIST-NAME
           OPEN OUTPUT WORKLIST-FILE
           IF NOT WS-WORKLIST-STATUS-OK
               MOVE WS-WORKLIST-NAME TO EH-FILE-NAME
               MOVE WS-WORKLIST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE WS-WORKLIST-OWNER TO WT-OWNER
           MOVE WS-RUN-ID TO WT-RUN-ID
           MOVE WS-TODAY TO WT-TODAY
           MOVE WORKLIST-TITLE TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE WORKLIST-HEADING TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE 0 TO WS-OWNER-OPEN
           MOVE 0 TO WS-OWNER-CRIT
           PERFORM VARYING EXC-I FROM 1 BY 1
                   UNTIL EXC-I > WS-EXC-COUNT
               IF XC-SOURCE(EXC-I) = "CASEFAIL"
                   AND XC-ASSIGNED(EXC-I) = WS-WORKLIST-OWNER
                   AND XC-STATUS(EXC-I) = "OPEN"
                   PERFORM WRITE-WORKLIST-ITEM
               END-IF
           END-PERFORM
           IF WS-OWNER-OPEN = 0
               MOVE "NO OPEN ITEMS" TO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE WS-OWNER-OPEN TO WF-OPEN
           MOVE WS-OWNER-CRIT TO WF-CRIT
           MOVE WORKLIST-FOOTING TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           CLOSE WORKLIST-FILE
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE WS-WORKLIST-NAME TO VT-REPORT-NAME
           MOVE "FAIL-ROUTE" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS.

       WRITE-WORKLIST-ITEM.
           ADD 1 TO WS-OWNER-OPEN
           IF XC-SEVERITY(EXC-I) = "C"
               ADD 1 TO WS-OWNER-CRIT
           END-IF
           MOVE XC-KEY(EXC-I)(6:10) TO WD-TEST-ID
           MOVE XC-SEVERITY(EXC-I) TO WD-SEVERITY
           MOVE XC-FIRST-SEEN(EXC-I) TO WD-FIRST-SEEN
           MOVE XC-LAST-RUN(EXC-I) TO WD-LAST-RUN
           MOVE XC-EXPECTED(EXC-I) TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO WD-EXPECTED
           MOVE XC-ACTUAL(EXC-I) TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO WD-ACTUAL
           MOVE XC-DETAIL(EXC-I) TO WD-DETAIL
           MOVE WORKLIST-DETAIL TO WORKLIST-LINE
           WRITE WORKLIST-LINE.

      *> The master is rewritten from what this run loaded, so it is
      *> held exclusive from before the load until after the
      *> rewrite; the worklists are built from the table and need
      *> no lock.
       ENQUEUE-RUN-FILES.
           MOVE "EXCEPT.MST" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-MASTER-LOCKED TO TRUE.

      *> Refused, the run gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "FAIL-ROUTE" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "FAIL-ROUTE: " EQ-RESOURCE
                       " is in use by " EQ-HOLDER-PROGRAM
                       " operator " EQ-HOLDER-OPERATOR " since "
                       EQ-HOLDER-SINCE(1:14) " -- run refused."
                   PERFORM DEQUEUE-RUN-FILES
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM DEQUEUE-RUN-FILES
                   MOVE 16 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

       DEQUEUE-RUN-FILES.
           MOVE "FAIL-ROUTE" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           IF WS-MASTER-LOCKED
               MOVE "EXCEPT.MST" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-MASTER-LOCK-FLAG
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "FAIL-ROUTE" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
