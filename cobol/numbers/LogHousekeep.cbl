       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-HOUSEKEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "RETAIN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
      *> The file a policy row names, read twice: once to measure
      *> it, once to cut it.
           SELECT LIVE-FILE ASSIGN USING WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
      *> What stays, before it is copied back over the live file --
      *> the same hold-and-rewrite AUDIT-ARCHIVE uses.
           SELECT HOLD-FILE ASSIGN USING WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *> <file>.<YYYYMMDD>; a second cut the same day appends.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *> One row per unit (a record, or a whole run of records)
      *> found on the measuring pass.
           SELECT UNIT-FILE ASSIGN TO "RETAIN.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOUSEKEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
       COPY RETAINREC.

      *> Wide enough for the widest file under retention
      *> (RUNTESTS.CHG).
       FD  LIVE-FILE.
       01  LIVE-RECORD          PIC X(300).

       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(300).

       FD  UNIT-FILE.
       01  UNIT-RECORD.
           05 UW-RECORDS       PIC 9(9).
           05 UW-NEWEST-DATE   PIC X(8).
           05 UW-ELIGIBLE      PIC X.
           05 UW-COMPLETE      PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS  PIC XX.
          88 WS-POLICY-STATUS-OK    VALUE '00'.
          88 WS-POLICY-MISSING      VALUE '35'.
       01 WS-LIVE-STATUS    PIC XX.
          88 WS-LIVE-STATUS-OK      VALUE '00'.
          88 WS-LIVE-MISSING        VALUE '35'.
       01 WS-HOLD-STATUS    PIC XX.
          88 WS-HOLD-STATUS-OK      VALUE '00'.
       01 WS-ARCHIVE-STATUS PIC XX.
          88 WS-ARCHIVE-STATUS-OK   VALUE '00'.
          88 WS-ARCHIVE-MISSING     VALUE '35'.
       01 WS-UNIT-STATUS    PIC XX.
          88 WS-UNIT-STATUS-OK      VALUE '00'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-LIVE-NAME      PIC X(20).
       01 WS-HOLD-NAME      PIC X(24).
       01 WS-ARCHIVE-NAME   PIC X(30).

       01 WS-NOW            PIC X(21).
       01 WS-TODAY          PIC X(8).
       01 WS-TODAY-NUM      PIC 9(8).
       01 WS-TODAY-INT      PIC 9(7).
       01 WS-CUTOFF-DATE    PIC X(8).
       01 WS-CUTOFF-NUM     PIC 9(8).

      *> The whole policy file is held so the live counts can be
      *> written back into it; same 30-row sizing as JOBSTREAM.DAT.
       01 WS-POLICY-COUNT   PIC 9(4) VALUE 0.
       01 POLICY-TABLE-AREA.
          05 POLICY-ENTRY OCCURS 30 TIMES.
             10 PT-ROW        PIC X(104).
       01 POLICY-I          PIC 9(4).
       01 VALUE-I           PIC 9.

       01 WS-ROW-FLAG       PIC X.
          88 WS-ROW-VALID         VALUE 'Y'.
          88 WS-ROW-INVALID       VALUE 'N'.
       01 WS-INVALID-ROWS   PIC 9(4) VALUE 0.

      *> Measuring pass: the unit being built, and what the file
      *> holds.
       01 WS-UNIT-OPEN-FLAG PIC X VALUE 'N'.
          88 WS-UNIT-IS-OPEN     VALUE 'Y'.
       01 WS-UNIT-COUNT     PIC 9(9).
       01 WS-ELIGIBLE-RECORDS PIC 9(9).
       01 WS-REC-DATE       PIC X(8).
       01 WS-ONLY-FIELD     PIC X(8).
       01 WS-GROUP-FIELD    PIC X(10).
       01 WS-MARKER-FLAG    PIC X.
          88 WS-IS-MARKER        VALUE 'Y'.
       01 WS-MATCH-FLAG     PIC X.
          88 WS-VALUE-MATCHED    VALUE 'Y'.

      *> Deciding: the same judgement is made on the count pass and
      *> again on the cut pass, from the same unit rows.
       01 WS-UNIT-SEQ       PIC 9(9).
       01 WS-LIVE-ELIGIBLE  PIC 9(9).
       01 WS-CUT-FLAG       PIC X.
          88 WS-CUT-UNIT         VALUE 'Y'.
       01 WS-DUE-COUNT      PIC 9(9).
       01 REC-I             PIC 9(9).

       01 WS-BEFORE-COUNT   PIC 9(9).
       01 WS-KEPT-COUNT     PIC 9(9).
       01 WS-ARCHIVED-COUNT PIC 9(9).
       01 WS-PURGED-COUNT   PIC 9(9).
       01 WS-NOTE           PIC X(33).

      *> Each file is held exclusive from its measuring pass until
      *> it has been written back; a file another program holds is
      *> skipped for this run and its row left as it was.
       01 WS-LOCK-FLAG      PIC X VALUE 'N'.
          88 WS-LIVE-LOCKED      VALUE 'Y'.
       01 WS-LOCKED-ROWS    PIC 9(4) VALUE 0.

       01 WS-TOTAL-BEFORE   PIC 9(9) VALUE 0.
       01 WS-TOTAL-KEPT     PIC 9(9) VALUE 0.
       01 WS-TOTAL-ARCHIVED PIC 9(9) VALUE 0.
       01 WS-TOTAL-PURGED   PIC 9(9) VALUE 0.

       01 ARCHIVE-HEADER.
           05 FILLER            PIC X(10) VALUE "ARCHIVE".
           05 AH-CUT-DATE       PIC X(21).
           05 AH-FILE-NAME      PIC X(20).
           05 AH-RECORDS-CUT    PIC 9(9).

       01 ARCHIVE-TRAILER.
           05 FILLER            PIC X(10) VALUE "ARCTOTAL".
           05 AX-RECORD-COUNT   PIC 9(9).

       01 REPORT-TITLE.
           05 FILLER PIC X(33)
                  VALUE "LOG-HOUSEKEEP RETENTION RUN DATE ".
           05 RT-DATE       PIC X(8).

       01 REPORT-HEADING.
           05 FILLER PIC X(21) VALUE "FILE".
           05 FILLER PIC X(8)  VALUE "ACTION".
           05 FILLER PIC X(6)  VALUE " DAYS".
           05 FILLER PIC X(8)  VALUE "RECORDS".
           05 FILLER PIC X(10) VALUE "   BEFORE".
           05 FILLER PIC X(10) VALUE " ARCHIVED".
           05 FILLER PIC X(10) VALUE "   PURGED".
           05 FILLER PIC X(14) VALUE "KEPT/AFTER".
           05 FILLER PIC X(4)  VALUE "NOTE".

       01 REPORT-DETAIL.
           05 RD-FILE-NAME  PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-DISPOSAL   PIC X(7).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-KEEP-DAYS  PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-KEEP-RECS  PIC ZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-BEFORE     PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-ARCHIVED   PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-PURGED     PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-KEPT       PIC ZZZZZZZZ9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 RD-NOTE       PIC X(33).

       01 REPORT-TOTAL.
           05 FILLER        PIC X(43) VALUE "TOTAL".
           05 TL-BEFORE     PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 TL-ARCHIVED   PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 TL-PURGED     PIC ZZZZZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 TL-KEPT       PIC ZZZZZZZZ9.

       COPY VAULTLINK.

       COPY ENQLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Applies RETAIN.CTL: for each file it names, records past
      *> the row's age or count limit are cut off into a dated
      *> archive (or dropped), the rest is written back, and the
      *> live count goes back onto the row. Three things are never
      *> cut: a record the row's only-values do not cover, part of
      *> a run (the whole run goes or stays together), and the
      *> newest record or run on the file -- a log always shows its
      *> latest entry, and a file that numbers from its highest row
      *> (RUNTESTS.CHG change IDs) never restarts its numbering.
      *> Each file is rewritten under an exclusive lock, so no
      *> maintenance program or batch step is part-way through it;
      *> a file that is in use is skipped, with its holder on the
      *> report, and picked up on the next run.
      *> GOBACK throughout, not STOP RUN, so NIGHTLYJOB could run
      *> it as a job-stream step and act on its RETURN-CODE.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM LOAD-RETENTION-POLICY
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "HOUSEKEEP.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE WS-TODAY TO RT-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADING
           PERFORM VARYING POLICY-I FROM 1 BY 1
                   UNTIL POLICY-I > WS-POLICY-COUNT
               MOVE PT-ROW(POLICY-I) TO POLICY-RECORD
               PERFORM APPLY-RETENTION-ROW
               MOVE POLICY-RECORD TO PT-ROW(POLICY-I)
           END-PERFORM
           MOVE WS-TOTAL-BEFORE TO TL-BEFORE
           MOVE WS-TOTAL-ARCHIVED TO TL-ARCHIVED
           MOVE WS-TOTAL-PURGED TO TL-PURGED
           MOVE WS-TOTAL-KEPT TO TL-KEPT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-TOTAL
           CLOSE REPORT-FILE
           MOVE "HOUSEKEEP.RPT" TO VT-REPORT-NAME
           MOVE "LOG-HOUSEKEEP" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           PERFORM REWRITE-RETENTION-POLICY
           DISPLAY "LOG-HOUSEKEEP: " WS-POLICY-COUNT " file(s), "
               WS-TOTAL-ARCHIVED " record(s) archived, "
               WS-TOTAL-PURGED " purged, " WS-TOTAL-KEPT " kept."
           IF WS-LOCKED-ROWS > 0
               DISPLAY "LOG-HOUSEKEEP: " WS-LOCKED-ROWS
                   " file(s) in use and skipped -- see HOUSEKEEP.RPT"
           END-IF
           IF WS-INVALID-ROWS > 0
               DISPLAY "LOG-HOUSEKEEP: " WS-INVALID-ROWS
                   " RETAIN.CTL row(s) invalid and skipped -- see "
                   "HOUSEKEEP.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-LOCKED-ROWS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           GOBACK.

      *> No policy file means nothing has been put under retention
      *> yet; a file past the table would lose its rows on the
      *> rewrite, so it refuses the run instead.
       LOAD-RETENTION-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-MISSING
               DISPLAY "LOG-HOUSEKEEP: no RETAIN.CTL -- no file is "
                   "under retention."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-POLICY-STATUS-OK
               MOVE "RETAIN.CTL" TO EH-FILE-NAME
               MOVE WS-POLICY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-POLICY-COUNT < 30
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE POLICY-RECORD
                               TO PT-ROW(WS-POLICY-COUNT)
                       ELSE
                           DISPLAY "LOG-HOUSEKEEP: more than 30 rows "
                               "on RETAIN.CTL -- nothing applied."
                           CLOSE POLICY-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       APPLY-RETENTION-ROW.
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-DUE-COUNT
           MOVE SPACES TO WS-NOTE
           PERFORM VALIDATE-RETENTION-ROW
           IF WS-ROW-INVALID
               ADD 1 TO WS-INVALID-ROWS
           ELSE
               MOVE RN-FILE-NAME TO WS-LIVE-NAME
               PERFORM ENQUEUE-LIVE-FILE
               IF NOT WS-LIVE-LOCKED
                   ADD 1 TO WS-LOCKED-ROWS
               ELSE
                   PERFORM MEASURE-LIVE-FILE
                   IF WS-LIVE-MISSING
                       MOVE "NOT ON FILE" TO WS-NOTE
                   ELSE
                       PERFORM COUNT-DUE-RECORDS
                       IF WS-DUE-COUNT = 0
                           MOVE WS-BEFORE-COUNT TO WS-KEPT-COUNT
                           MOVE "NOTHING DUE" TO WS-NOTE
                       ELSE
                           PERFORM CUT-LIVE-FILE
                           PERFORM RESTORE-LIVE-FILE
                       END-IF
                   END-IF
                   PERFORM DEQUEUE-LIVE-FILE
                   MOVE WS-KEPT-COUNT TO RN-LIVE-COUNT
                   MOVE WS-TODAY TO RN-LAST-APPLIED
               END-IF
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

      *> Refused, the note names the holder the way ENQ-ADMIN lists
      *> it: program, then operator.
       ENQUEUE-LIVE-FILE.
           MOVE WS-LIVE-NAME TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           MOVE "LOG-HOUSEKEEP" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF EQ-GRANTED
               SET WS-LIVE-LOCKED TO TRUE
           ELSE IF EQ-REFUSED
               MOVE SPACES TO WS-NOTE
               STRING "IN USE BY " DELIMITED BY SIZE
                   EQ-HOLDER-PROGRAM DELIMITED BY SPACE
                   " " EQ-HOLDER-OPERATOR DELIMITED BY SIZE
                   INTO WS-NOTE
           ELSE
               MOVE "LOCK FILE ERROR -- SKIPPED" TO WS-NOTE
           END-IF.

       DEQUEUE-LIVE-FILE.
           MOVE WS-LIVE-NAME TO EQ-RESOURCE
           MOVE "LOG-HOUSEKEEP" TO EQ-PROGRAM-ID
           MOVE "BATCH" TO EQ-OPERATOR-ID
           CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           MOVE 'N' TO WS-LOCK-FLAG.

      *> A row that cannot be applied as written is skipped and
      *> reported; the file it names is left exactly as it was.
       VALIDATE-RETENTION-ROW.
           SET WS-ROW-VALID TO TRUE
           EVALUATE TRUE
               WHEN RN-FILE-NAME = SPACES
                   MOVE "ROW INVALID -- NO FILE NAME" TO WS-NOTE
               WHEN NOT RN-ARCHIVES AND NOT RN-DELETES
                   MOVE "ROW INVALID -- ACTION" TO WS-NOTE
               WHEN RN-KEEP-DAYS NOT NUMERIC
                   OR RN-KEEP-RECORDS NOT NUMERIC
                   MOVE "ROW INVALID -- KEEP LIMITS" TO WS-NOTE
               WHEN RN-DATE-POS NOT NUMERIC
                   OR RN-DATE-POS > 293
                   OR (RN-KEEP-DAYS > 0 AND RN-DATE-POS = 0)
                   MOVE "ROW INVALID -- DATE COLUMN" TO WS-NOTE
               WHEN RN-ONLY-POS NOT NUMERIC
                   OR RN-ONLY-LEN NOT NUMERIC
                   MOVE "ROW INVALID -- ONLY-VALUES" TO WS-NOTE
               WHEN RN-ONLY-POS > 0
                   AND (RN-ONLY-LEN = 0 OR RN-ONLY-LEN > 8
                   OR RN-ONLY-POS + RN-ONLY-LEN > 301)
                   MOVE "ROW INVALID -- ONLY-VALUES" TO WS-NOTE
               WHEN NOT RN-NO-GROUPS AND NOT RN-GROUP-ENDS
                   AND NOT RN-GROUP-STARTS
                   MOVE "ROW INVALID -- RUN MARKER" TO WS-NOTE
               WHEN RN-GROUP-POS NOT NUMERIC
                   OR RN-GROUP-LEN NOT NUMERIC
                   MOVE "ROW INVALID -- RUN MARKER" TO WS-NOTE
               WHEN NOT RN-NO-GROUPS
                   AND (RN-GROUP-POS = 0 OR RN-GROUP-LEN = 0
                   OR RN-GROUP-LEN > 10
                   OR RN-GROUP-POS + RN-GROUP-LEN > 301)
                   MOVE "ROW INVALID -- RUN MARKER" TO WS-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NOTE NOT = SPACES
               SET WS-ROW-INVALID TO TRUE
           END-IF.

      *> Measuring pass: counts the file and lays it out as units,
      *> one row each on RETAIN.WRK with its record count, newest
      *> date, whether every record in it is eligible, and whether
      *> the run is complete.
       MEASURE-LIVE-FILE.
           MOVE 0 TO WS-UNIT-COUNT
           MOVE 0 TO WS-ELIGIBLE-RECORDS
           MOVE 'N' TO WS-UNIT-OPEN-FLAG
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-LIVE-STATUS-OK
                   MOVE WS-LIVE-NAME TO EH-FILE-NAME
                   MOVE WS-LIVE-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               OPEN OUTPUT UNIT-FILE
               IF NOT WS-UNIT-STATUS-OK
                   MOVE "RETAIN.WRK" TO EH-FILE-NAME
                   MOVE WS-UNIT-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ LIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BEFORE-COUNT
                           PERFORM TALLY-ONE-RECORD
                   END-READ
               END-PERFORM
               IF WS-UNIT-IS-OPEN
                   IF RN-GROUP-ENDS
                       MOVE 'N' TO UW-COMPLETE
                   END-IF
                   PERFORM CLOSE-UNIT
               END-IF
               CLOSE LIVE-FILE
               CLOSE UNIT-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       TALLY-ONE-RECORD.
           MOVE 'N' TO WS-MARKER-FLAG
           IF NOT RN-NO-GROUPS
               MOVE SPACES TO WS-GROUP-FIELD
               MOVE LIVE-RECORD(RN-GROUP-POS:RN-GROUP-LEN)
                   TO WS-GROUP-FIELD
               IF WS-GROUP-FIELD = RN-GROUP-VALUE
                   SET WS-IS-MARKER TO TRUE
               END-IF
           END-IF
           IF RN-GROUP-STARTS AND WS-IS-MARKER AND WS-UNIT-IS-OPEN
               PERFORM CLOSE-UNIT
           END-IF
           IF NOT WS-UNIT-IS-OPEN
               MOVE 0 TO UW-RECORDS
               MOVE ZEROS TO UW-NEWEST-DATE
               MOVE 'Y' TO UW-ELIGIBLE
               MOVE 'Y' TO UW-COMPLETE
               SET WS-UNIT-IS-OPEN TO TRUE
           END-IF
           ADD 1 TO UW-RECORDS
           IF RN-DATE-POS > 0
               MOVE LIVE-RECORD(RN-DATE-POS:8) TO WS-REC-DATE
               IF WS-REC-DATE NUMERIC
                   AND WS-REC-DATE > UW-NEWEST-DATE
                   MOVE WS-REC-DATE TO UW-NEWEST-DATE
               END-IF
           END-IF
           IF RN-ONLY-POS > 0
               PERFORM CHECK-ONLY-VALUES
               IF NOT WS-VALUE-MATCHED
                   MOVE 'N' TO UW-ELIGIBLE
               END-IF
           END-IF
           IF RN-NO-GROUPS
               OR (RN-GROUP-ENDS AND WS-IS-MARKER)
               PERFORM CLOSE-UNIT
           END-IF.

       CHECK-ONLY-VALUES.
           MOVE SPACES TO WS-ONLY-FIELD
           MOVE LIVE-RECORD(RN-ONLY-POS:RN-ONLY-LEN) TO WS-ONLY-FIELD
           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM VARYING VALUE-I FROM 1 BY 1 UNTIL VALUE-I > 3
               IF RN-ONLY-VALUE(VALUE-I) NOT = SPACES
                   AND RN-ONLY-VALUE(VALUE-I) = WS-ONLY-FIELD
                   SET WS-VALUE-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       CLOSE-UNIT.
           WRITE UNIT-RECORD
           ADD 1 TO WS-UNIT-COUNT
           IF UW-ELIGIBLE = 'Y'
               ADD UW-RECORDS TO WS-ELIGIBLE-RECORDS
           END-IF
           MOVE 'N' TO WS-UNIT-OPEN-FLAG.

      *> Counting pass over the unit rows, so a file with nothing
      *> due is never rewritten.
       COUNT-DUE-RECORDS.
           IF RN-KEEP-DAYS > 0
               COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - RN-KEEP-DAYS)
               MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           END-IF
           MOVE 0 TO WS-UNIT-SEQ
           MOVE WS-ELIGIBLE-RECORDS TO WS-LIVE-ELIGIBLE
           OPEN INPUT UNIT-FILE
           PERFORM UNTIL WS-EOF
               READ UNIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-UNIT
                       IF WS-CUT-UNIT
                           ADD UW-RECORDS TO WS-DUE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNIT-FILE
           MOVE 'N' TO WS-EOF-FLAG.

      *> Oldest first: an eligible, complete unit that is not the
      *> newest on file goes if its newest date is past the age
      *> limit, or if the eligible records still on file are over
      *> the count limit.
       JUDGE-UNIT.
           ADD 1 TO WS-UNIT-SEQ
           MOVE 'N' TO WS-CUT-FLAG
           IF UW-ELIGIBLE = 'Y' AND UW-COMPLETE = 'Y'
               AND WS-UNIT-SEQ < WS-UNIT-COUNT
               IF (RN-KEEP-DAYS > 0
                   AND UW-NEWEST-DATE NOT = ZEROS
                   AND UW-NEWEST-DATE < WS-CUTOFF-DATE)
                   OR (RN-KEEP-RECORDS > 0
                   AND WS-LIVE-ELIGIBLE > RN-KEEP-RECORDS)
                   SET WS-CUT-UNIT TO TRUE
                   SUBTRACT UW-RECORDS FROM WS-LIVE-ELIGIBLE
               END-IF
           END-IF.

      *> Cutting pass: the unit rows are judged again in the same
      *> order, and each unit's records go to the archive (or
      *> nowhere) or to the hold file.
       CUT-LIVE-FILE.
           MOVE SPACES TO WS-HOLD-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               ".TMP" DELIMITED BY SIZE INTO WS-HOLD-NAME
           MOVE 0 TO WS-UNIT-SEQ
           MOVE WS-ELIGIBLE-RECORDS TO WS-LIVE-ELIGIBLE
           OPEN INPUT LIVE-FILE
           OPEN INPUT UNIT-FILE
           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HOLD-STATUS-OK
               MOVE WS-HOLD-NAME TO EH-FILE-NAME
               MOVE WS-HOLD-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           IF RN-ARCHIVES
               PERFORM OPEN-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL WS-EOF
               READ UNIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-UNIT
                       PERFORM ROUTE-UNIT-RECORDS
               END-READ
           END-PERFORM
           IF RN-ARCHIVES
               MOVE WS-ARCHIVED-COUNT TO AX-RECORD-COUNT
               MOVE ARCHIVE-TRAILER TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               CLOSE ARCHIVE-FILE
               MOVE SPACES TO WS-NOTE
               STRING "TO " WS-ARCHIVE-NAME
                   DELIMITED BY SIZE INTO WS-NOTE
           ELSE
               MOVE "PURGED" TO WS-NOTE
           END-IF
           CLOSE LIVE-FILE
           CLOSE UNIT-FILE
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       OPEN-ARCHIVE-FILE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               "." WS-TODAY DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-MISSING
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF NOT WS-ARCHIVE-STATUS-OK
               MOVE WS-ARCHIVE-NAME TO EH-FILE-NAME
               MOVE WS-ARCHIVE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE WS-NOW TO AH-CUT-DATE
           MOVE WS-LIVE-NAME TO AH-FILE-NAME
           MOVE WS-DUE-COUNT TO AH-RECORDS-CUT
           MOVE ARCHIVE-HEADER TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD.

       ROUTE-UNIT-RECORDS.
           PERFORM VARYING REC-I FROM 1 BY 1 UNTIL REC-I > UW-RECORDS
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT WS-CUT-UNIT
                           ADD 1 TO WS-KEPT-COUNT
                           MOVE LIVE-RECORD TO HOLD-RECORD
                           WRITE HOLD-RECORD
                       ELSE IF RN-ARCHIVES
                           ADD 1 TO WS-ARCHIVED-COUNT
                           MOVE LIVE-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                       ELSE
                           ADD 1 TO WS-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       RESTORE-LIVE-FILE.
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT LIVE-FILE
           IF NOT WS-LIVE-STATUS-OK
               MOVE WS-LIVE-NAME TO EH-FILE-NAME
               MOVE WS-LIVE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-RECORD TO LIVE-RECORD
                       WRITE LIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE LIVE-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-REPORT-DETAIL.
           MOVE RN-FILE-NAME TO RD-FILE-NAME
           MOVE RN-DISPOSAL TO RD-DISPOSAL
           IF RN-KEEP-DAYS NUMERIC
               MOVE RN-KEEP-DAYS TO RD-KEEP-DAYS
           ELSE
               MOVE 0 TO RD-KEEP-DAYS
           END-IF
           IF RN-KEEP-RECORDS NUMERIC
               MOVE RN-KEEP-RECORDS TO RD-KEEP-RECS
           ELSE
               MOVE 0 TO RD-KEEP-RECS
           END-IF
           MOVE WS-BEFORE-COUNT TO RD-BEFORE
           MOVE WS-ARCHIVED-COUNT TO RD-ARCHIVED
           MOVE WS-PURGED-COUNT TO RD-PURGED
           MOVE WS-KEPT-COUNT TO RD-KEPT
           MOVE WS-NOTE TO RD-NOTE
           WRITE REPORT-LINE FROM REPORT-DETAIL
           ADD WS-BEFORE-COUNT TO WS-TOTAL-BEFORE
           ADD WS-ARCHIVED-COUNT TO WS-TOTAL-ARCHIVED
           ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT.

       REWRITE-RETENTION-POLICY.
           OPEN OUTPUT POLICY-FILE
           IF NOT WS-POLICY-STATUS-OK
               MOVE "RETAIN.CTL" TO EH-FILE-NAME
               MOVE WS-POLICY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM VARYING POLICY-I FROM 1 BY 1
                   UNTIL POLICY-I > WS-POLICY-COUNT
               MOVE PT-ROW(POLICY-I) TO POLICY-RECORD
               WRITE POLICY-RECORD
           END-PERFORM
           CLOSE POLICY-FILE.

      *> Every file error ends the run, so a file still held is
      *> given back on the way out.
       CALL-ERROR-HANDLER.
           MOVE "LOG-HOUSEKEEP" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS
           IF WS-LIVE-LOCKED
               PERFORM DEQUEUE-LIVE-FILE
           END-IF.
