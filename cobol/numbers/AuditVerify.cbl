       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One SELECT walks every generation and then the live trail,
      *> oldest rows first, so the seal chain reads in the order it
      *> was written.
           SELECT TRAIL-FILE ASSIGN USING WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "AUDARCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SEALVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> Outcome for MORNING-STATUS; BROKEN turns the page RED.
           SELECT SEAL-STATUS-FILE ASSIGN TO "SEAL.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEALSTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-FILE.
       01  TRAIL-RECORD         PIC X(122).
       01  SEAL-RECORD.
       COPY SEALREC.

      *> Must stay in step with AUDIT-ARCHIVE's CONTROL-RECORD.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 AC-CUT-COUNT      PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(80).

      *> Must stay in step with MORNING-STATUS's SEAL-STATUS-RECORD.
       FD  SEAL-STATUS-FILE.
       01  SEAL-STATUS-RECORD.
           05 SV-OUTCOME       PIC X(8).
           05 SV-BREAK-COUNT   PIC 9(4).
           05 SV-LAST-RUN-ID   PIC 9(6).
           05 SV-TIMESTAMP     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-TRAIL-STATUS  PIC XX.
          88 WS-TRAIL-STATUS-OK     VALUE '00'.
          88 WS-TRAIL-MISSING       VALUE '35'.
       01 WS-CONTROL-STATUS PIC XX.
          88 WS-CONTROL-STATUS-OK   VALUE '00'.
          88 WS-CONTROL-MISSING     VALUE '35'.
       01 WS-REPORT-STATUS PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-SEALSTA-STATUS PIC XX.
          88 WS-SEALSTA-STATUS-OK   VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-TODAY         PIC X(8).
       01 WS-NOW           PIC X(21).
       01 WS-TRAIL-NAME    PIC X(12).
       01 WS-TRAIL-ROWS    PIC 9(9).

      *> AUDIT-ARCHIVE's default; SYSPARM.DAT's ARCHIVE-GENERATIONS
      *> when a row is in force.
       01 WS-RETENTION-COUNT PIC 9(4) VALUE 5.
       01 WS-CUT-COUNT     PIC 9(4) VALUE 0.
       01 WS-GEN-COUNT     PIC 9(4) VALUE 0.
       01 WS-GEN-I         PIC 9(4).
       01 WS-GENERATION    PIC 9.

      *> Runs whose rows have been seen but whose seal has not. Runs
      *> on the trail are contiguous (the run control sees to that),
      *> so only a handful are ever open at once.
       01 WS-OPEN-MAX      PIC 9(3) VALUE 100.
       01 WS-OPEN-HIGH     PIC 9(3) VALUE 0.
       01 WS-OPEN-I        PIC 9(3).
       01 WS-OPEN-X        PIC 9(3).
       01 OPEN-RUN-TABLE.
           05 OPEN-RUN OCCURS 100 TIMES.
              10 OR-IN-USE      PIC X.
              10 OR-RUN-ID      PIC X(6).
              10 OR-ROWS        PIC 9(9).
              10 OR-HASH-1      PIC 9(12).
              10 OR-HASH-2      PIC 9(12).
              10 OR-TRAILER-FLAG PIC X.
                 88 OR-COMPLETED     VALUE 'Y'.
      *> Seals already met when the run's TRAILER was read: a run
      *> finished after sealing began must have a seal of its own.
              10 OR-SEALS-BEFORE PIC 9(6).
              10 OR-FILE        PIC X(12).
       01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOW   VALUE 'Y'.

       01 WS-ROW-RUN       PIC X(6).
       01 WS-SEALS-SEEN    PIC 9(6) VALUE 0.
       01 WS-LAST-SEAL.
           05 WS-LAST-SEAL-1 PIC 9(12).
           05 WS-LAST-SEAL-2 PIC 9(12).
       01 WS-LAST-SEALED-RUN PIC 9(6) VALUE 0.
       01 WS-CHAIN-START-RUN PIC 9(6) VALUE 0.
       01 WS-CHAIN-ROTATED-FLAG PIC X VALUE 'N'.
          88 WS-CHAIN-ROTATED    VALUE 'Y'.
       01 WS-CHECK-SEAL.
           05 WS-CHECK-SEAL-1 PIC 9(12).
           05 WS-CHECK-SEAL-2 PIC 9(12).
       01 WS-SEAL-OK-FLAG  PIC X.
          88 WS-SEAL-OK          VALUE 'Y'.

       01 WS-INTACT-RUNS   PIC 9(6) VALUE 0.
       01 WS-PRESEAL-RUNS  PIC 9(6) VALUE 0.
       01 WS-UNFINISHED-RUNS PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT   PIC 9(4) VALUE 0.
       01 WS-OUTCOME       PIC X(8).

      *> What the seal is taken over; must stay in step with
      *> AUDIT-SEAL's WS-SEAL-TEXT.
       01 WS-SEAL-TEXT.
           05 ST-RUN-HASH     PIC X(24).
           05 ST-RUN-ID       PIC 9(6).
           05 ST-ROW-COUNT    PIC 9(9).
           05 FILLER          PIC X(83) VALUE SPACES.

       01 VERIFY-HEADING.
           05 FILLER PIC X(33)
               VALUE "AUDIT TRAIL SEAL VERIFICATION -- ".
           05 VH-TODAY PIC X(8).

       01 FILE-LINE.
           05 FILLER PIC X(6)  VALUE "FILE:".
           05 FL-NAME    PIC X(14).
           05 FL-STATE   PIC X(10).
           05 FILLER PIC X(6)  VALUE "ROWS=".
           05 FL-ROWS    PIC ZZZZZZZZ9.

       01 BREAK-LINE.
           05 BL-KIND    PIC X(6).
           05 FILLER PIC X(4)  VALUE "RUN ".
           05 BL-RUN-ID  PIC X(6).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BL-STATE   PIC X(14).
           05 BL-FILE    PIC X(14).
           05 BL-DETAIL  PIC X(34).

       01 COUNT-LINE.
           05 CL-LABEL   PIC X(36).
           05 CL-COUNT   PIC ZZZZZ9.

       01 CHAIN-LINE.
           05 FILLER PIC X(20) VALUE "CHAIN STARTS AT RUN ".
           05 CH-RUN-ID  PIC 9(6).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CH-NOTE    PIC X(40).

       01 OUTCOME-LINE.
           05 FILLER PIC X(10) VALUE "OUTCOME:".
           05 OL-OUTCOME PIC X(8).
           05 FILLER PIC X(9)  VALUE "  BREAKS=".
           05 OL-BREAKS  PIC ZZZ9.

       COPY HASHLINK.

       COPY VAULTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> GOBACK throughout, not STOP RUN, so NIGHTLYJOB can run this
      *> as a job-stream step and act on its RETURN-CODE: 8 when any
      *> run no longer matches its seal or the chain is broken, 4
      *> when nothing on file has been sealed yet, 12 when too many
      *> unfinished runs were open at once to check the rest, 16 on
      *> a file error.
       MAIN-LOGIC.
           PERFORM READ-SYSTEM-PARAMETERS
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           MOVE 0 TO WS-LAST-SEAL-1 WS-LAST-SEAL-2
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "SEALVER.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO VH-TODAY
           MOVE VERIFY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-CONTROL-RECORD
           PERFORM WALK-ARCHIVE-GENERATIONS
           IF NOT WS-TABLE-OVERFLOW
               MOVE "RUNTESTS.AUD" TO WS-TRAIL-NAME
               PERFORM WALK-ONE-TRAIL
           END-IF
           PERFORM JUDGE-RUNS-LEFT-OPEN
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           MOVE "SEALVER.RPT" TO VT-REPORT-NAME
           MOVE "AUDIT-VERIFY" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           PERFORM WRITE-SEAL-STATUS
           DISPLAY "AUDIT-VERIFY: " WS-INTACT-RUNS " run(s) intact, "
               WS-BREAK-COUNT " break(s), outcome " WS-OUTCOME
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOW
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BREAK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEALS-SEEN = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> The generation count is the one AUDIT-ARCHIVE cuts to, read
      *> from the same SYSPARM.DAT parameter.
       READ-SYSTEM-PARAMETERS.
           MOVE "ARCHIVE-GENERATIONS" TO SPM-NAME
           MOVE WS-RETENTION-COUNT TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-RETENTION-COUNT.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-MISSING
               MOVE 0 TO WS-CUT-COUNT
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-CUT-COUNT
                   NOT AT END
                       MOVE AC-CUT-COUNT TO WS-CUT-COUNT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *> AUDIT-ARCHIVE writes cut n (counting from zero) to
      *> generation MOD(n, retention) + 1, so after WS-CUT-COUNT cuts
      *> the surviving generations, oldest first, are those of the
      *> last min(cuts, retention) cuts.
       WALK-ARCHIVE-GENERATIONS.
           IF WS-CUT-COUNT < WS-RETENTION-COUNT
               MOVE WS-CUT-COUNT TO WS-GEN-COUNT
           ELSE
               MOVE WS-RETENTION-COUNT TO WS-GEN-COUNT
           END-IF
           PERFORM VARYING WS-GEN-I FROM 0 BY 1
                   UNTIL WS-GEN-I >= WS-GEN-COUNT OR WS-TABLE-OVERFLOW
               COMPUTE WS-GENERATION = FUNCTION MOD(
                   WS-CUT-COUNT - WS-GEN-COUNT + WS-GEN-I,
                   WS-RETENTION-COUNT) + 1
               MOVE SPACES TO WS-TRAIL-NAME
               STRING "RUNTESTS.AR" WS-GENERATION
                   DELIMITED BY SIZE INTO WS-TRAIL-NAME
               PERFORM WALK-ONE-TRAIL
           END-PERFORM.

      *> A generation AUDIT-ARCHIVE says it cut but which is no
      *> longer there is itself a break; a missing live trail is
      *> MORNING-STATUS's to report.
       WALK-ONE-TRAIL.
           MOVE 0 TO WS-TRAIL-ROWS
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-TRAIL-NAME TO FL-NAME
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-MISSING
               MOVE "MISSING" TO FL-STATE
               MOVE 0 TO FL-ROWS
               MOVE FILE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-TRAIL-NAME NOT = "RUNTESTS.AUD"
                   MOVE SPACES TO WS-ROW-RUN
                   MOVE "GEN MISSING" TO BL-STATE
                   MOVE "CUT BUT NOT ON FILE" TO BL-DETAIL
                   PERFORM WRITE-BREAK-LINE
               END-IF
           ELSE
               IF NOT WS-TRAIL-STATUS-OK
                   MOVE WS-TRAIL-NAME TO EH-FILE-NAME
                   MOVE WS-TRAIL-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF OR WS-TABLE-OVERFLOW
                   READ TRAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRAIL-ROWS
                           PERFORM TAKE-TRAIL-ROW
                   END-READ
               END-PERFORM
               CLOSE TRAIL-FILE
               MOVE "READ" TO FL-STATE
               MOVE WS-TRAIL-ROWS TO FL-ROWS
               MOVE FILE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> Control rows carry the run ID where their own layout puts
      *> it, as AUDIT-SEAL reads them; the ARCHIVE header and
      *> ARCTOTAL trailer belong to the generation, not to a run.
       TAKE-TRAIL-ROW.
           EVALUATE TRAIL-RECORD(1:10)
               WHEN "ARCHIVE"
               WHEN "ARCTOTAL"
                   CONTINUE
               WHEN "SEAL"
                   PERFORM CHECK-SEAL-ROW
               WHEN "TRAILER"
                   MOVE TRAIL-RECORD(43:6) TO WS-ROW-RUN
                   PERFORM ADD-ROW-TO-RUN
                   IF WS-OPEN-X > 0
                       MOVE 'Y' TO OR-TRAILER-FLAG(WS-OPEN-X)
                       MOVE WS-SEALS-SEEN TO OR-SEALS-BEFORE(WS-OPEN-X)
                       MOVE WS-TRAIL-NAME TO OR-FILE(WS-OPEN-X)
                   END-IF
               WHEN "SUBTOTAL"
                   MOVE TRAIL-RECORD(52:6) TO WS-ROW-RUN
                   PERFORM ADD-ROW-TO-RUN
               WHEN OTHER
                   MOVE TRAIL-RECORD(111:6) TO WS-ROW-RUN
                   PERFORM ADD-ROW-TO-RUN
           END-EVALUATE.

       ADD-ROW-TO-RUN.
           PERFORM FIND-OPEN-RUN
           IF WS-OPEN-X = 0
               PERFORM OPEN-NEW-RUN
           END-IF
           IF WS-OPEN-X > 0
               ADD 1 TO OR-ROWS(WS-OPEN-X)
               MOVE TRAIL-RECORD TO SH-TEXT
               MOVE OR-HASH-1(WS-OPEN-X) TO SH-HASH-1
               MOVE OR-HASH-2(WS-OPEN-X) TO SH-HASH-2
               CALL 'AUDIT-HASH' USING SH-TEXT SH-HASH-1 SH-HASH-2
               MOVE SH-HASH-1 TO OR-HASH-1(WS-OPEN-X)
               MOVE SH-HASH-2 TO OR-HASH-2(WS-OPEN-X)
           END-IF.

       FIND-OPEN-RUN.
           MOVE 0 TO WS-OPEN-X
           PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                   UNTIL WS-OPEN-I > WS-OPEN-HIGH OR WS-OPEN-X > 0
               IF OR-IN-USE(WS-OPEN-I) = 'Y'
                   AND OR-RUN-ID(WS-OPEN-I) = WS-ROW-RUN
                   MOVE WS-OPEN-I TO WS-OPEN-X
               END-IF
           END-PERFORM.

      *> A freed slot is reused before the table grows.
       OPEN-NEW-RUN.
           PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                   UNTIL WS-OPEN-I > WS-OPEN-HIGH OR WS-OPEN-X > 0
               IF OR-IN-USE(WS-OPEN-I) NOT = 'Y'
                   MOVE WS-OPEN-I TO WS-OPEN-X
               END-IF
           END-PERFORM
           IF WS-OPEN-X = 0
               IF WS-OPEN-HIGH >= WS-OPEN-MAX
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE "TOO MANY OPEN" TO BL-STATE
                   MOVE "REST OF TRAIL NOT CHECKED" TO BL-DETAIL
                   MOVE "NOTE" TO BL-KIND
                   MOVE WS-ROW-RUN TO BL-RUN-ID
                   MOVE WS-TRAIL-NAME TO BL-FILE
                   MOVE BREAK-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-OPEN-HIGH
                   MOVE WS-OPEN-HIGH TO WS-OPEN-X
               END-IF
           END-IF
           IF WS-OPEN-X > 0
               MOVE 'Y' TO OR-IN-USE(WS-OPEN-X)
               MOVE WS-ROW-RUN TO OR-RUN-ID(WS-OPEN-X)
               MOVE 0 TO OR-ROWS(WS-OPEN-X)
               MOVE 0 TO OR-HASH-1(WS-OPEN-X) OR-HASH-2(WS-OPEN-X)
               MOVE 'N' TO OR-TRAILER-FLAG(WS-OPEN-X)
               MOVE 0 TO OR-SEALS-BEFORE(WS-OPEN-X)
               MOVE WS-TRAIL-NAME TO OR-FILE(WS-OPEN-X)
           END-IF.

      *> Three things are checked at each seal: the run's rows still
      *> hash to what was sealed, the seal itself still follows from
      *> its own fields, and it chains to the seal before it. The
      *> oldest seal still on file is taken as the start of the
      *> chain -- anything older has been rotated out by
      *> AUDIT-ARCHIVE.
       CHECK-SEAL-ROW.
           MOVE 'Y' TO WS-SEAL-OK-FLAG
           MOVE SL-RUN-ID TO WS-ROW-RUN
           PERFORM FIND-OPEN-RUN
           IF WS-OPEN-X = 0
               MOVE "ROWS MISSING" TO BL-STATE
               MOVE "SEAL FOUND WITH NO ROWS" TO BL-DETAIL
               PERFORM WRITE-BREAK-LINE
               MOVE 'N' TO WS-SEAL-OK-FLAG
           ELSE
               IF OR-ROWS(WS-OPEN-X) NOT = SL-ROW-COUNT
                   OR OR-HASH-1(WS-OPEN-X) NOT = SL-RUN-HASH-1
                   OR OR-HASH-2(WS-OPEN-X) NOT = SL-RUN-HASH-2
                   MOVE "ROWS CHANGED" TO BL-STATE
                   IF OR-ROWS(WS-OPEN-X) = SL-ROW-COUNT
                       MOVE "ROW CONTENT NO LONGER MATCHES"
                           TO BL-DETAIL
                   ELSE
                       MOVE SPACES TO BL-DETAIL
                       STRING "SEALED " SL-ROW-COUNT " NOW "
                           OR-ROWS(WS-OPEN-X)
                           DELIMITED BY SIZE INTO BL-DETAIL
                   END-IF
                   PERFORM WRITE-BREAK-LINE
                   MOVE 'N' TO WS-SEAL-OK-FLAG
               END-IF
               MOVE SPACES TO OR-IN-USE(WS-OPEN-X)
           END-IF
           PERFORM COMPUTE-SEAL
           IF WS-CHECK-SEAL NOT = SL-SEAL
               MOVE "SEAL ALTERED" TO BL-STATE
               MOVE "SEAL DOES NOT FOLLOW FROM ITS ROW" TO BL-DETAIL
               PERFORM WRITE-BREAK-LINE
               MOVE 'N' TO WS-SEAL-OK-FLAG
           END-IF
           IF WS-SEALS-SEEN = 0
               MOVE SL-RUN-ID TO WS-CHAIN-START-RUN
               IF SL-PREV-SEAL NOT = ZEROS
                   SET WS-CHAIN-ROTATED TO TRUE
               END-IF
           ELSE
               IF SL-PREV-SEAL NOT = WS-LAST-SEAL
                   MOVE "CHAIN BROKEN" TO BL-STATE
                   MOVE SPACES TO BL-DETAIL
                   STRING "LAST SEAL BEFORE IT: RUN "
                       WS-LAST-SEALED-RUN
                       DELIMITED BY SIZE INTO BL-DETAIL
                   PERFORM WRITE-BREAK-LINE
                   MOVE 'N' TO WS-SEAL-OK-FLAG
               END-IF
           END-IF
           IF WS-SEAL-OK
               ADD 1 TO WS-INTACT-RUNS
           END-IF
           PERFORM CLOSE-UNSEALED-RUNS
           ADD 1 TO WS-SEALS-SEEN
           MOVE SL-SEAL TO WS-LAST-SEAL
           MOVE SL-RUN-ID TO WS-LAST-SEALED-RUN.

      *> AUDIT-SEAL writes a run's seal straight after its TRAILER,
      *> so once another run's seal has gone by, any run still open
      *> never got one. Finished after sealing began (or ahead of a
      *> seal that chains to something earlier) it is a break;
      *> finished before, it simply predates sealing; never finished,
      *> it was abandoned and noted only.
       CLOSE-UNSEALED-RUNS.
           PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                   UNTIL WS-OPEN-I > WS-OPEN-HIGH
               IF OR-IN-USE(WS-OPEN-I) = 'Y'
                   IF OR-COMPLETED(WS-OPEN-I)
                       IF OR-SEALS-BEFORE(WS-OPEN-I) > 0
                           OR SL-PREV-SEAL NOT = ZEROS
                           PERFORM REPORT-MISSING-SEAL
                       ELSE
                           ADD 1 TO WS-PRESEAL-RUNS
                       END-IF
                   ELSE
                       PERFORM REPORT-UNFINISHED-RUN
                   END-IF
                   MOVE SPACES TO OR-IN-USE(WS-OPEN-I)
               END-IF
           END-PERFORM.

      *> At the end of the walk nothing follows to judge by, so a
      *> finished run still open is a break only if sealing had
      *> begun before it finished. The last run abandoned before a
      *> restart is still open too, and is noted.
       JUDGE-RUNS-LEFT-OPEN.
           PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                   UNTIL WS-OPEN-I > WS-OPEN-HIGH
               IF OR-IN-USE(WS-OPEN-I) = 'Y'
                   IF OR-COMPLETED(WS-OPEN-I)
                       IF OR-SEALS-BEFORE(WS-OPEN-I) > 0
                           PERFORM REPORT-MISSING-SEAL
                       ELSE
                           ADD 1 TO WS-PRESEAL-RUNS
                       END-IF
                   ELSE
                       PERFORM REPORT-UNFINISHED-RUN
                   END-IF
                   MOVE SPACES TO OR-IN-USE(WS-OPEN-I)
               END-IF
           END-PERFORM.

       REPORT-MISSING-SEAL.
           MOVE OR-RUN-ID(WS-OPEN-I) TO BL-RUN-ID
           MOVE "BREAK" TO BL-KIND
           MOVE "SEAL MISSING" TO BL-STATE
           MOVE OR-FILE(WS-OPEN-I) TO BL-FILE
           MOVE "RUN FINISHED BUT WAS NEVER SEALED" TO BL-DETAIL
           MOVE BREAK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-BREAK-COUNT.

       REPORT-UNFINISHED-RUN.
           ADD 1 TO WS-UNFINISHED-RUNS
           MOVE OR-RUN-ID(WS-OPEN-I) TO BL-RUN-ID
           MOVE "NOTE" TO BL-KIND
           MOVE "NO TRAILER" TO BL-STATE
           MOVE OR-FILE(WS-OPEN-I) TO BL-FILE
           MOVE "RUN NEVER FINISHED; NOT SEALED" TO BL-DETAIL
           MOVE BREAK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BREAK-LINE.
           MOVE "BREAK" TO BL-KIND
           MOVE WS-ROW-RUN TO BL-RUN-ID
           MOVE WS-TRAIL-NAME TO BL-FILE
           MOVE BREAK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-BREAK-COUNT.

      *> Must stay in step with AUDIT-SEAL's COMPUTE-SEAL.
       COMPUTE-SEAL.
           MOVE SL-RUN-HASH TO ST-RUN-HASH
           MOVE SL-RUN-ID TO ST-RUN-ID
           MOVE SL-ROW-COUNT TO ST-ROW-COUNT
           MOVE WS-SEAL-TEXT TO SH-TEXT
           MOVE SL-PREV-SEAL-1 TO SH-HASH-1
           MOVE SL-PREV-SEAL-2 TO SH-HASH-2
           CALL 'AUDIT-HASH' USING SH-TEXT SH-HASH-1 SH-HASH-2
           MOVE SH-HASH-1 TO WS-CHECK-SEAL-1
           MOVE SH-HASH-2 TO WS-CHECK-SEAL-2.

       WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOW
                   MOVE "OVERFLOW" TO WS-OUTCOME
               WHEN WS-BREAK-COUNT > 0
                   MOVE "BROKEN" TO WS-OUTCOME
               WHEN WS-SEALS-SEEN = 0
                   MOVE "NOSEALS" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "INTACT" TO WS-OUTCOME
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SEALS-SEEN > 0
               MOVE WS-CHAIN-START-RUN TO CH-RUN-ID
               IF WS-CHAIN-ROTATED
                   MOVE "(EARLIER SEALS ARCHIVED OUT OF RANGE)"
                       TO CH-NOTE
               ELSE
                   MOVE "(FIRST RUN EVER SEALED)" TO CH-NOTE
               END-IF
               MOVE CHAIN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "RUNS SEALED AND INTACT:" TO CL-LABEL
           MOVE WS-INTACT-RUNS TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RUNS FINISHED BEFORE SEALING BEGAN:" TO CL-LABEL
           MOVE WS-PRESEAL-RUNS TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RUNS NEVER FINISHED:" TO CL-LABEL
           MOVE WS-UNFINISHED-RUNS TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTCOME TO OL-OUTCOME
           MOVE WS-BREAK-COUNT TO OL-BREAKS
           MOVE OUTCOME-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SEAL-STATUS.
           OPEN OUTPUT SEAL-STATUS-FILE
           IF NOT WS-SEALSTA-STATUS-OK
               MOVE "SEAL.STA" TO EH-FILE-NAME
               MOVE WS-SEALSTA-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
           ELSE
               MOVE WS-OUTCOME TO SV-OUTCOME
               MOVE WS-BREAK-COUNT TO SV-BREAK-COUNT
               MOVE WS-LAST-SEALED-RUN TO SV-LAST-RUN-ID
               MOVE WS-NOW TO SV-TIMESTAMP
               WRITE SEAL-STATUS-RECORD
               CLOSE SEAL-STATUS-FILE
           END-IF.

       CALL-ERROR-HANDLER.
           MOVE "AUDIT-VERIFY" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
