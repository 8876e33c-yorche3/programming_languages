       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.
      *> Each report named on DISTRIB.CTL, read in turn.
           SELECT REPORT-IN-FILE ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
      *> One packet per recipient group, <group>.PKT, rebuilt on
      *> every run.
           SELECT PACKET-FILE ASSIGN USING WS-PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.
      *> What went to whom, one row per report per group per run.
           SELECT DISTRIB-LOG-FILE ASSIGN TO "DISTRIB.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
       01  DISTRIB-RECORD.
       COPY DISTREC.

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE       PIC X(132).

       FD  PACKET-FILE.
       01  PACKET-LINE          PIC X(132).

       FD  DISTRIB-LOG-FILE.
       01  DISTRIB-LOG-RECORD.
           05 DL-RUN-ID        PIC 9(6).
           05 DL-TIMESTAMP     PIC X(14).
           05 DL-RECIPIENT     PIC X(8).
           05 DL-REPORT-NAME   PIC X(20).
           05 DL-COPIES        PIC 99.
           05 DL-LINE-COUNT    PIC 9(7).
      *> SENT, or MISSING / EMPTY when the report was due but had
      *> nothing to send (flagged on the packet's banner).
           05 DL-OUTCOME       PIC X(8).
           05 DL-PACKET-NAME   PIC X(20).

      *> Must stay in step with MAINPROGRAM's RUN-CONTROL-RECORD.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-LAST-RUN-ID   PIC 9(6).
           05 RC-FLIGHT-FLAG   PIC X.
           05 RC-WORK-NAME     PIC X(20).
           05 RC-HEARTBEAT     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-DISTRIB-STATUS PIC XX.
          88 WS-DISTRIB-STATUS-OK   VALUE '00'.
          88 WS-DISTRIB-MISSING     VALUE '35'.
       01 WS-REPORT-IN-STATUS PIC XX.
          88 WS-REPORT-IN-STATUS-OK VALUE '00'.
          88 WS-REPORT-IN-MISSING   VALUE '35'.
       01 WS-PACKET-STATUS PIC XX.
          88 WS-PACKET-STATUS-OK    VALUE '00'.
       01 WS-LOG-STATUS    PIC XX.
          88 WS-LOG-STATUS-OK       VALUE '00'.
          88 WS-LOG-MISSING         VALUE '35'.
       01 WS-RUNCTL-STATUS PIC XX.
          88 WS-RUNCTL-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-REPORT-NAME   PIC X(20).
       01 WS-PACKET-NAME   PIC X(20).
       01 WS-NOW           PIC X(21).
       01 WS-TODAY-NUM     PIC 9(8).
       01 WS-TODAY-INT     PIC 9(7).
      *> Monday=1 through Sunday=7, as RUNCALENDAR numbers the week.
       01 WS-DAY-OF-WEEK   PIC 9.
       01 WS-RUN-ID        PIC 9(6) VALUE 0.

      *> The control file's rows due today, in file order. 100 rows
      *> is every report to several groups with room to spare.
       01 WS-DUE-COUNT     PIC 9(4) VALUE 0.
       01 DUE-TABLE-AREA.
          05 DUE-ENTRY OCCURS 100 TIMES.
             10 DU-REPORT-NAME PIC X(20).
             10 DU-RECIPIENT   PIC X(8).
             10 DU-COPIES      PIC 99.
             10 DU-DESCRIPTION PIC X(30).
             10 DU-REPORT-X    PIC 9(4).
       01 WS-ROW-COUNT     PIC 9(4) VALUE 0.
       01 WS-BAD-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.

      *> Each distinct report due today, looked at once: MISSING
      *> (not on file), EMPTY (on file with no lines), or OK.
       01 WS-REPORT-COUNT  PIC 9(4) VALUE 0.
       01 REPORT-TABLE-AREA.
          05 REPORT-ENTRY OCCURS 100 TIMES.
             10 RE-NAME       PIC X(20).
             10 RE-LINE-COUNT PIC 9(7).
             10 RE-STATE      PIC X(8).

      *> Each recipient group due something today, in order of
      *> first appearance on the control file.
       01 WS-GROUP-COUNT   PIC 9(4) VALUE 0.
       01 GROUP-TABLE-AREA.
          05 GROUP-ENTRY OCCURS 100 TIMES.
             10 GR-RECIPIENT  PIC X(8).

       01 DUE-I            PIC 9(4).
       01 REPORT-I         PIC 9(4).
       01 GROUP-I          PIC 9(4).
       01 COPY-I           PIC 99.
       01 WS-FOUND-X       PIC 9(4).
       01 WS-SEQ           PIC 9(3).
       01 WS-PACKET-REPORTS PIC 9(3).
       01 WS-PACKET-COPIES PIC 9(4).
       01 WS-PACKET-FLAGS  PIC 9(3).
       01 WS-PACKET-COUNT  PIC 9(4) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT    PIC 9(7).

       01 BANNER-RULE      PIC X(72) VALUE ALL "*".
       01 BANNER-LINE.
           05 FILLER       PIC X(3) VALUE "*  ".
           05 BN-TEXT      PIC X(66).
           05 FILLER       PIC X(3) VALUE "  *".

       01 CONTENTS-HEADING.
           05 FILLER PIC X(5)  VALUE "SEQ".
           05 FILLER PIC X(21) VALUE "REPORT".
           05 FILLER PIC X(31) VALUE "DESCRIPTION".
           05 FILLER PIC X(8)  VALUE "COPIES".
           05 FILLER PIC X(9)  VALUE "   LINES".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "STATUS".

       01 CONTENTS-DETAIL.
           05 CN-SEQ         PIC ZZ9.
           05 FILLER         PIC XX VALUE SPACES.
           05 CN-REPORT-NAME PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 CN-DESCRIPTION PIC X(30).
           05 FILLER         PIC X VALUE SPACE.
           05 CN-COPIES      PIC Z9.
           05 FILLER         PIC X(6) VALUE SPACES.
           05 CN-LINES       PIC Z(6)9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 CN-STATE       PIC X(8).

       01 SECTION-LINE.
           05 FILLER         PIC X(5) VALUE "==== ".
           05 SC-REPORT-NAME PIC X(20).
           05 FILLER         PIC X(8) VALUE " -- COPY".
           05 SC-COPY        PIC Z9.
           05 FILLER         PIC X(4) VALUE " OF".
           05 SC-COPIES      PIC Z9.
           05 FILLER         PIC X(5) VALUE " ====".

       01 SECTION-END-LINE.
           05 FILLER         PIC X(12) VALUE "==== END OF ".
           05 SE-REPORT-NAME PIC X(20).
           05 FILLER         PIC X(5) VALUE " ====".

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Bursts the night's reports by recipient. DISTRIB.CTL maps
      *> each report to the recipient groups that get it, on which
      *> weekdays, and how many copies; every group due something
      *> today gets one packet, <group>.PKT: a banner page, a table
      *> of contents, then each of its reports in control-file order
      *> (each copy in turn). A report that is due but not on file,
      *> or on file with nothing in it, is flagged on the banner and
      *> in the contents rather than left out without a word. Every
      *> report-to-group delivery is appended to DISTRIB.LOG under
      *> the last run ID on RUNCTL.DAT. RC 4 when anything due was
      *> missing or empty, or the control file has bad rows; 16
      *> when a packet or the log cannot be written.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TODAY-INT + 6, 7) + 1
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-DISTRIBUTION
           IF WS-DUE-COUNT = 0
               DISPLAY "REPORT-BURST: nothing due for distribution "
                   "today."
               IF WS-BAD-ROW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM VARYING REPORT-I FROM 1 BY 1
                   UNTIL REPORT-I > WS-REPORT-COUNT
               PERFORM PROBE-REPORT
           END-PERFORM
           OPEN EXTEND DISTRIB-LOG-FILE
           IF WS-LOG-MISSING
               OPEN OUTPUT DISTRIB-LOG-FILE
           END-IF
           IF NOT WS-LOG-STATUS-OK
               MOVE "DISTRIB.LOG" TO EH-FILE-NAME
               MOVE WS-LOG-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING GROUP-I FROM 1 BY 1
                   UNTIL GROUP-I > WS-GROUP-COUNT
               PERFORM BUILD-PACKET
           END-PERFORM
           CLOSE DISTRIB-LOG-FILE
           DISPLAY "REPORT-BURST: " WS-PACKET-COUNT " packet(s) for "
               "run " WS-RUN-ID ", " WS-FLAGGED-COUNT
               " missing or empty report(s) flagged."
           IF WS-FLAGGED-COUNT > 0 OR WS-BAD-ROW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The run the packets belong to is the last one started; no
      *> run control on file means there has been no run yet.
       READ-RUN-CONTROL.
           MOVE 0 TO WS-RUN-ID
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS-OK
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RC-LAST-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> A row with no report or group, or no copies, cannot be
      *> delivered; it is named on the console and passed over.
       LOAD-DISTRIBUTION.
           OPEN INPUT DISTRIB-FILE
           IF WS-DISTRIB-MISSING
               DISPLAY "REPORT-BURST: no DISTRIB.CTL -- no report "
                   "has anywhere to go."
               MOVE 1 TO WS-BAD-ROW-COUNT
           ELSE
               IF NOT WS-DISTRIB-STATUS-OK
                   MOVE "DISTRIB.CTL" TO EH-FILE-NAME
                   MOVE WS-DISTRIB-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                   READ DISTRIB-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM CAPTURE-DISTRIB-ROW
                   END-READ
               END-PERFORM
               CLOSE DISTRIB-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       CAPTURE-DISTRIB-ROW.
           IF DS-REPORT-NAME = SPACES OR DS-RECIPIENT = SPACES
               OR DS-COPIES NOT NUMERIC OR DS-COPIES = 0
               ADD 1 TO WS-BAD-ROW-COUNT
               DISPLAY "REPORT-BURST: DISTRIB.CTL row " WS-ROW-COUNT
                   " needs a report, a group and copies -- skipped"
           ELSE IF DS-DAYS(WS-DAY-OF-WEEK:1) NOT = SPACE
               IF WS-DUE-COUNT >= 100
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "REPORT-BURST: more than 100 "
                           "deliveries due -- the rest are not sent"
                       SET WS-TABLE-IS-FULL TO TRUE
                       ADD 1 TO WS-BAD-ROW-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE DS-REPORT-NAME TO DU-REPORT-NAME(WS-DUE-COUNT)
                   MOVE DS-RECIPIENT TO DU-RECIPIENT(WS-DUE-COUNT)
                   MOVE DS-COPIES TO DU-COPIES(WS-DUE-COUNT)
                   MOVE DS-DESCRIPTION
                       TO DU-DESCRIPTION(WS-DUE-COUNT)
                   PERFORM NOTE-DUE-REPORT
                   PERFORM NOTE-DUE-GROUP
               END-IF
           END-IF
           END-IF.

       NOTE-DUE-REPORT.
           MOVE 0 TO WS-FOUND-X
           PERFORM VARYING REPORT-I FROM 1 BY 1
                   UNTIL REPORT-I > WS-REPORT-COUNT OR WS-FOUND-X > 0
               IF RE-NAME(REPORT-I) = DS-REPORT-NAME
                   MOVE REPORT-I TO WS-FOUND-X
               END-IF
           END-PERFORM
           IF WS-FOUND-X = 0
               ADD 1 TO WS-REPORT-COUNT
               MOVE DS-REPORT-NAME TO RE-NAME(WS-REPORT-COUNT)
               MOVE WS-REPORT-COUNT TO WS-FOUND-X
           END-IF
           MOVE WS-FOUND-X TO DU-REPORT-X(WS-DUE-COUNT).

       NOTE-DUE-GROUP.
           MOVE 0 TO WS-FOUND-X
           PERFORM VARYING GROUP-I FROM 1 BY 1
                   UNTIL GROUP-I > WS-GROUP-COUNT OR WS-FOUND-X > 0
               IF GR-RECIPIENT(GROUP-I) = DS-RECIPIENT
                   MOVE GROUP-I TO WS-FOUND-X
               END-IF
           END-PERFORM
           IF WS-FOUND-X = 0
               ADD 1 TO WS-GROUP-COUNT
               MOVE DS-RECIPIENT TO GR-RECIPIENT(WS-GROUP-COUNT)
           END-IF.

       PROBE-REPORT.
           MOVE RE-NAME(REPORT-I) TO WS-REPORT-NAME
           MOVE 0 TO RE-LINE-COUNT(REPORT-I)
           OPEN INPUT REPORT-IN-FILE
           IF NOT WS-REPORT-IN-STATUS-OK
               MOVE "MISSING" TO RE-STATE(REPORT-I)
           ELSE
               PERFORM UNTIL WS-EOF
                   READ REPORT-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RE-LINE-COUNT(REPORT-I)
                   END-READ
               END-PERFORM
               CLOSE REPORT-IN-FILE
               MOVE 'N' TO WS-EOF-FLAG
               IF RE-LINE-COUNT(REPORT-I) = 0
                   MOVE "EMPTY" TO RE-STATE(REPORT-I)
               ELSE
                   MOVE "OK" TO RE-STATE(REPORT-I)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> One recipient group's packet.
      *> ---------------------------------------------------------
       BUILD-PACKET.
           MOVE SPACES TO WS-PACKET-NAME
           STRING GR-RECIPIENT(GROUP-I) DELIMITED BY SPACE
               ".PKT" DELIMITED BY SIZE INTO WS-PACKET-NAME
           OPEN OUTPUT PACKET-FILE
           IF NOT WS-PACKET-STATUS-OK
               MOVE WS-PACKET-NAME TO EH-FILE-NAME
               MOVE WS-PACKET-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               CLOSE DISTRIB-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PACKET-COUNT
           MOVE 0 TO WS-PACKET-REPORTS
           MOVE 0 TO WS-PACKET-COPIES
           MOVE 0 TO WS-PACKET-FLAGS
           PERFORM VARYING DUE-I FROM 1 BY 1
                   UNTIL DUE-I > WS-DUE-COUNT
               IF DU-RECIPIENT(DUE-I) = GR-RECIPIENT(GROUP-I)
                   ADD 1 TO WS-PACKET-REPORTS
                   MOVE DU-REPORT-X(DUE-I) TO REPORT-I
                   IF RE-STATE(REPORT-I) = "OK"
                       ADD DU-COPIES(DUE-I) TO WS-PACKET-COPIES
                   ELSE
                       ADD 1 TO WS-PACKET-FLAGS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-BANNER-PAGE
           PERFORM WRITE-CONTENTS
           PERFORM VARYING DUE-I FROM 1 BY 1
                   UNTIL DUE-I > WS-DUE-COUNT
               IF DU-RECIPIENT(DUE-I) = GR-RECIPIENT(GROUP-I)
                   PERFORM DELIVER-ONE-REPORT
               END-IF
           END-PERFORM
           CLOSE PACKET-FILE.

       WRITE-BANNER-PAGE.
           MOVE BANNER-RULE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           STRING "REPORT PACKET FOR " GR-RECIPIENT(GROUP-I)
               DELIMITED BY SIZE INTO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO BN-TEXT
           STRING "RUN " WS-RUN-ID "   PRODUCED " WS-NOW(1:4) "-"
               WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":"
               WS-NOW(11:2) DELIMITED BY SIZE INTO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO BN-TEXT
           STRING WS-PACKET-REPORTS " REPORT(S) DUE, "
               WS-PACKET-COPIES " COPY(IES) ENCLOSED"
               DELIMITED BY SIZE INTO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           IF WS-PACKET-FLAGS > 0
               PERFORM VARYING DUE-I FROM 1 BY 1
                       UNTIL DUE-I > WS-DUE-COUNT
                   IF DU-RECIPIENT(DUE-I) = GR-RECIPIENT(GROUP-I)
                       MOVE DU-REPORT-X(DUE-I) TO REPORT-I
                       IF RE-STATE(REPORT-I) NOT = "OK"
                           PERFORM WRITE-BANNER-FLAG
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO BN-TEXT
               MOVE BANNER-LINE TO PACKET-LINE
               WRITE PACKET-LINE
           END-IF
           MOVE BANNER-RULE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           WRITE PACKET-LINE.

       WRITE-BANNER-FLAG.
           MOVE SPACES TO BN-TEXT
           STRING "*** EXPECTED BUT " DELIMITED BY SIZE
               RE-STATE(REPORT-I) DELIMITED BY SPACE
               ": " RE-NAME(REPORT-I) DELIMITED BY SIZE INTO BN-TEXT
           MOVE BANNER-LINE TO PACKET-LINE
           WRITE PACKET-LINE.

       WRITE-CONTENTS.
           MOVE "CONTENTS" TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE CONTENTS-HEADING TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE 0 TO WS-SEQ
           PERFORM VARYING DUE-I FROM 1 BY 1
                   UNTIL DUE-I > WS-DUE-COUNT
               IF DU-RECIPIENT(DUE-I) = GR-RECIPIENT(GROUP-I)
                   ADD 1 TO WS-SEQ
                   MOVE DU-REPORT-X(DUE-I) TO REPORT-I
                   MOVE WS-SEQ TO CN-SEQ
                   MOVE DU-REPORT-NAME(DUE-I) TO CN-REPORT-NAME
                   MOVE DU-DESCRIPTION(DUE-I) TO CN-DESCRIPTION
                   MOVE DU-COPIES(DUE-I) TO CN-COPIES
                   MOVE RE-LINE-COUNT(REPORT-I) TO CN-LINES
                   MOVE RE-STATE(REPORT-I) TO CN-STATE
                   MOVE CONTENTS-DETAIL TO PACKET-LINE
                   WRITE PACKET-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PACKET-LINE
           WRITE PACKET-LINE.

      *> A flagged report has no body; it is still logged, so the
      *> log shows the group was owed it.
       DELIVER-ONE-REPORT.
           MOVE DU-REPORT-X(DUE-I) TO REPORT-I
           IF RE-STATE(REPORT-I) = "OK"
               PERFORM VARYING COPY-I FROM 1 BY 1
                       UNTIL COPY-I > DU-COPIES(DUE-I)
                   PERFORM COPY-REPORT-BODY
               END-PERFORM
               MOVE "SENT" TO DL-OUTCOME
           ELSE
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE RE-STATE(REPORT-I) TO DL-OUTCOME
           END-IF
           MOVE WS-RUN-ID TO DL-RUN-ID
           MOVE WS-NOW(1:14) TO DL-TIMESTAMP
           MOVE GR-RECIPIENT(GROUP-I) TO DL-RECIPIENT
           MOVE RE-NAME(REPORT-I) TO DL-REPORT-NAME
           MOVE DU-COPIES(DUE-I) TO DL-COPIES
           MOVE RE-LINE-COUNT(REPORT-I) TO DL-LINE-COUNT
           MOVE WS-PACKET-NAME TO DL-PACKET-NAME
           WRITE DISTRIB-LOG-RECORD.

       COPY-REPORT-BODY.
           MOVE RE-NAME(REPORT-I) TO SC-REPORT-NAME
           MOVE COPY-I TO SC-COPY
           MOVE DU-COPIES(DUE-I) TO SC-COPIES
           MOVE SECTION-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE RE-NAME(REPORT-I) TO WS-REPORT-NAME
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ REPORT-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REPORT-IN-LINE TO PACKET-LINE
                           WRITE PACKET-LINE
                   END-READ
               END-PERFORM
               CLOSE REPORT-IN-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE RE-NAME(REPORT-I) TO SE-REPORT-NAME
           MOVE SECTION-END-LINE TO PACKET-LINE
           WRITE PACKET-LINE
           MOVE SPACES TO PACKET-LINE
           WRITE PACKET-LINE.

       CALL-ERROR-HANDLER.
           MOVE "REPORT-BURST" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
