       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "ALERTS.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALERTHST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
       COPY ALERTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
          88 WS-HISTORY-STATUS-OK   VALUE '00'.
          88 WS-HISTORY-MISSING     VALUE '35'.
       01 WS-REPORT-STATUS  PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-READ-COUNT     PIC 9(9) VALUE 0.

      *> One row per episode: a raise, its repeats, and the clear
      *> that ended it. The same condition raised again after a
      *> clear is a new episode.
       01 WS-EPISODE-COUNT  PIC 9(4) VALUE 0.
       01 EPISODE-TABLE-AREA.
          05 EPISODE-ENTRY OCCURS 300 TIMES.
             10 EP-SOURCE     PIC X(18).
             10 EP-KEY        PIC X(30).
             10 EP-SEVERITY   PIC X(8).
             10 EP-RUN-ID     PIC 9(6).
             10 EP-RAISED-AT  PIC X(21).
             10 EP-REPEATS    PIC 9(4).
             10 EP-LAST-SEEN  PIC X(21).
             10 EP-CLEARED-AT PIC X(21).
       01 EP-I              PIC 9(4).
       01 WS-FOUND-I        PIC 9(4).
       01 WS-EPISODE-TRUNC-FLAG PIC X VALUE 'N'.
          88 WS-EPISODES-TRUNCATED VALUE 'Y'.

       01 WS-NOW            PIC X(21).
      *> Minutes since day zero, from a CURRENT-DATE style stamp.
       01 WS-STAMP          PIC X(21).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
          05 WS-STAMP-DATE  PIC 9(8).
          05 WS-STAMP-HH    PIC 99.
          05 WS-STAMP-MM    PIC 99.
          05 FILLER         PIC X(9).
       01 WS-STAMP-MINUTES  PIC 9(11).
       01 WS-FROM-MINUTES   PIC 9(11).
       01 WS-OPEN-MINUTES   PIC 9(9).
       01 WS-OPEN-HOURS     PIC 9(5).

       01 WS-CLEARED-COUNT  PIC 9(4) VALUE 0.
       01 WS-STILL-OPEN     PIC 9(4) VALUE 0.
       01 WS-CLEARED-MINUTES PIC 9(11) VALUE 0.
       01 WS-LONGEST-MINUTES PIC 9(9) VALUE 0.
       01 WS-AVERAGE-MINUTES PIC 9(9) VALUE 0.

       01 REPORT-HEADING.
           05 FILLER PIC X(19) VALUE "SOURCE".
           05 FILLER PIC X(31) VALUE "ALERT KEY".
           05 FILLER PIC X(9)  VALUE "SEVERITY".
           05 FILLER PIC X(14) VALUE "RAISED".
           05 FILLER PIC X(6)  VALUE "REPTS".
           05 FILLER PIC X(14) VALUE "LAST SEEN".
           05 FILLER PIC X(14) VALUE "CLEARED".
           05 FILLER PIC X(10) VALUE "OPEN H:MM".

       01 REPORT-DETAIL.
           05 RD-SOURCE     PIC X(18).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-KEY        PIC X(30).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-SEVERITY   PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-RAISED     PIC X(13).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-REPEATS    PIC ZZZ9.
           05 FILLER        PIC XX VALUE SPACES.
           05 RD-LAST-SEEN  PIC X(13).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-CLEARED    PIC X(13).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-OPEN-HOURS PIC ZZZZ9.
           05 FILLER        PIC X VALUE ":".
           05 RD-OPEN-MINS  PIC 99.

      *> YYYYMMDD HHMM, cut from a CURRENT-DATE stamp.
       01 WS-SHORT-STAMP.
          05 WS-SHORT-DATE  PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SHORT-TIME  PIC X(4).

       01 SUMMARY-LINE.
           05 FILLER         PIC X(10) VALUE "EPISODES ".
           05 SL-EPISODES    PIC ZZZ9.
           05 FILLER         PIC X(10) VALUE "  CLEARED ".
           05 SL-CLEARED     PIC ZZZ9.
           05 FILLER         PIC X(13) VALUE "  STILL OPEN ".
           05 SL-STILL-OPEN  PIC ZZZ9.
           05 FILLER         PIC X(24)
                                 VALUE "  AVERAGE TIME TO CLEAR ".
           05 SL-AVG-HOURS   PIC ZZZZ9.
           05 FILLER         PIC X VALUE ":".
           05 SL-AVG-MINS    PIC 99.
           05 FILLER         PIC X(11) VALUE "  LONGEST ".
           05 SL-LONG-HOURS  PIC ZZZZ9.
           05 FILLER         PIC X VALUE ":".
           05 SL-LONG-MINS   PIC 99.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Turns ALERT-RAISE's event history into one line per alert
      *> episode: when it was raised, how often it came back while
      *> open, when it cleared, and how long it stayed open -- still
      *> open ones are aged to now. The summary line is the
      *> overnight measure: how long, on average, a problem waits
      *> before it is fixed.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-MISSING
               DISPLAY "ALERT-HISTORY: no ALERTS.HST -- no alerts "
                   "have been raised."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-HISTORY-STATUS-OK
               MOVE "ALERTS.HST" TO EH-FILE-NAME
               MOVE WS-HISTORY-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-HISTORY-EVENT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "ALERTHST.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               GOBACK
           END-IF
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING EP-I FROM 1 BY 1
                   UNTIL EP-I > WS-EPISODE-COUNT
               PERFORM WRITE-ONE-EPISODE
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE REPORT-FILE
           MOVE "ALERTHST.RPT" TO VT-REPORT-NAME
           MOVE "ALERT-HISTORY" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "ALERT-HISTORY: " WS-EPISODE-COUNT " episode(s), "
               WS-CLEARED-COUNT " cleared, " WS-STILL-OPEN
               " still open"
           IF WS-STILL-OPEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-HISTORY-EVENT.
           EVALUATE TRUE
               WHEN AO-IS-RAISE
                   PERFORM ADD-EPISODE
               WHEN AO-IS-REPEAT
                   PERFORM FIND-OPEN-EPISODE
                   IF WS-FOUND-I > 0
                       ADD 1 TO EP-REPEATS(WS-FOUND-I)
                       MOVE AO-TIMESTAMP TO EP-LAST-SEEN(WS-FOUND-I)
                   END-IF
               WHEN AO-IS-CLEAR
                   PERFORM FIND-OPEN-EPISODE
                   IF WS-FOUND-I > 0
                       MOVE AO-TIMESTAMP TO EP-CLEARED-AT(WS-FOUND-I)
                   END-IF
           END-EVALUATE.

       ADD-EPISODE.
           IF WS-EPISODE-COUNT < 300
               ADD 1 TO WS-EPISODE-COUNT
               MOVE AO-SOURCE TO EP-SOURCE(WS-EPISODE-COUNT)
               MOVE AO-KEY TO EP-KEY(WS-EPISODE-COUNT)
               MOVE AO-SEVERITY TO EP-SEVERITY(WS-EPISODE-COUNT)
               MOVE AO-RUN-ID TO EP-RUN-ID(WS-EPISODE-COUNT)
               MOVE AO-TIMESTAMP TO EP-RAISED-AT(WS-EPISODE-COUNT)
               MOVE 0 TO EP-REPEATS(WS-EPISODE-COUNT)
               MOVE AO-TIMESTAMP TO EP-LAST-SEEN(WS-EPISODE-COUNT)
               MOVE SPACES TO EP-CLEARED-AT(WS-EPISODE-COUNT)
           ELSE
               IF NOT WS-EPISODES-TRUNCATED
                   DISPLAY "WARNING: more than 300 alert episodes -- "
                       "episodes past 300 are not reported"
                   SET WS-EPISODES-TRUNCATED TO TRUE
               END-IF
           END-IF.

      *> The latest uncleared episode of the same condition.
       FIND-OPEN-EPISODE.
           MOVE 0 TO WS-FOUND-I
           PERFORM VARYING EP-I FROM WS-EPISODE-COUNT BY -1
                   UNTIL EP-I < 1 OR WS-FOUND-I > 0
               IF EP-SOURCE(EP-I) = AO-SOURCE
                   AND EP-KEY(EP-I) = AO-KEY
                   AND EP-CLEARED-AT(EP-I) = SPACES
                   MOVE EP-I TO WS-FOUND-I
               END-IF
           END-PERFORM.

       WRITE-ONE-EPISODE.
           MOVE EP-SOURCE(EP-I) TO RD-SOURCE
           MOVE EP-KEY(EP-I) TO RD-KEY
           MOVE EP-SEVERITY(EP-I) TO RD-SEVERITY
           MOVE EP-RAISED-AT(EP-I) TO WS-STAMP
           PERFORM SHORTEN-STAMP
           MOVE WS-SHORT-STAMP TO RD-RAISED
           MOVE EP-REPEATS(EP-I) TO RD-REPEATS
           IF EP-REPEATS(EP-I) > 0
               MOVE EP-LAST-SEEN(EP-I) TO WS-STAMP
               PERFORM SHORTEN-STAMP
               MOVE WS-SHORT-STAMP TO RD-LAST-SEEN
           ELSE
               MOVE SPACES TO RD-LAST-SEEN
           END-IF
           MOVE EP-RAISED-AT(EP-I) TO WS-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-FROM-MINUTES
           IF EP-CLEARED-AT(EP-I) = SPACES
               ADD 1 TO WS-STILL-OPEN
               MOVE "STILL OPEN" TO RD-CLEARED
               MOVE WS-NOW TO WS-STAMP
               PERFORM STAMP-TO-MINUTES
               COMPUTE WS-OPEN-MINUTES =
                   WS-STAMP-MINUTES - WS-FROM-MINUTES
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE EP-CLEARED-AT(EP-I) TO WS-STAMP
               PERFORM SHORTEN-STAMP
               MOVE WS-SHORT-STAMP TO RD-CLEARED
               PERFORM STAMP-TO-MINUTES
               COMPUTE WS-OPEN-MINUTES =
                   WS-STAMP-MINUTES - WS-FROM-MINUTES
               ADD WS-OPEN-MINUTES TO WS-CLEARED-MINUTES
               IF WS-OPEN-MINUTES > WS-LONGEST-MINUTES
                   MOVE WS-OPEN-MINUTES TO WS-LONGEST-MINUTES
               END-IF
           END-IF
           DIVIDE WS-OPEN-MINUTES BY 60 GIVING WS-OPEN-HOURS
               REMAINDER RD-OPEN-MINS
           MOVE WS-OPEN-HOURS TO RD-OPEN-HOURS
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       SHORTEN-STAMP.
           MOVE WS-STAMP(1:8) TO WS-SHORT-DATE
           MOVE WS-STAMP(9:4) TO WS-SHORT-TIME.

       STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM.

       WRITE-SUMMARY-LINE.
           IF WS-CLEARED-COUNT > 0
               DIVIDE WS-CLEARED-MINUTES BY WS-CLEARED-COUNT
                   GIVING WS-AVERAGE-MINUTES
           END-IF
           MOVE WS-EPISODE-COUNT TO SL-EPISODES
           MOVE WS-CLEARED-COUNT TO SL-CLEARED
           MOVE WS-STILL-OPEN TO SL-STILL-OPEN
           DIVIDE WS-AVERAGE-MINUTES BY 60 GIVING WS-OPEN-HOURS
               REMAINDER SL-AVG-MINS
           MOVE WS-OPEN-HOURS TO SL-AVG-HOURS
           DIVIDE WS-LONGEST-MINUTES BY 60 GIVING WS-OPEN-HOURS
               REMAINDER SL-LONG-MINS
           MOVE WS-OPEN-HOURS TO SL-LONG-HOURS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       CALL-ERROR-HANDLER.
           MOVE "ALERT-HISTORY" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
