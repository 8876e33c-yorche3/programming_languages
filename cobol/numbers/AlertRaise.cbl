       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-RAISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The interface file the scheduler and paging system poll;
      *> appended, never rewritten -- the reader keeps its own place.
           SELECT OUTBOUND-FILE ASSIGN TO "ALERTS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
      *> Every raise, repeat, and clear, for ALERT-HISTORY.
           SELECT HISTORY-FILE ASSIGN TO "ALERTS.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *> The alerts open right now, one record each; rewritten whole
      *> on every change.
           SELECT OPEN-ALERT-FILE ASSIGN TO "ALERTS.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD.
       COPY ALERTREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(149).

       FD  OPEN-ALERT-FILE.
       01  OPEN-ALERT-RECORD.
           05 OR-SOURCE        PIC X(18).
           05 OR-KEY           PIC X(30).
           05 OR-SEVERITY      PIC X(8).
           05 OR-RAISED-AT     PIC X(21).
           05 OR-LAST-SEEN     PIC X(21).
           05 OR-REPEATS       PIC 9(4).
           05 OR-RUN-ID        PIC 9(6).
           05 OR-MESSAGE       PIC X(60).

      *> Must stay in step with MAINPROGRAM's RUN-CONTROL-RECORD.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-LAST-RUN-ID   PIC 9(6).
           05 RC-FLIGHT-FLAG   PIC X.
           05 RC-WORK-NAME     PIC X(20).
           05 RC-HEARTBEAT     PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-OUTBOUND-STATUS PIC XX.
          88 WS-OUTBOUND-OK         VALUE '00'.
          88 WS-OUTBOUND-MISSING    VALUE '35'.
       01 WS-HISTORY-STATUS  PIC XX.
          88 WS-HISTORY-OK          VALUE '00'.
          88 WS-HISTORY-MISSING     VALUE '35'.
       01 WS-OPEN-STATUS     PIC XX.
          88 WS-OPEN-STATUS-OK      VALUE '00'.
          88 WS-OPEN-MISSING        VALUE '35'.
       01 WS-RUNCTL-STATUS   PIC XX.
          88 WS-RUNCTL-OK           VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

      *> Sized well past any real night: one alert per condition,
      *> and conditions clear.
       01 WS-OPEN-COUNT      PIC 9(3) VALUE 0.
       01 OPEN-ALERT-AREA.
          05 OPEN-ALERT-ENTRY OCCURS 100 TIMES.
             10 OA-SOURCE     PIC X(18).
             10 OA-KEY        PIC X(30).
             10 OA-SEVERITY   PIC X(8).
             10 OA-RAISED-AT  PIC X(21).
             10 OA-LAST-SEEN  PIC X(21).
             10 OA-REPEATS    PIC 9(4).
             10 OA-RUN-ID     PIC 9(6).
             10 OA-MESSAGE    PIC X(60).
       01 OA-I               PIC 9(3).
       01 WS-FOUND-I         PIC 9(3).
       01 WS-FOUND-FLAG      PIC X.
          88 WS-ALERT-FOUND      VALUE 'Y'.
       01 WS-CLEARED-FLAG    PIC X.
          88 WS-SOMETHING-CLEARED VALUE 'Y'.
       01 WS-KEY-LEN         PIC 99.
       01 KEY-I              PIC 99.

       01 WS-NOW             PIC X(21).
       01 WS-RUN-ID          PIC 9(6).
       01 WS-SEND-FLAG       PIC X.
          88 WS-SEND-OUTBOUND    VALUE 'Y'.

       01 ALERT-EVENT.
       COPY ALERTREC REPLACING LEADING ==AO== BY ==AE==.

       LINKAGE SECTION.
       COPY ALERTLINK.

       PROCEDURE DIVISION USING AL-SEVERITY AL-SOURCE AL-KEY
               AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.
           SET AL-STATUS-SENT TO TRUE.
           PERFORM START-ALERT-CALL.
           PERFORM FIND-OPEN-ALERT.
           IF WS-ALERT-FOUND
               PERFORM NOTE-REPEAT
           ELSE
               PERFORM OPEN-NEW-ALERT
           END-IF.
           PERFORM SAVE-OPEN-ALERTS.
           GOBACK.

       ALERT-CLEAR-POINT.
           ENTRY 'ALERT-CLEAR' USING AL-SEVERITY AL-SOURCE AL-KEY
               AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.
           SET AL-STATUS-NOT-SENT TO TRUE.
           PERFORM START-ALERT-CALL.
           PERFORM FIND-OPEN-ALERT.
           IF WS-ALERT-FOUND
               PERFORM CLEAR-ONE-ALERT
               PERFORM SAVE-OPEN-ALERTS
           END-IF.
           GOBACK.

      *> Walks the table from the end so that CLEAR-ONE-ALERT's
      *> fill-the-gap-from-the-end only ever moves a row that has
      *> already been looked at.
       ALERT-CLEAR-CLASS-POINT.
           ENTRY 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.
           SET AL-STATUS-NOT-SENT TO TRUE.
           PERFORM START-ALERT-CALL.
           PERFORM MEASURE-KEY-PREFIX.
           MOVE 'N' TO WS-CLEARED-FLAG.
           PERFORM VARYING OA-I FROM WS-OPEN-COUNT BY -1
                   UNTIL OA-I < 1
               PERFORM JUDGE-CLASS-MEMBER
           END-PERFORM.
           IF WS-SOMETHING-CLEARED
               PERFORM SAVE-OPEN-ALERTS
           END-IF.
           GOBACK.

       START-ALERT-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE AL-RUN-ID TO WS-RUN-ID
           IF WS-RUN-ID = 0
               PERFORM READ-CURRENT-RUN-ID
           END-IF
           PERFORM LOAD-OPEN-ALERTS.

       READ-CURRENT-RUN-ID.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RC-LAST-RUN-ID NUMERIC
                           MOVE RC-LAST-RUN-ID TO WS-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPEN-ALERT-FILE
           IF WS-OPEN-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ OPEN-ALERT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPEN-COUNT < 100
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE OPEN-ALERT-RECORD
                                   TO OPEN-ALERT-ENTRY(WS-OPEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           END-IF.

       SAVE-OPEN-ALERTS.
           OPEN OUTPUT OPEN-ALERT-FILE
           IF WS-OPEN-STATUS-OK
               PERFORM VARYING OA-I FROM 1 BY 1
                       UNTIL OA-I > WS-OPEN-COUNT
                   MOVE OPEN-ALERT-ENTRY(OA-I) TO OPEN-ALERT-RECORD
                   WRITE OPEN-ALERT-RECORD
               END-PERFORM
               CLOSE OPEN-ALERT-FILE
           ELSE
               DISPLAY "*** ALERT *** ALERTS.STA unwritable, status "
                   WS-OPEN-STATUS
               SET AL-STATUS-FAILED TO TRUE
           END-IF.

       FIND-OPEN-ALERT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING OA-I FROM 1 BY 1
                   UNTIL OA-I > WS-OPEN-COUNT OR WS-ALERT-FOUND
               IF OA-SOURCE(OA-I) = AL-SOURCE
                   AND OA-KEY(OA-I) = AL-KEY
                   SET WS-ALERT-FOUND TO TRUE
                   MOVE OA-I TO WS-FOUND-I
               END-IF
           END-PERFORM.

      *> The condition is still there: the history notes it, the
      *> pager hears nothing new.
       NOTE-REPEAT.
           SET AL-STATUS-NOT-SENT TO TRUE
           ADD 1 TO OA-REPEATS(WS-FOUND-I)
           MOVE WS-NOW TO OA-LAST-SEEN(WS-FOUND-I)
           MOVE "REPEAT" TO AE-ACTION
           MOVE OA-SEVERITY(WS-FOUND-I) TO AE-SEVERITY
           MOVE AL-SOURCE TO AE-SOURCE
           MOVE AL-KEY TO AE-KEY
           MOVE AL-MESSAGE TO AE-MESSAGE
           MOVE WS-RUN-ID TO AE-RUN-ID
           MOVE 'N' TO WS-SEND-FLAG
           PERFORM WRITE-ALERT-EVENT.

       OPEN-NEW-ALERT.
           IF WS-OPEN-COUNT < 100
               ADD 1 TO WS-OPEN-COUNT
               MOVE AL-SOURCE TO OA-SOURCE(WS-OPEN-COUNT)
               MOVE AL-KEY TO OA-KEY(WS-OPEN-COUNT)
               MOVE AL-SEVERITY TO OA-SEVERITY(WS-OPEN-COUNT)
               MOVE WS-NOW TO OA-RAISED-AT(WS-OPEN-COUNT)
               MOVE WS-NOW TO OA-LAST-SEEN(WS-OPEN-COUNT)
               MOVE 0 TO OA-REPEATS(WS-OPEN-COUNT)
               MOVE WS-RUN-ID TO OA-RUN-ID(WS-OPEN-COUNT)
               MOVE AL-MESSAGE TO OA-MESSAGE(WS-OPEN-COUNT)
           ELSE
               DISPLAY "*** ALERT *** more than 100 open alerts -- "
                   AL-SOURCE " " AL-KEY " sent but not tracked"
           END-IF
           MOVE "RAISE" TO AE-ACTION
           MOVE AL-SEVERITY TO AE-SEVERITY
           MOVE AL-SOURCE TO AE-SOURCE
           MOVE AL-KEY TO AE-KEY
           MOVE AL-MESSAGE TO AE-MESSAGE
           MOVE WS-RUN-ID TO AE-RUN-ID
           SET WS-SEND-OUTBOUND TO TRUE
           PERFORM WRITE-ALERT-EVENT.

      *> The clear goes out under the severity and run it was raised
      *> with, so the paging tool can match it to the open incident;
      *> the gap is filled from the end of the table.
       CLEAR-ONE-ALERT.
           MOVE "CLEAR" TO AE-ACTION
           MOVE OA-SEVERITY(WS-FOUND-I) TO AE-SEVERITY
           MOVE OA-SOURCE(WS-FOUND-I) TO AE-SOURCE
           MOVE OA-KEY(WS-FOUND-I) TO AE-KEY
           MOVE SPACES TO AE-MESSAGE
           STRING "RESOLVED: " OA-MESSAGE(WS-FOUND-I)
               DELIMITED BY SIZE INTO AE-MESSAGE
           MOVE OA-RUN-ID(WS-FOUND-I) TO AE-RUN-ID
           SET WS-SEND-OUTBOUND TO TRUE
           PERFORM WRITE-ALERT-EVENT
           IF AL-STATUS-NOT-SENT
               SET AL-STATUS-SENT TO TRUE
           END-IF
           IF WS-FOUND-I < WS-OPEN-COUNT
               MOVE OPEN-ALERT-ENTRY(WS-OPEN-COUNT)
                   TO OPEN-ALERT-ENTRY(WS-FOUND-I)
           END-IF
           SUBTRACT 1 FROM WS-OPEN-COUNT.

       MEASURE-KEY-PREFIX.
           MOVE 0 TO WS-KEY-LEN
           PERFORM VARYING KEY-I FROM 1 BY 1 UNTIL KEY-I > 30
               IF AL-KEY(KEY-I:1) NOT = SPACE
                   MOVE KEY-I TO WS-KEY-LEN
               END-IF
           END-PERFORM.

       JUDGE-CLASS-MEMBER.
           IF OA-SOURCE(OA-I) = AL-SOURCE
               AND (WS-KEY-LEN = 0
                   OR OA-KEY(OA-I)(1:WS-KEY-LEN)
                       = AL-KEY(1:WS-KEY-LEN))
               AND (AL-CLEAR-BEFORE = SPACES
                   OR OA-LAST-SEEN(OA-I)(1:14) < AL-CLEAR-BEFORE)
               MOVE OA-I TO WS-FOUND-I
               PERFORM CLEAR-ONE-ALERT
               SET WS-SOMETHING-CLEARED TO TRUE
           END-IF.

      *> History always; the outbound file only for a raise or a
      *> clear.
       WRITE-ALERT-EVENT.
           MOVE WS-NOW TO AE-TIMESTAMP
           IF WS-SEND-OUTBOUND
               OPEN EXTEND OUTBOUND-FILE
               IF WS-OUTBOUND-MISSING
                   OPEN OUTPUT OUTBOUND-FILE
               END-IF
               IF WS-OUTBOUND-OK
                   MOVE ALERT-EVENT TO OUTBOUND-RECORD
                   WRITE OUTBOUND-RECORD
                   CLOSE OUTBOUND-FILE
               ELSE
                   DISPLAY "*** ALERT *** ALERTS.OUT unwritable, "
                       "status " WS-OUTBOUND-STATUS " -- " AE-ACTION
                       " " AE-SOURCE " " AE-KEY
                   SET AL-STATUS-FAILED TO TRUE
               END-IF
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-MISSING
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-OK
               MOVE ALERT-EVENT TO HISTORY-RECORD
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "*** ALERT *** ALERTS.HST unwritable, status "
                   WS-HISTORY-STATUS
               SET AL-STATUS-FAILED TO TRUE
           END-IF.
