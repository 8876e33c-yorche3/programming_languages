       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQ-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The lock file ENQUEUE and DEQUEUE keep.
           SELECT LOCK-FILE ASSIGN TO "ENQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *> A forced release is journaled like any other operator
      *> action: who forced it, when, and why.
           SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLOG-STATUS.
      *> A forced release is an administrative action: the operator
      *> must hold authority A on the operator master.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
       COPY ENQREC.

      *> Must stay in step with OPERATOR-MENU's OPER-LOG-RECORD.
       FD  OPER-LOG-FILE.
       01  OPER-LOG-RECORD.
           05 OJ-OPERATOR-ID   PIC X(8).
           05 OJ-TIMESTAMP     PIC X(21).
           05 OJ-CHOICE        PIC 9(2).
           05 OJ-OPERATION     PIC X(14).
           05 OJ-INPUTS        PIC X(30).
           05 OJ-RESULT        PIC X(26).
           05 OJ-STATUS        PIC XX.

      *> Must stay in step with OPER-MAINT's OPER-MASTER-RECORD.
       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-RECORD.
           05 OM-OPERATOR-ID   PIC X(8).
           05 OM-NAME          PIC X(20).
           05 OM-AUTH          PIC X.
           05 OM-REC-STATUS    PIC X.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS   PIC XX.
          88 WS-LOCK-STATUS-OK      VALUE '00'.
          88 WS-LOCK-MISSING        VALUE '35'.
       01 WS-OPERLOG-STATUS PIC XX.
          88 WS-OPERLOG-STATUS-OK   VALUE '00'.
          88 WS-OPERLOG-MISSING     VALUE '35'.
       01 WS-MASTER-STATUS PIC XX.
          88 WS-MASTER-STATUS-OK    VALUE '00'.
          88 WS-MASTER-MISSING      VALUE '35'.
       01 WS-MASTER-EOF    PIC X.
          88 WS-MASTER-DONE      VALUE 'Y'.
       01 WS-ADMIN-FLAG    PIC X.
          88 WS-OPERATOR-IS-ADMIN VALUE 'Y'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-CMDLINE       PIC X(80).
       01 WS-FORCE-FLAG    PIC X VALUE 'N'.
          88 WS-FORCE-REQUESTED     VALUE 'Y'.

       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-REASON        PIC X(30).
       01 WS-REPLY         PIC X.
          88 WS-REPLY-YES        VALUE 'Y', 'y'.
       01 WS-PICK          PIC X(3).
          88 WS-PICK-STALE       VALUE 'S', 's'.
       01 WS-PICK-NUM      PIC 9(3).

      *> The lock file as it stood when listed, each row with its
      *> age and a mark for the ones to release.
       01 WS-LOCK-COUNT    PIC 9(3) VALUE 0.
       01 LOCK-TABLE-AREA.
          05 LOCK-ENTRY OCCURS 200 TIMES.
             10 LT-ROW.
                15 LT-RESOURCE   PIC X(20).
                15 LT-MODE       PIC X.
                15 LT-PROGRAM-ID PIC X(18).
                15 LT-OPERATOR-ID PIC X(8).
                15 LT-SINCE      PIC X(21).
             10 LT-AGE-SECONDS PIC S9(9).
             10 LT-STALE-FLAG  PIC X.
                88 LT-IS-STALE       VALUE 'Y'.
             10 LT-PICK-FLAG   PIC X.
                88 LT-IS-PICKED      VALUE 'Y'.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.
       01 LT-I             PIC 9(3).
       01 WS-STALE-COUNT   PIC 9(3) VALUE 0.
       01 WS-PICKED-COUNT  PIC 9(3) VALUE 0.
       01 WS-FRESH-PICKED  PIC 9(3) VALUE 0.
       01 WS-FREED-COUNT   PIC 9(3) VALUE 0.

      *> A lock older than a working day is presumed left behind by
      *> a program that failed hard; anything younger may be a live
      *> session, and forcing it gets an extra warning before the
      *> confirmation prompt. ENQ-STALE-SECONDS on SYSPARM.DAT moves
      *> the line.
       01 WS-STALE-SECONDS PIC 9(6) VALUE 43200.
       01 WS-SINCE-TEXT    PIC X(21).
       01 WS-AGE-SECONDS   PIC S9(9).
       01 WS-HB-DATE-NUM   PIC 9(8).
       01 WS-HB-INT        PIC 9(9).
       01 WS-HB-SECONDS    PIC 9(9).
       01 WS-NOW-RAW       PIC X(21).
       01 WS-NOW-INT       PIC 9(9).
       01 WS-NOW-SECONDS   PIC 9(9).

      *> The lock file as it stands at release time, rebuilt without
      *> the released rows: locks taken or given back while the
      *> operator was deciding are kept as they now are.
       01 WS-KEEP-COUNT    PIC 9(3) VALUE 0.
       01 KEEP-TABLE-AREA.
          05 KEEP-ENTRY OCCURS 200 TIMES.
             10 KP-ROW         PIC X(68).
       01 KP-I             PIC 9(3).
       01 WS-MATCH-FLAG    PIC X.
          88 WS-ROW-PICKED       VALUE 'Y'.

       01 LOCK-LINE.
           05 LL-NUMBER     PIC ZZ9.
           05 FILLER        PIC XX VALUE SPACES.
           05 LL-RESOURCE   PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-MODE       PIC X(9).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-PROGRAM-ID PIC X(18).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-OPERATOR-ID PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-SINCE      PIC X(14).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-AGE-HOURS  PIC ZZZZ9.
           05 FILLER        PIC X(2) VALUE "H ".
           05 LL-STALE      PIC X(5).

      *> YYYYMMDDHHMMSS the session began; only FILE alerts raised
      *> for this program before then are cleared when it ends.
       01 WS-SESSION-BEGAN-AT PIC X(14).

       COPY ALERTLINK.

       COPY SPARMLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Bare invocation lists every lock on ENQUEUE.DAT with its
      *> holder, when it was taken, and whether it looks stale. FORCE
      *> on the command line then releases one lock by its number on
      *> the list, or every stale lock at once, after an admin
      *> sign-on and a confirmation, journaling each release in
      *> OPERLOG.DAT. RC 4 when stale locks are on file, 12 for a
      *> refused force, 16 for file trouble.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           PERFORM READ-SYSTEM-PARAMETERS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           IF WS-CMDLINE(1:5) = "FORCE"
               SET WS-FORCE-REQUESTED TO TRUE
           END-IF
           PERFORM LOAD-LOCK-FILE
           IF WS-LOCK-COUNT = 0
               DISPLAY "ENQ-ADMIN: no locks on file -- nothing is "
                   "enqueued."
               MOVE 0 TO RETURN-CODE
               PERFORM CLEAR-SESSION-FILE-ALERTS
               STOP RUN
           END-IF
           PERFORM SHOW-LOCKS
           IF WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-FORCE-REQUESTED
               PERFORM FORCE-RELEASE-LOCKS
           END-IF
           PERFORM CLEAR-SESSION-FILE-ALERTS
           STOP RUN.

      *> Operating thresholds come from SYSPARM.DAT; the VALUE each
      *> field carries is what the listing uses when no row is in
      *> force.
       READ-SYSTEM-PARAMETERS.
           MOVE "ENQ-STALE-SECONDS" TO SPM-NAME
           MOVE WS-STALE-SECONDS TO SPM-DEFAULT
           MOVE SPACES TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-VALUE TO WS-STALE-SECONDS.

       LOAD-LOCK-FILE.
           MOVE 0 TO WS-LOCK-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-MISSING
               CONTINUE
           ELSE
               IF NOT WS-LOCK-STATUS-OK
                   MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
                   MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ LOCK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-LOCK-ROW
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       CAPTURE-LOCK-ROW.
           IF WS-LOCK-COUNT < 200
               ADD 1 TO WS-LOCK-COUNT
               MOVE LOCK-RECORD TO LT-ROW(WS-LOCK-COUNT)
               MOVE 'N' TO LT-PICK-FLAG(WS-LOCK-COUNT)
               MOVE 'N' TO LT-STALE-FLAG(WS-LOCK-COUNT)
               MOVE EL-SINCE TO WS-SINCE-TEXT
               PERFORM JUDGE-LOCK-AGE
               MOVE WS-AGE-SECONDS TO LT-AGE-SECONDS(WS-LOCK-COUNT)
               IF WS-AGE-SECONDS >= WS-STALE-SECONDS
                   SET LT-IS-STALE(WS-LOCK-COUNT) TO TRUE
                   ADD 1 TO WS-STALE-COUNT
               END-IF
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.

      *> Both readings are seconds since an epoch day boundary, so
      *> the age survives a midnight crossing. A lock with no
      *> readable time is treated as stale: nothing live wrote it.
       JUDGE-LOCK-AGE.
           IF WS-SINCE-TEXT(1:14) NUMERIC
               MOVE WS-SINCE-TEXT(1:8) TO WS-HB-DATE-NUM
               COMPUTE WS-HB-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HB-DATE-NUM)
               COMPUTE WS-HB-SECONDS =
                   FUNCTION NUMVAL(WS-SINCE-TEXT(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-SINCE-TEXT(11:2)) * 60
                   + FUNCTION NUMVAL(WS-SINCE-TEXT(13:2))
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
               MOVE WS-NOW-RAW(1:8) TO WS-HB-DATE-NUM
               COMPUTE WS-NOW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HB-DATE-NUM)
               COMPUTE WS-NOW-SECONDS =
                   FUNCTION NUMVAL(WS-NOW-RAW(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-NOW-RAW(11:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-RAW(13:2))
               COMPUTE WS-AGE-SECONDS =
                   (WS-NOW-INT - WS-HB-INT) * 86400
                   + WS-NOW-SECONDS - WS-HB-SECONDS
           ELSE
               MOVE WS-STALE-SECONDS TO WS-AGE-SECONDS
           END-IF.

       SHOW-LOCKS.
           DISPLAY "LOCKS ON ENQUEUE.DAT"
           DISPLAY "  #  FILE                 MODE      PROGRAM"
               "            OPERATOR TAKEN            AGE"
           PERFORM VARYING LT-I FROM 1 BY 1
                   UNTIL LT-I > WS-LOCK-COUNT
               MOVE LT-I TO LL-NUMBER
               MOVE LT-RESOURCE(LT-I) TO LL-RESOURCE
               IF LT-MODE(LT-I) = 'E'
                   MOVE "EXCLUSIVE" TO LL-MODE
               ELSE
                   MOVE "SHARED" TO LL-MODE
               END-IF
               MOVE LT-PROGRAM-ID(LT-I) TO LL-PROGRAM-ID
               MOVE LT-OPERATOR-ID(LT-I) TO LL-OPERATOR-ID
               MOVE LT-SINCE(LT-I)(1:14) TO LL-SINCE
               IF LT-AGE-SECONDS(LT-I) > 0
                   COMPUTE LL-AGE-HOURS =
                       LT-AGE-SECONDS(LT-I) / 3600
               ELSE
                   MOVE 0 TO LL-AGE-HOURS
               END-IF
               IF LT-IS-STALE(LT-I)
                   MOVE "STALE" TO LL-STALE
               ELSE
                   MOVE SPACES TO LL-STALE
               END-IF
               DISPLAY LOCK-LINE
           END-PERFORM
           IF WS-TABLE-IS-FULL
               DISPLAY "  (more than 200 locks -- only the first 200 "
                   "shown)"
           END-IF
           DISPLAY WS-LOCK-COUNT " lock(s), " WS-STALE-COUNT
               " stale (taken " WS-STALE-SECONDS " or more "
               "second(s) ago).".

       FORCE-RELEASE-LOCKS.
           IF WS-TABLE-IS-FULL
               DISPLAY "ENQ-ADMIN: more locks on file than can be "
                   "held -- force refused; clear ENQUEUE.DAT by hand."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Lock number to release, or S for every stale "
               "lock: " WITH NO ADVANCING
           ACCEPT WS-PICK
           PERFORM MARK-PICKED-LOCKS
           IF WS-PICKED-COUNT = 0
               DISPLAY "Nothing picked -- force release abandoned."
               STOP RUN
           END-IF
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           DISPLAY "Reason for forced release: "
               WITH NO ADVANCING
           ACCEPT WS-REASON
           PERFORM CHECK-ADMIN-AUTHORITY
           IF NOT WS-OPERATOR-IS-ADMIN
               DISPLAY "Operator " WS-OPERATOR-ID " does not "
                   "hold admin authority -- release refused."
               PERFORM JOURNAL-FORCE-DENIED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FRESH-PICKED > 0
               DISPLAY "WARNING: " WS-FRESH-PICKED " of the picked "
                   "lock(s) are not stale -- the holder may still be "
                   "working."
           END-IF
           DISPLAY "Release " WS-PICKED-COUNT " lock(s) (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF WS-REPLY-YES
               PERFORM RELEASE-PICKED-LOCKS
               DISPLAY "ENQ-ADMIN: " WS-FREED-COUNT " lock(s) "
                   "released."
               IF WS-FREED-COUNT < WS-PICKED-COUNT
                   DISPLAY "ENQ-ADMIN: the rest had already been "
                       "given back."
               END-IF
           ELSE
               DISPLAY "Force release abandoned."
           END-IF.

       MARK-PICKED-LOCKS.
           MOVE 0 TO WS-PICKED-COUNT
           MOVE 0 TO WS-FRESH-PICKED
           IF WS-PICK-STALE
               PERFORM VARYING LT-I FROM 1 BY 1
                       UNTIL LT-I > WS-LOCK-COUNT
                   IF LT-IS-STALE(LT-I)
                       SET LT-IS-PICKED(LT-I) TO TRUE
                       ADD 1 TO WS-PICKED-COUNT
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-PICK-NUM
               IF WS-PICK NOT = SPACES
                   COMPUTE WS-PICK-NUM = FUNCTION NUMVAL(WS-PICK)
               END-IF
               IF WS-PICK-NUM > 0
                   AND WS-PICK-NUM NOT > WS-LOCK-COUNT
                   SET LT-IS-PICKED(WS-PICK-NUM) TO TRUE
                   ADD 1 TO WS-PICKED-COUNT
                   IF NOT LT-IS-STALE(WS-PICK-NUM)
                       ADD 1 TO WS-FRESH-PICKED
                   END-IF
               ELSE
                   DISPLAY "No lock " WS-PICK " on the list."
               END-IF
           END-IF.

      *> With no operator master on file the pre-master behavior
      *> stands and any operator may force -- the master is how a
      *> site opts in to the tighter control.
       CHECK-ADMIN-AUTHORITY.
           MOVE 'N' TO WS-ADMIN-FLAG
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT OPER-MASTER-FILE
           IF WS-MASTER-MISSING
               SET WS-OPERATOR-IS-ADMIN TO TRUE
           ELSE
               PERFORM UNTIL WS-MASTER-DONE
                   READ OPER-MASTER-FILE
                       AT END
                           SET WS-MASTER-DONE TO TRUE
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERATOR-ID
                               AND OM-REC-STATUS = 'A'
                               AND OM-AUTH = 'A'
                               SET WS-OPERATOR-IS-ADMIN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER-FILE
           END-IF.

      *> The lock file is read again and written back without the
      *> picked rows, matched on every field, so a lock given back
      *> and taken again in the meantime is a different lock and
      *> stays.
       RELEASE-PICKED-LOCKS.
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-FREED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-MISSING
               CONTINUE
           ELSE
               IF NOT WS-LOCK-STATUS-OK
                   MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
                   MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ LOCK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SIFT-ONE-LOCK
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               PERFORM WRITE-KEPT-LOCKS
           END-IF.

       WRITE-KEPT-LOCKS.
           OPEN OUTPUT LOCK-FILE
           IF NOT WS-LOCK-STATUS-OK
               MOVE "ENQUEUE.DAT" TO EH-FILE-NAME
               MOVE WS-LOCK-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM VARYING KP-I FROM 1 BY 1
                   UNTIL KP-I > WS-KEEP-COUNT
               MOVE KP-ROW(KP-I) TO LOCK-RECORD
               WRITE LOCK-RECORD
           END-PERFORM
           CLOSE LOCK-FILE.

       SIFT-ONE-LOCK.
           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM VARYING LT-I FROM 1 BY 1
                   UNTIL LT-I > WS-LOCK-COUNT OR WS-ROW-PICKED
               IF LT-IS-PICKED(LT-I)
                   AND LT-ROW(LT-I) = LOCK-RECORD
                   SET WS-ROW-PICKED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-PICKED
               ADD 1 TO WS-FREED-COUNT
               PERFORM JOURNAL-FORCED-RELEASE
           ELSE
               IF WS-KEEP-COUNT < 200
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE LOCK-RECORD TO KP-ROW(WS-KEEP-COUNT)
               END-IF
           END-IF.

       JOURNAL-FORCE-DENIED.
           OPEN EXTEND OPER-LOG-FILE
           IF WS-OPERLOG-MISSING
               OPEN OUTPUT OPER-LOG-FILE
           END-IF
           IF WS-OPERLOG-STATUS-OK
               MOVE WS-OPERATOR-ID TO OJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP
               MOVE 0 TO OJ-CHOICE
               MOVE "ENQ-FORCE" TO OJ-OPERATION
               MOVE WS-REASON TO OJ-INPUTS
               MOVE "FORCE DENIED" TO OJ-RESULT
               MOVE "92" TO OJ-STATUS
               WRITE OPER-LOG-RECORD
               CLOSE OPER-LOG-FILE
           END-IF.

      *> One journal row per lock released; the released lock's
      *> holder is shown on the console as it goes.
       JOURNAL-FORCED-RELEASE.
           DISPLAY "  released " EL-RESOURCE " held by "
               EL-PROGRAM-ID " operator " EL-OPERATOR-ID
           OPEN EXTEND OPER-LOG-FILE
           IF WS-OPERLOG-MISSING
               OPEN OUTPUT OPER-LOG-FILE
           END-IF
           IF WS-OPERLOG-STATUS-OK
               MOVE WS-OPERATOR-ID TO OJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP
               MOVE 0 TO OJ-CHOICE
               MOVE "ENQ-FORCE" TO OJ-OPERATION
               MOVE WS-REASON TO OJ-INPUTS
               MOVE SPACES TO OJ-RESULT
               STRING "FREED " EL-RESOURCE
                   DELIMITED BY SIZE INTO OJ-RESULT
               MOVE "00" TO OJ-STATUS
               WRITE OPER-LOG-RECORD
               CLOSE OPER-LOG-FILE
           ELSE
               DISPLAY "ERROR opening OPERLOG.DAT, status "
                   WS-OPERLOG-STATUS " -- release not journaled"
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "ENQ-ADMIN" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "ENQ-ADMIN" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
