       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> System parameters: a change is a new row appended with its
      *> effective date; the rows already there are its history and
      *> are never touched.
           SELECT PARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *> Every change is journaled like any other operator action:
      *> who made it, when, and the value before and after.
           SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLOG-STATUS.
      *> Changing a threshold is an administrative action: the
      *> operator must hold authority A on the operator master.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
       COPY SPARMREC.

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
       01 WS-PARM-STATUS   PIC XX.
          88 WS-PARM-STATUS-OK      VALUE '00'.
          88 WS-PARM-MISSING        VALUE '35'.
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

       01 WS-CHOICE        PIC 99 VALUE 0.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-TODAY         PIC X(8).
       01 WS-REPLY         PIC X.
          88 WS-REPLY-YES        VALUE 'Y', 'y'.
       01 WS-CHANGE-COUNT  PIC 9(4) VALUE 0.

      *> The change being keyed in; each check clears the flag when
      *> the entry cannot stand, and later steps are skipped.
       01 WS-CHANGE-FLAG   PIC X.
          88 WS-CHANGE-OK        VALUE 'Y'.
       01 WS-PARM-NAME     PIC X(20).
       01 WS-DEF-X         PIC 99.
       01 WS-EFFECTIVE     PIC X(8).
       01 WS-EFF-PARTS REDEFINES WS-EFFECTIVE.
           05 WS-EFF-YYYY      PIC X(4).
           05 WS-EFF-MM        PIC XX.
           05 WS-EFF-DD        PIC XX.
       01 WS-VALUE-IN      PIC X(10).
       01 WS-OLD-VALUE     PIC 9(6)V99.
       01 WS-NEW-VALUE     PIC 9(6)V99.

      *> Keyed value check: digits with at most one point, no more
      *> than six whole digits and two decimals.
       01 WS-VALUE-ENDED-FLAG PIC X.
          88 WS-VALUE-ENDED      VALUE 'Y'.
       01 WS-POINT-COUNT   PIC 99.
       01 WS-WHOLE-DIGITS  PIC 99.
       01 WS-DECIMAL-DIGITS PIC 99.
       01 CHAR-I           PIC 99.

       01 WS-SHOW-VALUE    PIC Z(5)9.99.
       01 WS-SHOW-LOW      PIC Z(5)9.99.
       01 WS-SHOW-HIGH     PIC Z(5)9.99.
       01 WS-SHOW-OLD      PIC Z(5)9.99.
       01 WS-SHOW-NEW      PIC Z(5)9.99.
       01 WS-LEAD-OLD      PIC 99.
       01 WS-LEAD-NEW      PIC 99.
       01 WS-SOURCE        PIC X(8).
       01 SD-I             PIC 99.

      *> Lock this session holds on ENQUEUE.DAT.
       01 WS-PARM-LOCK-FLAG PIC X VALUE 'N'.
          88 WS-PARM-LOCKED         VALUE 'Y'.

       COPY SPARMDEF.

       COPY SPARMLINK.

       COPY ENQLINK.

      *> YYYYMMDDHHMMSS the session began; only FILE alerts raised
      *> for this program before then are cleared when it ends.
       01 WS-SESSION-BEGAN-AT PIC X(14).

       COPY ALERTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> Admin-only maintenance of SYSPARM.DAT: list what is in
      *> force and set a parameter from a given date. Only the names
      *> in SPARMDEF can be set, and only inside their ranges, so no
      *> reader is ever handed a value its fields cannot hold.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-BEGAN-AT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM IDENTIFY-OPERATOR
           PERFORM CHECK-ADMIN-AUTHORITY
           IF NOT WS-OPERATOR-IS-ADMIN
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "admin authority -- parameter maintenance refused."
               PERFORM JOURNAL-MAINT-DENIED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ENQUEUE-SESSION-FILES
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM SHOW-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LIST-PARAMETERS
                   WHEN 2 PERFORM CHANGE-PARAMETER
                   WHEN 9 DISPLAY WS-CHANGE-COUNT
                              " change(s) made. Goodbye."
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           PERFORM CLEAR-SESSION-FILE-ALERTS
           PERFORM DEQUEUE-SESSION-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List parameters in force".
           DISPLAY "2. Change a parameter".
           DISPLAY "9. Quit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.

      *> The session is recorded against whoever sits at the
      *> terminal, so a colleague refused the file knows whom to ask.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.

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

      *> What each reader would use today, found the same way the
      *> readers find it.
       LIST-PARAMETERS.
           DISPLAY "PARAMETER               VALUE       LOW      HIGH"
               " EFFECTIVE SET BY   SOURCE"
           PERFORM VARYING SD-I FROM 1 BY 1
                   UNTIL SD-I > SYSPARM-DEF-COUNT
               MOVE SD-NAME(SD-I) TO SPM-NAME
               MOVE SD-DEFAULT(SD-I) TO SPM-DEFAULT
               MOVE WS-TODAY TO SPM-AS-OF
               PERFORM CALL-SYSPARM
               MOVE SPM-VALUE TO WS-SHOW-VALUE
               MOVE SPM-LOW TO WS-SHOW-LOW
               MOVE SPM-HIGH TO WS-SHOW-HIGH
               DISPLAY SPM-NAME " " WS-SHOW-VALUE " " WS-SHOW-LOW
                   " " WS-SHOW-HIGH " " SPM-EFFECTIVE "  "
                   SPM-SET-BY " " WS-SOURCE
           END-PERFORM.

       CALL-SYSPARM.
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           EVALUATE TRUE
               WHEN SPM-FROM-FILE
                   MOVE "FILE" TO WS-SOURCE
               WHEN SPM-REJECTED
                   MOVE "REJECTED" TO WS-SOURCE
               WHEN OTHER
                   MOVE "DEFAULT" TO WS-SOURCE
           END-EVALUATE.

      *> Name, then the date the new value takes effect (today or
      *> later -- history is not rewritten), then the value. The old
      *> value journaled is the one that would otherwise have been
      *> in force on that date.
       CHANGE-PARAMETER.
           SET WS-CHANGE-OK TO TRUE
           DISPLAY "Parameter name: " WITH NO ADVANCING
           ACCEPT WS-PARM-NAME
           PERFORM FIND-PARAMETER
           IF WS-CHANGE-OK
               PERFORM PROMPT-EFFECTIVE-DATE
           END-IF
           IF WS-CHANGE-OK
               MOVE WS-PARM-NAME TO SPM-NAME
               MOVE SD-DEFAULT(WS-DEF-X) TO SPM-DEFAULT
               MOVE WS-EFFECTIVE TO SPM-AS-OF
               PERFORM CALL-SYSPARM
               MOVE SPM-VALUE TO WS-OLD-VALUE
               PERFORM PROMPT-NEW-VALUE
           END-IF
           IF WS-CHANGE-OK
               MOVE WS-OLD-VALUE TO WS-SHOW-OLD
               MOVE WS-NEW-VALUE TO WS-SHOW-NEW
               DISPLAY "Set " WS-PARM-NAME " from " WS-SHOW-OLD
                   " to " WS-SHOW-NEW " effective " WS-EFFECTIVE
                   " (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-REPLY
               IF NOT WS-REPLY-YES
                   DISPLAY "Nothing changed."
                   MOVE 'N' TO WS-CHANGE-FLAG
               END-IF
           END-IF
           IF WS-CHANGE-OK
               PERFORM APPEND-PARM-ROW
               PERFORM JOURNAL-PARM-CHANGE
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY WS-PARM-NAME " set."
           END-IF.

       FIND-PARAMETER.
           MOVE 0 TO WS-DEF-X
           PERFORM VARYING SD-I FROM 1 BY 1
                   UNTIL SD-I > SYSPARM-DEF-COUNT
               IF SD-NAME(SD-I) = WS-PARM-NAME
                   MOVE SD-I TO WS-DEF-X
               END-IF
           END-PERFORM
           IF WS-DEF-X = 0
               DISPLAY WS-PARM-NAME " is not a system parameter."
               MOVE 'N' TO WS-CHANGE-FLAG
           END-IF.

       PROMPT-EFFECTIVE-DATE.
           DISPLAY "Effective date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-EFFECTIVE
           IF WS-EFFECTIVE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE
           END-IF
           IF WS-EFFECTIVE NOT NUMERIC
               OR WS-EFF-MM < "01" OR WS-EFF-MM > "12"
               OR WS-EFF-DD < "01" OR WS-EFF-DD > "31"
               DISPLAY WS-EFFECTIVE " is not a date."
               MOVE 'N' TO WS-CHANGE-FLAG
           ELSE
               IF WS-EFFECTIVE < WS-TODAY
                   DISPLAY "A change cannot take effect before today."
                   MOVE 'N' TO WS-CHANGE-FLAG
               END-IF
           END-IF.

       PROMPT-NEW-VALUE.
           MOVE WS-OLD-VALUE TO WS-SHOW-OLD
           MOVE SD-LOW(WS-DEF-X) TO WS-SHOW-LOW
           MOVE SD-HIGH(WS-DEF-X) TO WS-SHOW-HIGH
           DISPLAY "In force on " WS-EFFECTIVE ": " WS-SHOW-OLD
               "; range " WS-SHOW-LOW " to " WS-SHOW-HIGH
           DISPLAY "New value: " WITH NO ADVANCING
           ACCEPT WS-VALUE-IN
           PERFORM CHECK-VALUE-TEXT
           IF WS-CHANGE-OK
               COMPUTE WS-NEW-VALUE = FUNCTION NUMVAL(WS-VALUE-IN)
               IF WS-NEW-VALUE < SD-LOW(WS-DEF-X)
                   OR WS-NEW-VALUE > SD-HIGH(WS-DEF-X)
                   DISPLAY "Outside the range -- nothing changed."
                   MOVE 'N' TO WS-CHANGE-FLAG
               END-IF
           END-IF
           IF WS-CHANGE-OK
               IF WS-NEW-VALUE = WS-OLD-VALUE
                   DISPLAY "Same as the value in force -- nothing "
                       "changed."
                   MOVE 'N' TO WS-CHANGE-FLAG
               END-IF
           END-IF.

       CHECK-VALUE-TEXT.
           MOVE 'N' TO WS-VALUE-ENDED-FLAG
           MOVE 0 TO WS-POINT-COUNT
           MOVE 0 TO WS-WHOLE-DIGITS
           MOVE 0 TO WS-DECIMAL-DIGITS
           PERFORM VARYING CHAR-I FROM 1 BY 1 UNTIL CHAR-I > 10
               EVALUATE TRUE
                   WHEN WS-VALUE-IN(CHAR-I:1) = SPACE
                       SET WS-VALUE-ENDED TO TRUE
                   WHEN WS-VALUE-ENDED
                       MOVE 'N' TO WS-CHANGE-FLAG
                   WHEN WS-VALUE-IN(CHAR-I:1) = "."
                       ADD 1 TO WS-POINT-COUNT
                   WHEN WS-VALUE-IN(CHAR-I:1) NUMERIC
                       IF WS-POINT-COUNT = 0
                           ADD 1 TO WS-WHOLE-DIGITS
                       ELSE
                           ADD 1 TO WS-DECIMAL-DIGITS
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-CHANGE-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-POINT-COUNT > 1
               OR WS-WHOLE-DIGITS + WS-DECIMAL-DIGITS = 0
               OR WS-WHOLE-DIGITS > 6
               OR WS-DECIMAL-DIGITS > 2
               MOVE 'N' TO WS-CHANGE-FLAG
           END-IF
           IF NOT WS-CHANGE-OK
               DISPLAY WS-VALUE-IN " is not a value -- nothing "
                   "changed."
           END-IF.

      *> The range written is the one the value was checked against,
      *> so SYSPARM's own check on the row agrees with this one.
       APPEND-PARM-ROW.
           OPEN EXTEND PARM-FILE
           IF WS-PARM-MISSING
               OPEN OUTPUT PARM-FILE
           END-IF
           IF NOT WS-PARM-STATUS-OK
               MOVE "SYSPARM.DAT" TO EH-FILE-NAME
               MOVE WS-PARM-STATUS TO EH-FILE-STATUS
               PERFORM DEQUEUE-SESSION-FILES
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE WS-PARM-NAME TO SP-NAME
           MOVE WS-NEW-VALUE TO SP-VALUE
           MOVE SD-LOW(WS-DEF-X) TO SP-LOW
           MOVE SD-HIGH(WS-DEF-X) TO SP-HIGH
           MOVE WS-EFFECTIVE TO SP-EFFECTIVE
           MOVE WS-OPERATOR-ID TO SP-SET-BY
           WRITE PARM-RECORD
           CLOSE PARM-FILE.

      *> Inputs carry the parameter and its effective date, the
      *> result the value before and after.
       JOURNAL-PARM-CHANGE.
           OPEN EXTEND OPER-LOG-FILE
           IF WS-OPERLOG-MISSING
               OPEN OUTPUT OPER-LOG-FILE
           END-IF
           IF WS-OPERLOG-STATUS-OK
               MOVE WS-OPERATOR-ID TO OJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP
               MOVE 0 TO OJ-CHOICE
               MOVE "PARM-CHANGE" TO OJ-OPERATION
               MOVE SPACES TO OJ-INPUTS
               STRING WS-PARM-NAME " " WS-EFFECTIVE
                   DELIMITED BY SIZE INTO OJ-INPUTS
               MOVE WS-OLD-VALUE TO WS-SHOW-OLD
               MOVE WS-NEW-VALUE TO WS-SHOW-NEW
               MOVE 0 TO WS-LEAD-OLD
               MOVE 0 TO WS-LEAD-NEW
               INSPECT WS-SHOW-OLD TALLYING WS-LEAD-OLD
                   FOR LEADING SPACES
               INSPECT WS-SHOW-NEW TALLYING WS-LEAD-NEW
                   FOR LEADING SPACES
               MOVE SPACES TO OJ-RESULT
               STRING WS-SHOW-OLD(WS-LEAD-OLD + 1:) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-SHOW-NEW(WS-LEAD-NEW + 1:) DELIMITED BY SIZE
                   INTO OJ-RESULT
               MOVE "00" TO OJ-STATUS
               WRITE OPER-LOG-RECORD
               CLOSE OPER-LOG-FILE
           ELSE
               DISPLAY "ERROR opening OPERLOG.DAT, status "
                   WS-OPERLOG-STATUS " -- change not journaled"
           END-IF.

       JOURNAL-MAINT-DENIED.
           OPEN EXTEND OPER-LOG-FILE
           IF WS-OPERLOG-MISSING
               OPEN OUTPUT OPER-LOG-FILE
           END-IF
           IF WS-OPERLOG-STATUS-OK
               MOVE WS-OPERATOR-ID TO OJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP
               MOVE 0 TO OJ-CHOICE
               MOVE "PARM-CHANGE" TO OJ-OPERATION
               MOVE SPACES TO OJ-INPUTS
               MOVE "MAINT DENIED" TO OJ-RESULT
               MOVE "92" TO OJ-STATUS
               WRITE OPER-LOG-RECORD
               CLOSE OPER-LOG-FILE
           END-IF.

      *> Held exclusive for the session, so two administrators never
      *> set the same parameter from the same old value.
       ENQUEUE-SESSION-FILES.
           MOVE "SYSPARM.DAT" TO EQ-RESOURCE
           SET EQ-EXCLUSIVE TO TRUE
           PERFORM TAKE-FILE-LOCK
           SET WS-PARM-LOCKED TO TRUE.

      *> Refused, the session gives back whatever it already holds
      *> and names the holder in the way.
       TAKE-FILE-LOCK.
           MOVE "PARM-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           CALL 'ENQUEUE' USING EQ-RESOURCE EQ-MODE EQ-PROGRAM-ID
               EQ-OPERATOR-ID EQ-HOLDER-PROGRAM EQ-HOLDER-OPERATOR
               EQ-HOLDER-SINCE EQ-STATUS
           IF NOT EQ-GRANTED
               IF EQ-REFUSED
                   DISPLAY "PARM-MAINT: " EQ-RESOURCE
                       " is in use by " EQ-HOLDER-PROGRAM
                       " operator " EQ-HOLDER-OPERATOR " since "
                       EQ-HOLDER-SINCE(1:14) " -- session refused."
                   PERFORM DEQUEUE-SESSION-FILES
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM DEQUEUE-SESSION-FILES
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

       DEQUEUE-SESSION-FILES.
           MOVE "PARM-MAINT" TO EQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO EQ-OPERATOR-ID
           IF WS-PARM-LOCKED
               MOVE "SYSPARM.DAT" TO EQ-RESOURCE
               CALL 'DEQUEUE' USING EQ-RESOURCE EQ-MODE
                   EQ-PROGRAM-ID EQ-OPERATOR-ID EQ-HOLDER-PROGRAM
                   EQ-HOLDER-OPERATOR EQ-HOLDER-SINCE EQ-STATUS
               MOVE 'N' TO WS-PARM-LOCK-FLAG
           END-IF.

      *> A session that reached its normal end has had its files
      *> open, so the FILE alerts ERRHANDLER raised for this
      *> program before the session began are cleared. One
      *> raised again during the session is newer and stays open.
       CLEAR-SESSION-FILE-ALERTS.
           MOVE "PARM-MAINT" TO AL-SOURCE
           MOVE "FILE" TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           MOVE 0 TO AL-RUN-ID
           MOVE WS-SESSION-BEGAN-AT TO AL-CLEAR-BEFORE
           CALL 'ALERT-CLEAR-CLASS' USING AL-SEVERITY AL-SOURCE
               AL-KEY AL-MESSAGE AL-RUN-ID AL-CLEAR-BEFORE AL-STATUS.

       CALL-ERROR-HANDLER.
           MOVE "PARM-MAINT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
