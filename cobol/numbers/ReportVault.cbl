       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-VAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-INDEX-FILE ASSIGN TO "VAULT.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT VAULT-LINE-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.
      *> PURGE builds the surviving vault here, then copies it back.
           SELECT INDEX-HOLD-FILE ASSIGN TO "VAULT.IDX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-HOLD-STATUS.
           SELECT LINE-HOLD-FILE ASSIGN TO "VAULT.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-HOLD-STATUS.
      *> How long each report's vaulted copies are kept.
           SELECT POLICY-FILE ASSIGN TO "VAULT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT LIST-FILE ASSIGN TO "VAULT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REPRINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-INDEX-FILE.
       01  VAULT-INDEX-RECORD.
       COPY VAULTIDX.

       FD  VAULT-LINE-FILE.
       01  VAULT-LINE-RECORD.
       COPY VAULTLIN.

       FD  INDEX-HOLD-FILE.
       01  INDEX-HOLD-RECORD    PIC X(73).

       FD  LINE-HOLD-FILE.
       01  LINE-HOLD-RECORD     PIC X(140).

      *> One row per report name; a row named *DEFAULT covers every
      *> report without a row of its own. A report covered by no row
      *> is kept for good. Either limit cuts; zero means no limit.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 VR-REPORT-NAME   PIC X(20).
           05 VR-KEEP-DAYS     PIC 9(5).
           05 VR-KEEP-COPIES   PIC 9(5).

       FD  LIST-FILE.
       01  LIST-LINE            PIC X(100).

       FD  REPRINT-FILE.
       01  REPRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS  PIC XX.
          88 WS-INDEX-STATUS-OK     VALUE '00'.
          88 WS-INDEX-MISSING       VALUE '35'.
       01 WS-LINE-STATUS   PIC XX.
          88 WS-LINE-STATUS-OK      VALUE '00'.
          88 WS-LINE-MISSING        VALUE '35'.
       01 WS-INDEX-HOLD-STATUS PIC XX.
          88 WS-INDEX-HOLD-OK       VALUE '00'.
       01 WS-LINE-HOLD-STATUS PIC XX.
          88 WS-LINE-HOLD-OK        VALUE '00'.
       01 WS-POLICY-STATUS PIC XX.
          88 WS-POLICY-STATUS-OK    VALUE '00'.
          88 WS-POLICY-MISSING      VALUE '35'.
       01 WS-LIST-STATUS   PIC XX.
          88 WS-LIST-STATUS-OK      VALUE '00'.
       01 WS-REPRINT-STATUS PIC XX.
          88 WS-REPRINT-STATUS-OK   VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.
       01 WS-LINE-EOF-FLAG PIC X VALUE 'N'.
          88 WS-LINE-EOF         VALUE 'Y'.

       01 WS-CMDLINE       PIC X(120).
       01 WS-CMD-TOKENS.
          05 WS-CMD-TOKEN OCCURS 4 TIMES PIC X(30).
       01 WS-TOKEN-X       PIC 9.
       01 WS-CUR-TOKEN     PIC X(30).
       01 WS-MODE          PIC X(8).
          88 WS-MODE-LIST        VALUE "LIST".
          88 WS-MODE-REPRINT     VALUE "REPRINT".
          88 WS-MODE-PURGE       VALUE "PURGE".
       01 WS-BAD-PARM-FLAG PIC X VALUE 'N'.
          88 WS-BAD-PARM         VALUE 'Y'.

      *> Selection. Dates are YYYYMMDD against the day a copy was
      *> filed; DATE= is FROM= and TO= the same day.
       01 WS-WANT-REPORT   PIC X(20) VALUE SPACES.
       01 WS-FROM-DATE     PIC X(8) VALUE "00000000".
       01 WS-TO-DATE       PIC X(8) VALUE "99999999".
       01 WS-WANT-ID       PIC 9(8) VALUE 0.
       01 WS-DATE-GIVEN-FLAG PIC X VALUE 'N'.
          88 WS-DATE-GIVEN       VALUE 'Y'.

       01 WS-NOW           PIC X(21).
       01 WS-TODAY-NUM     PIC 9(8).
       01 WS-TODAY-INT     PIC 9(7).
       01 WS-COPY-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS      PIC S9(7).
       01 WS-LIST-COUNT    PIC 9(6) VALUE 0.
       01 WS-SELECT-PTR    PIC 99.

      *> The copy being reprinted, as its index row has it.
       01 WS-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-COPY-FOUND       VALUE 'Y'.
       01 FOUND-COPY.
       COPY VAULTIDX REPLACING LEADING ==VX== BY ==FC==.

      *> Retention rows as read from VAULT.CTL.
       01 WS-POLICY-COUNT  PIC 9(3) VALUE 0.
       01 POLICY-TABLE-AREA.
          05 POLICY-ENTRY OCCURS 100 TIMES.
             10 PL-REPORT-NAME PIC X(20).
             10 PL-KEEP-DAYS   PIC 9(5).
             10 PL-KEEP-COPIES PIC 9(5).
       01 WS-DEFAULT-X     PIC 9(3) VALUE 0.
       01 WS-INVALID-ROWS  PIC 9(3) VALUE 0.

      *> Every report name on the vault, with its copy count.
       01 WS-SLOT-COUNT    PIC 9(3) VALUE 0.
       01 SLOT-TABLE-AREA.
          05 SLOT-ENTRY OCCURS 100 TIMES.
             10 RS-REPORT-NAME PIC X(20).
             10 RS-TOTAL       PIC 9(7).
             10 RS-SEEN        PIC 9(7).
             10 RS-PURGED      PIC 9(7).
             10 RS-POLICY-X    PIC 9(3).
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 WS-TABLE-IS-FULL    VALUE 'Y'.
       01 SLOT-I           PIC 9(3).
       01 POLICY-I         PIC 9(3).
       01 WS-SLOT-X        PIC 9(3).
       01 WS-NEWER-COPIES  PIC 9(7).
       01 WS-KEEP-FLAG     PIC X.
          88 WS-KEEP-COPY        VALUE 'Y'.
       01 WS-TOTAL-PURGED  PIC 9(7) VALUE 0.
       01 WS-TOTAL-KEPT    PIC 9(7) VALUE 0.
       01 WS-ORPHAN-LINES  PIC 9(7) VALUE 0.

       01 LIST-TITLE.
           05 FILLER PIC X(31) VALUE "REPORT VAULT -- COPIES ON FILE ".
           05 LT-SELECTION PIC X(60).

       01 LIST-HEADING.
           05 FILLER PIC X(10) VALUE "VAULT ID".
           05 FILLER PIC X(21) VALUE "REPORT".
           05 FILLER PIC X(8)  VALUE "RUN".
           05 FILLER PIC X(21) VALUE "FILED".
           05 FILLER PIC X(19) VALUE "PRODUCED BY".
           05 FILLER PIC X(7)  VALUE "  LINES".

       01 LIST-DETAIL.
           05 LD-VAULT-ID   PIC 9(8).
           05 FILLER        PIC XX VALUE SPACES.
           05 LD-REPORT-NAME PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 LD-RUN-ID     PIC 9(6).
           05 FILLER        PIC XX VALUE SPACES.
           05 LD-FILED      PIC X(19).
           05 FILLER        PIC XX VALUE SPACES.
           05 LD-PROGRAM-ID PIC X(18).
           05 FILLER        PIC X VALUE SPACE.
           05 LD-LINES      PIC Z(6)9.

       01 PURGE-HEADING.
           05 FILLER PIC X(21) VALUE "REPORT".
           05 FILLER PIC X(12) VALUE "KEEP DAYS".
           05 FILLER PIC X(12) VALUE "KEEP COPIES".
           05 FILLER PIC X(10) VALUE "    BEFORE".
           05 FILLER PIC X(10) VALUE "    PURGED".
           05 FILLER PIC X(10) VALUE "      KEPT".

       01 PURGE-DETAIL.
           05 PD-REPORT-NAME PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-POLICY.
              10 PD-KEEP-DAYS   PIC Z(4)9.
              10 FILLER         PIC X(7) VALUE SPACES.
              10 PD-KEEP-COPIES PIC Z(4)9.
              10 FILLER         PIC X(7) VALUE SPACES.
           05 PD-BEFORE     PIC Z(9)9.
           05 PD-PURGED     PIC Z(9)9.
           05 PD-KEPT       PIC Z(9)9.

       01 REPRINT-RULE     PIC X(72) VALUE ALL "*".
       01 REPRINT-BANNER.
           05 FILLER       PIC X(3) VALUE "*  ".
           05 RB-TEXT      PIC X(66).
           05 FILLER       PIC X(3) VALUE "  *".

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> The report vault. Every report is filed by VAULT-STORE as
      *> it is produced, so what a page said on a given day is still
      *> there after the program has overwritten it.
      *>   LIST [REPORT=name] [FROM=yyyymmdd] [TO=yyyymmdd] [DATE=..]
      *>       lists the copies on file on VAULT.RPT; RC 4 if none.
      *>   REPRINT ID=vault-id, or REPRINT REPORT=name DATE=yyyymmdd
      *>       (the last copy filed that day), puts the copy on
      *>       REPRINT.RPT under a REPRINT banner; RC 8 if no such
      *>       copy.
      *>   PURGE applies VAULT.CTL to the vault and lists what each
      *>       report kept on VAULT.RPT; the newest copy of a report
      *>       is never purged. RC 4 with no VAULT.CTL (nothing is
      *>       purged), 8 when VAULT.CTL rows were skipped.
      *> RC 12 for a bad or missing parameter or a vault past 100
      *> report names; 16 for a file error.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-LINE
           IF WS-BAD-PARM OR NOT (WS-MODE-LIST OR WS-MODE-REPRINT
                   OR WS-MODE-PURGE)
               DISPLAY "REPORT-VAULT: use LIST [REPORT=name] "
                   "[FROM=yyyymmdd] [TO=yyyymmdd] [DATE=yyyymmdd],"
               DISPLAY "              REPRINT ID=vault-id, REPRINT "
                   "REPORT=name DATE=yyyymmdd, or PURGE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM LIST-VAULT
               WHEN WS-MODE-REPRINT
                   PERFORM REPRINT-COPY
               WHEN WS-MODE-PURGE
                   PERFORM PURGE-VAULT
           END-EVALUATE
           STOP RUN.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKENS
           MOVE SPACES TO WS-MODE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-CMD-TOKEN(1) WS-CMD-TOKEN(2)
                   WS-CMD-TOKEN(3) WS-CMD-TOKEN(4)
           PERFORM VARYING WS-TOKEN-X FROM 1 BY 1
                   UNTIL WS-TOKEN-X > 4
               MOVE WS-CMD-TOKEN(WS-TOKEN-X) TO WS-CUR-TOKEN
               PERFORM PARSE-ONE-TOKEN
           END-PERFORM
           IF WS-MODE-REPRINT AND WS-WANT-ID = 0
               AND (WS-WANT-REPORT = SPACES OR NOT WS-DATE-GIVEN)
               SET WS-BAD-PARM TO TRUE
           END-IF.

       PARSE-ONE-TOKEN.
           EVALUATE TRUE
               WHEN WS-CUR-TOKEN = SPACES
                   CONTINUE
               WHEN WS-CUR-TOKEN(1:7) = "REPORT="
                   AND WS-CUR-TOKEN(8:20) NOT = SPACES
                   MOVE WS-CUR-TOKEN(8:20) TO WS-WANT-REPORT
               WHEN WS-CUR-TOKEN(1:5) = "FROM="
                   AND WS-CUR-TOKEN(6:8) IS NUMERIC
                   AND WS-CUR-TOKEN(14:17) = SPACES
                   MOVE WS-CUR-TOKEN(6:8) TO WS-FROM-DATE
               WHEN WS-CUR-TOKEN(1:3) = "TO="
                   AND WS-CUR-TOKEN(4:8) IS NUMERIC
                   AND WS-CUR-TOKEN(12:19) = SPACES
                   MOVE WS-CUR-TOKEN(4:8) TO WS-TO-DATE
               WHEN WS-CUR-TOKEN(1:5) = "DATE="
                   AND WS-CUR-TOKEN(6:8) IS NUMERIC
                   AND WS-CUR-TOKEN(14:17) = SPACES
                   MOVE WS-CUR-TOKEN(6:8) TO WS-FROM-DATE
                   MOVE WS-CUR-TOKEN(6:8) TO WS-TO-DATE
                   SET WS-DATE-GIVEN TO TRUE
               WHEN WS-CUR-TOKEN(1:3) = "ID="
                   AND FUNCTION TEST-NUMVAL(WS-CUR-TOKEN(4:27)) = 0
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(4:27)) > 0
                   AND FUNCTION NUMVAL(WS-CUR-TOKEN(4:27)) < 100000000
                   COMPUTE WS-WANT-ID =
                       FUNCTION NUMVAL(WS-CUR-TOKEN(4:27))
               WHEN OTHER
                   DISPLAY "REPORT-VAULT: parameter not understood: "
                       WS-CUR-TOKEN
                   SET WS-BAD-PARM TO TRUE
           END-EVALUATE.

      *> Index and line files both missing is an empty vault, not an
      *> error -- nothing has been filed yet.
       OPEN-VAULT-INDEX.
           OPEN INPUT VAULT-INDEX-FILE
           IF NOT WS-INDEX-STATUS-OK AND NOT WS-INDEX-MISSING
               MOVE "VAULT.IDX" TO EH-FILE-NAME
               MOVE WS-INDEX-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> LIST
      *> ---------------------------------------------------------
       LIST-VAULT.
           PERFORM OPEN-LIST-FILE
           MOVE SPACES TO LT-SELECTION
           MOVE 1 TO WS-SELECT-PTR
           IF WS-WANT-REPORT = SPACES
               STRING "ALL REPORTS" DELIMITED BY SIZE
                   INTO LT-SELECTION WITH POINTER WS-SELECT-PTR
           ELSE
               STRING WS-WANT-REPORT DELIMITED BY SPACE
                   INTO LT-SELECTION WITH POINTER WS-SELECT-PTR
           END-IF
           STRING ", FILED " WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE
               INTO LT-SELECTION WITH POINTER WS-SELECT-PTR
           MOVE LIST-TITLE TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE LIST-HEADING TO LIST-LINE
           WRITE LIST-LINE
           PERFORM OPEN-VAULT-INDEX
           IF WS-INDEX-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ VAULT-INDEX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM LIST-ONE-COPY
                   END-READ
               END-PERFORM
               CLOSE VAULT-INDEX-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING WS-LIST-COUNT " COPY(IES) LISTED"
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           CLOSE LIST-FILE
           DISPLAY "REPORT-VAULT: " WS-LIST-COUNT
               " vaulted cop(y/ies) listed on VAULT.RPT"
           IF WS-LIST-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-COPY.
           IF (WS-WANT-REPORT = SPACES
                   OR VX-REPORT-NAME = WS-WANT-REPORT)
               AND VX-PRODUCED(1:8) NOT < WS-FROM-DATE
               AND VX-PRODUCED(1:8) NOT > WS-TO-DATE
               ADD 1 TO WS-LIST-COUNT
               MOVE VX-VAULT-ID TO LD-VAULT-ID
               MOVE VX-REPORT-NAME TO LD-REPORT-NAME
               MOVE VX-RUN-ID TO LD-RUN-ID
               MOVE SPACES TO LD-FILED
               STRING VX-PRODUCED(1:4) "-" VX-PRODUCED(5:2) "-"
                   VX-PRODUCED(7:2) " " VX-PRODUCED(9:2) ":"
                   VX-PRODUCED(11:2) ":" VX-PRODUCED(13:2)
                   DELIMITED BY SIZE INTO LD-FILED
               MOVE VX-PROGRAM-ID TO LD-PROGRAM-ID
               MOVE VX-LINE-COUNT TO LD-LINES
               MOVE LIST-DETAIL TO LIST-LINE
               WRITE LIST-LINE
           END-IF.

       OPEN-LIST-FILE.
           OPEN OUTPUT LIST-FILE
           IF NOT WS-LIST-STATUS-OK
               MOVE "VAULT.RPT" TO EH-FILE-NAME
               MOVE WS-LIST-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> REPRINT
      *> ---------------------------------------------------------
      *> By vault ID, or the last copy of the report filed on the
      *> day asked for (a report produced twice that day -- a rerun
      *> -- reprints as it stood at the end of the day).
       REPRINT-COPY.
           PERFORM OPEN-VAULT-INDEX
           IF WS-INDEX-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ VAULT-INDEX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-REPRINT-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE VAULT-INDEX-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF NOT WS-COPY-FOUND
               IF WS-WANT-ID > 0
                   DISPLAY "REPORT-VAULT: no vaulted copy "
                       WS-WANT-ID
               ELSE
                   DISPLAY "REPORT-VAULT: no copy of "
                       WS-WANT-REPORT " filed on " WS-FROM-DATE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPRINT-FILE
           IF NOT WS-REPRINT-STATUS-OK
               MOVE "REPRINT.RPT" TO EH-FILE-NAME
               MOVE WS-REPRINT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM WRITE-REPRINT-BANNER
           OPEN INPUT VAULT-LINE-FILE
           IF NOT WS-LINE-STATUS-OK AND NOT WS-LINE-MISSING
               MOVE "VAULT.DAT" TO EH-FILE-NAME
               MOVE WS-LINE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               CLOSE REPRINT-FILE
               STOP RUN
           END-IF
           IF WS-LINE-STATUS-OK
               PERFORM UNTIL WS-EOF
                   READ VAULT-LINE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF VL-VAULT-ID = FC-VAULT-ID
                               MOVE VL-TEXT TO REPRINT-LINE
                               WRITE REPRINT-LINE
                           ELSE IF VL-VAULT-ID > FC-VAULT-ID
                               SET WS-EOF TO TRUE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-LINE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE "*** END OF REPRINT ***" TO REPRINT-LINE
           WRITE REPRINT-LINE
           CLOSE REPRINT-FILE
           DISPLAY "REPORT-VAULT: vault copy " FC-VAULT-ID
               " reprinted to REPRINT.RPT -- " FC-REPORT-NAME
           MOVE 0 TO RETURN-CODE.

       CHECK-REPRINT-CANDIDATE.
           IF WS-WANT-ID > 0
               IF VX-VAULT-ID = WS-WANT-ID
                   MOVE VAULT-INDEX-RECORD TO FOUND-COPY
                   SET WS-COPY-FOUND TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           ELSE IF VX-REPORT-NAME = WS-WANT-REPORT
               AND VX-PRODUCED(1:8) = WS-FROM-DATE
               MOVE VAULT-INDEX-RECORD TO FOUND-COPY
               SET WS-COPY-FOUND TO TRUE
           END-IF
           END-IF.

       WRITE-REPRINT-BANNER.
           MOVE REPRINT-RULE TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO RB-TEXT
           STRING "REPRINT -- " FC-REPORT-NAME DELIMITED BY SIZE
               INTO RB-TEXT
           MOVE REPRINT-BANNER TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO RB-TEXT
           STRING "VAULT COPY " FC-VAULT-ID "   RUN " FC-RUN-ID
               "   PRODUCED BY " FC-PROGRAM-ID
               DELIMITED BY SIZE INTO RB-TEXT
           MOVE REPRINT-BANNER TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO RB-TEXT
           STRING "ORIGINAL FILED " FC-PRODUCED(1:4) "-"
               FC-PRODUCED(5:2) "-" FC-PRODUCED(7:2) " "
               FC-PRODUCED(9:2) ":" FC-PRODUCED(11:2) ":"
               FC-PRODUCED(13:2) "   REPRINTED " WS-NOW(1:4) "-"
               WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":"
               WS-NOW(11:2) DELIMITED BY SIZE INTO RB-TEXT
           MOVE REPRINT-BANNER TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE REPRINT-RULE TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE.

      *> ---------------------------------------------------------
      *> PURGE
      *> ---------------------------------------------------------
      *> Two passes over the index: the first counts each report's
      *> copies, the second walks index and lines together (both are
      *> in vault ID order) and keeps or drops each copy whole.
      *> Lines with no index row -- a filing cut off part way -- are
      *> dropped as they are met.
       PURGE-VAULT.
           PERFORM LOAD-VAULT-POLICY
           PERFORM OPEN-VAULT-INDEX
           IF WS-INDEX-MISSING
               DISPLAY "REPORT-VAULT: the vault is empty -- nothing "
                   "to purge."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ VAULT-INDEX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-COPY
               END-READ
           END-PERFORM
           CLOSE VAULT-INDEX-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-TABLE-IS-FULL
               DISPLAY "REPORT-VAULT: more than 100 report names in "
                   "the vault -- purge refused."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIFT-VAULT
           PERFORM RESTORE-VAULT
           PERFORM WRITE-PURGE-REPORT
           DISPLAY "REPORT-VAULT: " WS-TOTAL-PURGED
               " cop(y/ies) purged, " WS-TOTAL-KEPT " kept."
           EVALUATE TRUE
               WHEN WS-INVALID-ROWS > 0
                   DISPLAY "REPORT-VAULT: " WS-INVALID-ROWS
                       " VAULT.CTL row(s) invalid and skipped"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-POLICY-MISSING
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       LOAD-VAULT-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-MISSING
               DISPLAY "REPORT-VAULT: no VAULT.CTL -- every copy is "
                   "kept."
           ELSE
               IF NOT WS-POLICY-STATUS-OK
                   MOVE "VAULT.CTL" TO EH-FILE-NAME
                   MOVE WS-POLICY-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ POLICY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CAPTURE-POLICY-ROW
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       CAPTURE-POLICY-ROW.
           IF VR-REPORT-NAME = SPACES OR VR-KEEP-DAYS NOT NUMERIC
               OR VR-KEEP-COPIES NOT NUMERIC OR WS-POLICY-COUNT >= 100
               ADD 1 TO WS-INVALID-ROWS
               DISPLAY "REPORT-VAULT: VAULT.CTL row skipped: "
                   POLICY-RECORD
           ELSE
               ADD 1 TO WS-POLICY-COUNT
               MOVE VR-REPORT-NAME TO PL-REPORT-NAME(WS-POLICY-COUNT)
               MOVE VR-KEEP-DAYS TO PL-KEEP-DAYS(WS-POLICY-COUNT)
               MOVE VR-KEEP-COPIES TO PL-KEEP-COPIES(WS-POLICY-COUNT)
               IF VR-REPORT-NAME = "*DEFAULT"
                   MOVE WS-POLICY-COUNT TO WS-DEFAULT-X
               END-IF
           END-IF.

       COUNT-ONE-COPY.
           PERFORM FIND-REPORT-SLOT
           IF WS-SLOT-X > 0
               ADD 1 TO RS-TOTAL(WS-SLOT-X)
           END-IF.

      *> Finds (or on the counting pass, opens) the report's slot and
      *> settles which VAULT.CTL row governs it.
       FIND-REPORT-SLOT.
           MOVE 0 TO WS-SLOT-X
           PERFORM VARYING SLOT-I FROM 1 BY 1
                   UNTIL SLOT-I > WS-SLOT-COUNT OR WS-SLOT-X > 0
               IF RS-REPORT-NAME(SLOT-I) = VX-REPORT-NAME
                   MOVE SLOT-I TO WS-SLOT-X
               END-IF
           END-PERFORM
           IF WS-SLOT-X = 0
               IF WS-SLOT-COUNT >= 100
                   SET WS-TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE WS-SLOT-COUNT TO WS-SLOT-X
                   MOVE VX-REPORT-NAME TO RS-REPORT-NAME(WS-SLOT-X)
                   MOVE 0 TO RS-TOTAL(WS-SLOT-X)
                   MOVE 0 TO RS-SEEN(WS-SLOT-X)
                   MOVE 0 TO RS-PURGED(WS-SLOT-X)
                   MOVE WS-DEFAULT-X TO RS-POLICY-X(WS-SLOT-X)
                   PERFORM VARYING POLICY-I FROM 1 BY 1
                           UNTIL POLICY-I > WS-POLICY-COUNT
                       IF PL-REPORT-NAME(POLICY-I) = VX-REPORT-NAME
                           MOVE POLICY-I TO RS-POLICY-X(WS-SLOT-X)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SIFT-VAULT.
           OPEN OUTPUT INDEX-HOLD-FILE
           IF NOT WS-INDEX-HOLD-OK
               MOVE "VAULT.IDX.TMP" TO EH-FILE-NAME
               MOVE WS-INDEX-HOLD-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN OUTPUT LINE-HOLD-FILE
           IF NOT WS-LINE-HOLD-OK
               MOVE "VAULT.DAT.TMP" TO EH-FILE-NAME
               MOVE WS-LINE-HOLD-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           OPEN INPUT VAULT-LINE-FILE
           IF WS-LINE-MISSING
               SET WS-LINE-EOF TO TRUE
           ELSE
               IF NOT WS-LINE-STATUS-OK
                   MOVE "VAULT.DAT" TO EH-FILE-NAME
                   MOVE WS-LINE-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               PERFORM READ-VAULT-LINE
           END-IF
           PERFORM OPEN-VAULT-INDEX
           PERFORM UNTIL WS-EOF
               READ VAULT-INDEX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM SIFT-ONE-COPY
               END-READ
           END-PERFORM
           CLOSE VAULT-INDEX-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-LINE-EOF
               ADD 1 TO WS-ORPHAN-LINES
               PERFORM READ-VAULT-LINE
           END-PERFORM
           IF NOT WS-LINE-MISSING
               CLOSE VAULT-LINE-FILE
           END-IF
           MOVE 'N' TO WS-LINE-EOF-FLAG
           CLOSE INDEX-HOLD-FILE
           CLOSE LINE-HOLD-FILE.

       READ-VAULT-LINE.
           READ VAULT-LINE-FILE
               AT END
                   SET WS-LINE-EOF TO TRUE
           END-READ.

      *> A copy goes when it is older than the report's keep-days,
      *> or when keep-copies newer copies of the report are on file.
       SIFT-ONE-COPY.
           PERFORM FIND-REPORT-SLOT
           ADD 1 TO RS-SEEN(WS-SLOT-X)
           COMPUTE WS-NEWER-COPIES =
               RS-TOTAL(WS-SLOT-X) - RS-SEEN(WS-SLOT-X)
           MOVE 'Y' TO WS-KEEP-FLAG
           MOVE RS-POLICY-X(WS-SLOT-X) TO POLICY-I
           IF POLICY-I > 0 AND WS-NEWER-COPIES > 0
               IF PL-KEEP-COPIES(POLICY-I) > 0
                   AND WS-NEWER-COPIES >= PL-KEEP-COPIES(POLICY-I)
                   MOVE 'N' TO WS-KEEP-FLAG
               END-IF
               IF PL-KEEP-DAYS(POLICY-I) > 0
                   AND VX-PRODUCED(1:8) IS NUMERIC
                   MOVE VX-PRODUCED(1:8) TO WS-COPY-DATE-NUM
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-COPY-DATE-NUM)
                   IF WS-AGE-DAYS > PL-KEEP-DAYS(POLICY-I)
                       MOVE 'N' TO WS-KEEP-FLAG
                   END-IF
               END-IF
           END-IF
           PERFORM UNTIL WS-LINE-EOF OR VL-VAULT-ID > VX-VAULT-ID
               IF VL-VAULT-ID < VX-VAULT-ID
                   ADD 1 TO WS-ORPHAN-LINES
               ELSE IF WS-KEEP-COPY
                   MOVE VAULT-LINE-RECORD TO LINE-HOLD-RECORD
                   WRITE LINE-HOLD-RECORD
               END-IF
               END-IF
               PERFORM READ-VAULT-LINE
           END-PERFORM
           IF WS-KEEP-COPY
               MOVE VAULT-INDEX-RECORD TO INDEX-HOLD-RECORD
               WRITE INDEX-HOLD-RECORD
               ADD 1 TO WS-TOTAL-KEPT
           ELSE
               ADD 1 TO RS-PURGED(WS-SLOT-X)
               ADD 1 TO WS-TOTAL-PURGED
           END-IF.

       RESTORE-VAULT.
           OPEN INPUT INDEX-HOLD-FILE
           OPEN OUTPUT VAULT-INDEX-FILE
           IF NOT WS-INDEX-STATUS-OK
               MOVE "VAULT.IDX" TO EH-FILE-NAME
               MOVE WS-INDEX-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ INDEX-HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE INDEX-HOLD-RECORD TO VAULT-INDEX-RECORD
                       WRITE VAULT-INDEX-RECORD
               END-READ
           END-PERFORM
           CLOSE INDEX-HOLD-FILE
           CLOSE VAULT-INDEX-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LINE-HOLD-FILE
           OPEN OUTPUT VAULT-LINE-FILE
           IF NOT WS-LINE-STATUS-OK
               MOVE "VAULT.DAT" TO EH-FILE-NAME
               MOVE WS-LINE-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ LINE-HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LINE-HOLD-RECORD TO VAULT-LINE-RECORD
                       WRITE VAULT-LINE-RECORD
               END-READ
           END-PERFORM
           CLOSE LINE-HOLD-FILE
           CLOSE VAULT-LINE-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-PURGE-REPORT.
           PERFORM OPEN-LIST-FILE
           MOVE "REPORT VAULT -- RETENTION APPLIED" TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE PURGE-HEADING TO LIST-LINE
           WRITE LIST-LINE
           PERFORM VARYING SLOT-I FROM 1 BY 1
                   UNTIL SLOT-I > WS-SLOT-COUNT
               MOVE RS-REPORT-NAME(SLOT-I) TO PD-REPORT-NAME
               MOVE RS-POLICY-X(SLOT-I) TO POLICY-I
               MOVE SPACES TO PD-POLICY
               IF POLICY-I = 0
                   MOVE "NO POLICY - KEPT" TO PD-POLICY
               ELSE
                   MOVE PL-KEEP-DAYS(POLICY-I) TO PD-KEEP-DAYS
                   MOVE PL-KEEP-COPIES(POLICY-I) TO PD-KEEP-COPIES
               END-IF
               MOVE RS-TOTAL(SLOT-I) TO PD-BEFORE
               MOVE RS-PURGED(SLOT-I) TO PD-PURGED
               COMPUTE PD-KEPT = RS-TOTAL(SLOT-I) - RS-PURGED(SLOT-I)
               MOVE PURGE-DETAIL TO LIST-LINE
               WRITE LIST-LINE
           END-PERFORM
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING WS-TOTAL-PURGED " COPY(IES) PURGED, "
               WS-TOTAL-KEPT " KEPT, " WS-ORPHAN-LINES
               " UNINDEXED LINE(S) DROPPED"
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           CLOSE LIST-FILE.

       CALL-ERROR-HANDLER.
           MOVE "REPORT-VAULT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
