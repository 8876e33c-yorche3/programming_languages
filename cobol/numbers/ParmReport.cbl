       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPARM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
       COPY SPARMREC.

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS   PIC XX.
          88 WS-PARM-STATUS-OK      VALUE '00'.
          88 WS-PARM-MISSING        VALUE '35'.
       01 WS-REPORT-STATUS PIC XX.
          88 WS-REPORT-STATUS-OK    VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-EOF              VALUE 'Y'.

       01 WS-TODAY-DATE    PIC X(8).
       01 WS-KNOWN-FLAG    PIC X.
          88 WS-NAME-KNOWN       VALUE 'Y'.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-DEFAULTED-COUNT PIC 9(4) VALUE 0.
       01 WS-SCHEDULED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.
       01 SD-I             PIC 99.

       01 REPORT-TITLE-1.
           05 FILLER PIC X(40)
               VALUE "SYSTEM PARAMETERS IN FORCE ON ".
       01 REPORT-TITLE-2.
           05 FILLER PIC X(40)
               VALUE "SCHEDULED AND UNRECOGNISED ROWS".

       01 REPORT-HEADING.
           05 FILLER PIC X(21) VALUE "PARAMETER".
           05 FILLER PIC X(10) VALUE "    VALUE".
           05 FILLER PIC X(10) VALUE "      LOW".
           05 FILLER PIC X(10) VALUE "     HIGH".
           05 FILLER PIC X(9)  VALUE "EFF DATE".
           05 FILLER PIC X(9)  VALUE "SET BY".
           05 FILLER PIC X(8)  VALUE "SOURCE".

       01 REPORT-DETAIL.
           05 RD-NAME       PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-VALUE      PIC Z(5)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-LOW        PIC Z(5)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-HIGH       PIC Z(5)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 RD-EFFECTIVE  PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-SET-BY     PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 RD-SOURCE     PIC X(11).

       01 REPORT-USED-BY.
           05 FILLER        PIC X(11) VALUE "  USED BY: ".
           05 RU-USED-BY    PIC X(54).

       COPY SPARMDEF.

       COPY SPARMLINK.

       COPY VAULTLINK.

       COPY ERRLINK.

       PROCEDURE DIVISION.

      *> The parameters in force today, each found exactly as its
      *> readers find it, with where the value came from: FILE, or
      *> DEFAULT when nothing is on file, or REJECTED when the row on
      *> file failed its range check and the default is being used.
      *> Then every row on SYSPARM.DAT that is not in force yet, and
      *> any row whose name no program reads. RC 4 when a row was
      *> rejected or not recognised, so the schedule flags it.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-STATUS-OK
               MOVE "SYSPARM.RPT" TO EH-FILE-NAME
               MOVE WS-REPORT-STATUS TO EH-FILE-STATUS
               PERFORM CALL-ERROR-HANDLER
               STOP RUN
           END-IF
           MOVE REPORT-TITLE-1 TO REPORT-LINE
           MOVE WS-TODAY-DATE TO REPORT-LINE(31:8)
           WRITE REPORT-LINE
           MOVE REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING SD-I FROM 1 BY 1
                   UNTIL SD-I > SYSPARM-DEF-COUNT
               PERFORM REPORT-PARM-IN-FORCE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE REPORT-TITLE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT PARM-FILE
           IF WS-PARM-MISSING
               MOVE "NO SYSPARM.DAT -- EVERY PARAMETER AT ITS DEFAULT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF NOT WS-PARM-STATUS-OK
                   CLOSE REPORT-FILE
                   MOVE "SYSPARM.DAT" TO EH-FILE-NAME
                   MOVE WS-PARM-STATUS TO EH-FILE-STATUS
                   PERFORM CALL-ERROR-HANDLER
                   STOP RUN
               END-IF
               MOVE REPORT-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM UNTIL WS-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               IF WS-SCHEDULED-COUNT + WS-UNKNOWN-COUNT = 0
                   MOVE "NO ROWS SCHEDULED OR UNRECOGNISED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           MOVE "SYSPARM.RPT" TO VT-REPORT-NAME
           MOVE "PARM-REPORT" TO VT-PROGRAM-ID
           CALL 'VAULT-STORE' USING VT-REPORT-NAME VT-PROGRAM-ID
               VT-VAULT-ID VT-STATUS
           DISPLAY "PARM-REPORT: " WS-DEFAULTED-COUNT " defaulted, "
               WS-REJECTED-COUNT " rejected, " WS-SCHEDULED-COUNT
               " scheduled, " WS-UNKNOWN-COUNT
               " unrecognised, reported to SYSPARM.RPT"
           IF WS-REJECTED-COUNT + WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       REPORT-PARM-IN-FORCE.
           MOVE SD-NAME(SD-I) TO SPM-NAME
           MOVE SD-DEFAULT(SD-I) TO SPM-DEFAULT
           MOVE WS-TODAY-DATE TO SPM-AS-OF
           CALL 'SYSPARM' USING SPM-NAME SPM-DEFAULT SPM-AS-OF
               SPM-VALUE SPM-LOW SPM-HIGH SPM-EFFECTIVE SPM-SET-BY
               SPM-STATUS
           MOVE SPM-NAME TO RD-NAME
           MOVE SPM-VALUE TO RD-VALUE
           MOVE SPM-EFFECTIVE TO RD-EFFECTIVE
           MOVE SPM-SET-BY TO RD-SET-BY
           EVALUATE TRUE
               WHEN SPM-FROM-FILE
                   MOVE SPM-LOW TO RD-LOW
                   MOVE SPM-HIGH TO RD-HIGH
                   MOVE "FILE" TO RD-SOURCE
               WHEN SPM-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SD-LOW(SD-I) TO RD-LOW
                   MOVE SD-HIGH(SD-I) TO RD-HIGH
                   MOVE "REJECTED" TO RD-SOURCE
               WHEN OTHER
                   ADD 1 TO WS-DEFAULTED-COUNT
                   MOVE SD-LOW(SD-I) TO RD-LOW
                   MOVE SD-HIGH(SD-I) TO RD-HIGH
                   MOVE "DEFAULT" TO RD-SOURCE
           END-EVALUATE
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SD-USED-BY(SD-I) TO RU-USED-BY
           MOVE REPORT-USED-BY TO REPORT-LINE
           WRITE REPORT-LINE.

      *> A future effective date is a change waiting to take hold; a
      *> name missing from SPARMDEF is a row no program will read,
      *> shown as UNKNOWN.
       CHECK-ONE-ROW.
           MOVE 'N' TO WS-KNOWN-FLAG
           PERFORM VARYING SD-I FROM 1 BY 1
                   UNTIL SD-I > SYSPARM-DEF-COUNT
               IF SD-NAME(SD-I) = SP-NAME
                   SET WS-NAME-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-NAME-KNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "UNKNOWN" TO RD-SOURCE
               PERFORM REPORT-FILE-ROW
           ELSE
               IF SP-EFFECTIVE > WS-TODAY-DATE
                   ADD 1 TO WS-SCHEDULED-COUNT
                   MOVE "SCHEDULED" TO RD-SOURCE
                   PERFORM REPORT-FILE-ROW
               END-IF
           END-IF.

       REPORT-FILE-ROW.
           MOVE SP-NAME TO RD-NAME
           IF SP-VALUE NUMERIC AND SP-LOW NUMERIC AND SP-HIGH NUMERIC
               MOVE SP-VALUE TO RD-VALUE
               MOVE SP-LOW TO RD-LOW
               MOVE SP-HIGH TO RD-HIGH
           ELSE
               MOVE 0 TO RD-VALUE
               MOVE 0 TO RD-LOW
               MOVE 0 TO RD-HIGH
           END-IF
           MOVE SP-EFFECTIVE TO RD-EFFECTIVE
           MOVE SP-SET-BY TO RD-SET-BY
           MOVE REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       CALL-ERROR-HANDLER.
           MOVE "PARM-REPORT" TO EH-PROGRAM-ID
           MOVE "OPEN" TO EH-OPERATION
           CALL 'ERRHANDLER' USING EH-PROGRAM-ID EH-FILE-NAME
               EH-OPERATION EH-FILE-STATUS.
