       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The run calendar: one WEEKLY record carrying seven Y/N
      *> flags (Monday through Sunday), one HOLIDAY record per
      *> non-processing date, and one EVENT record per date a
      *> calendar-driven job-stream step is due, naming the event in
      *> the flag bytes. Maintained by hand -- it is exactly
      *> the file the schedulers already keep on paper.
           SELECT CALENDAR-FILE ASSIGN TO "RUNCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CAL-RECORD-TYPE  PIC X(8).
           05 CAL-DATE         PIC X(8).
           05 CAL-WEEK-FLAGS   PIC X(7).
           05 CAL-EVENT-NAME REDEFINES CAL-WEEK-FLAGS PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-WEEK-FLAGS    PIC X(7).
       01 WS-HOLIDAY-FLAG  PIC X.
          88 WS-DATE-IS-HOLIDAY  VALUE 'Y'.
       01 WS-EVENT-FLAG    PIC X.
          88 WS-EVENT-IS-DUE     VALUE 'Y'.
       01 WS-DATE-NUM      PIC 9(8).
       01 WS-DATE-INT      PIC 9(9).
       01 WS-DAY-OF-WEEK   PIC 9.
           END-IF
           GOBACK.

      *> NIGHTLYJOB asks whether a calendar-driven stream step is due
      *> tonight. Holidays and the weekly pattern do not enter into
      *> it -- the EVENT record is the schedule.
       EVENT-ENTRY-POINT.
           ENTRY 'RUNCALENDAR-EVENT' USING RCAL-DATE RCAL-EVENT
               RCAL-VERDICT RCAL-STATUS.
           SET RCAL-STATUS-OK TO TRUE
           SET RCAL-NON-PROCESSING-DAY TO TRUE
           MOVE 'N' TO WS-EVENT-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-MISSING
               SET RCAL-NO-CALENDAR TO TRUE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CAL-RECORD-TYPE = "EVENT"
                           AND CAL-DATE = RCAL-DATE
                           AND CAL-EVENT-NAME = RCAL-EVENT
                           SET WS-EVENT-IS-DUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-EVENT-IS-DUE
               SET RCAL-PROCESSING-DAY TO TRUE
           END-IF
           GOBACK.

       JUDGE-CALENDAR-RECORD.
           EVALUATE CAL-RECORD-TYPE
               WHEN "WEEKLY"
