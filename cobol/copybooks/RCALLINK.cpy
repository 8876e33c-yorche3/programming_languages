       01 RCAL-STATUS  PIC XX.
          88 RCAL-STATUS-OK          VALUE '00'.
          88 RCAL-NO-CALENDAR        VALUE '35'.
      *> Used only by the RUNCALENDAR-EVENT entry: the name of a
      *> calendar-driven event (quarter-end, stress weekend, ...).
      *> The verdict is PROCESSING-DAY when RUNCAL.DAT carries an
      *> EVENT record for that name on that date; with no calendar
      *> on file no event ever falls due.
       01 RCAL-EVENT   PIC X(7).
