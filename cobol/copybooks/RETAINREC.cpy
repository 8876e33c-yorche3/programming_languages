      *> Retention policy row (RETAIN.CTL), copied at the 05 level
      *> under each reader's own 01. One row per growing log or
      *> history file; LOG-HOUSEKEEP applies the rows in file order,
      *> cutting aged records off the front of each file into a
      *> dated archive (or dropping them), and writes back the live
      *> record count it left on file.
           05 RN-FILE-NAME     PIC X(20).
      *> A record goes once its date is more than this many days
      *> old; zero for no age limit.
           05 RN-KEEP-DAYS     PIC 9(5).
      *> ... or once more than this many newer records are on file;
      *> zero for no count limit. Either limit cuts.
           05 RN-KEEP-RECORDS  PIC 9(7).
      *> ARCHIVE appends what is cut to <file>.<YYYYMMDD>; DELETE
      *> just drops it.
           05 RN-DISPOSAL      PIC X(7).
              88 RN-ARCHIVES         VALUE "ARCHIVE".
              88 RN-DELETES          VALUE "DELETE".
      *> Column where the record's YYYYMMDD date starts (timestamps
      *> qualify -- their first eight bytes are the date); 000 for a
      *> file with no date, which ages by count only.
           05 RN-DATE-POS      PIC 9(3).
      *> Only records holding one of these values in the field at
      *> RN-ONLY-POS for RN-ONLY-LEN bytes are ever cut -- e.g.
      *> CLOSED exceptions, finished changes. 000 makes every record
      *> eligible.
           05 RN-ONLY-POS      PIC 9(3).
           05 RN-ONLY-LEN      PIC 9(2).
           05 RN-ONLY-VALUE    PIC X(8) OCCURS 3 TIMES.
      *> Files whose runs are marked by a control record are kept or
      *> cut a whole run at a time: E when the marker ends a run
      *> (TRAILER rows), S when it starts one (JOB START lines);
      *> space when every record stands alone. The marker is the
      *> value at RN-GROUP-POS for RN-GROUP-LEN bytes. A run is aged
      *> by its newest date, and an E run with no end marker yet is
      *> still being written and is never cut.
           05 RN-GROUP-TYPE    PIC X.
              88 RN-GROUP-ENDS       VALUE "E".
              88 RN-GROUP-STARTS     VALUE "S".
              88 RN-NO-GROUPS        VALUE " ".
           05 RN-GROUP-POS     PIC 9(3).
           05 RN-GROUP-LEN     PIC 9(2).
           05 RN-GROUP-VALUE   PIC X(10).
      *> Written back by LOG-HOUSEKEEP: records left on file and the
      *> date it last applied the row.
           05 RN-LIVE-COUNT    PIC 9(9).
           05 RN-LAST-APPLIED  PIC X(8).
