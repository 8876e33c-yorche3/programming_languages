      *> Report distribution row (DISTRIB.CTL), copied at the 05
      *> level under each reader's own 01. One row per report per
      *> recipient group; a report going to three groups is three
      *> rows. REPORT-BURST builds each group's packet with its
      *> reports in the order its rows appear in the file.
           05 DS-REPORT-NAME   PIC X(20).
           05 DS-RECIPIENT     PIC X(8).
      *> Days the report is sent, Monday through Sunday: any
      *> non-space byte in position n sends it on weekday n (e.g.
      *> "MTWTF  " for weekdays only). All spaces never sends.
           05 DS-DAYS          PIC X(7).
           05 DS-COPIES        PIC 99.
      *> Shown against the report in the packet's table of contents.
           05 DS-DESCRIPTION   PIC X(30).
