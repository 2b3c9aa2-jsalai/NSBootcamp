      *> Shared record layout for the scan feed-profile file
      *> (STRFEED.DAT), one record per upstream feed, COPYed into the
      *> FD for FEED-PROFILE-FILE.  A feed is scanned when its ID is
      *> listed on the run card; the profile names the feed's input,
      *> its record length (001-120) and the layout, code table,
      *> threshold card and scrub rules it is checked against, plus
      *> the exception and cleaned-output files it writes.  The
      *> input, exception and cleaned names are mandatory; a blank
      *> layout, code table, threshold or rules name means the feed
      *> runs without one, the same as a missing file always has.
       01  FEED-PROFILE-RECORD.
           05  FP-FEED-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  FP-INPUT-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-RECORD-LENGTH    PIC 9(03).
           05  FILLER              PIC X(01).
           05  FP-LAYOUT-NAME      PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-CODES-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-THRESHOLD-NAME   PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-RULES-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-EXCEPT-NAME      PIC X(20).
           05  FILLER              PIC X(01).
           05  FP-CLEAN-NAME       PIC X(20).
