      *> present each job takes its operator ID, run mode, and restart
      *> answer from here instead of prompting, so the nightly stream
      *> runs with nobody at the keyboard.  When the card is absent
      *> the jobs prompt exactly as they always have.  The scan feed
      *> list names the STRFEED.DAT profiles STRINSPECT works through
      *> in one run, in card order; a card with no feeds listed scans
      *> STRIN.DAT alone, as it always has.
       01  RUN-CARD-RECORD.
           05  RC-OPERATOR-ID      PIC X(08).
           05  RC-RUN-MODE         PIC X(01).
           05  RC-RESTART-ANSWER   PIC X(01).
           05  RC-SCAN-FEEDS.
               10  RC-SCAN-FEED    OCCURS 8 TIMES.
                   15  FILLER      PIC X(01).
                   15  RC-FEED-ID  PIC X(08).
