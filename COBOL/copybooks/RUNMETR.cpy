      *> the digest reads these instead of scraping the human-readable
      *> reports, so the reports can change shape freely without
      *> silently breaking (or corrupting) the digest numbers.  The
      *> last record per program wins when a day has reruns.  A job
      *> that works through several feeds in one run (STRINSPECT)
      *> writes one record per feed, tagged with the feed ID, and
      *> then its untagged run-total record; readers that want one
      *> figure per job take the untagged record.
       01  RUN-METRICS-RECORD.
           05  MT-PROGRAM-NAME     PIC X(08).
           05  MT-RUN-ID           PIC X(16).
                                                 SEPARATE.
           05  MT-VALUE-MIN        PIC 9(09).
           05  MT-VALUE-MAX        PIC 9(09).
           05  MT-FEED-ID          PIC X(08).
