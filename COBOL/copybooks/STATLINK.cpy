      *> Shared parameter area for the series statistics routine,
      *> COPYed into WORKING-STORAGE by SIMPLEMATH (its statistics
      *> operation class) and VOLANOM (the nightly volume anomaly
      *> check) and into the LINKAGE SECTION of STATCALC, so both
      *> jobs describe a series with exactly the same arithmetic.
      *> The caller fills in the values and how many there are, and
      *> up to five percentiles wanted (01-99; 00 = slot unused),
      *> then CALLs STATCALC, which answers the count, mean, median,
      *> standard deviation, smallest and largest value and the
      *> value at each percentile wanted.  STATCALC sorts the values
      *> into ascending order where they lie.  The standard deviation
      *> is the population figure (the series is taken as the whole
      *> of what there is); a percentile is the nearest-rank value,
      *> the smallest value with at least that percentage of the
      *> series at or below it.
       01  WS-STAT-SERIES.
           05  ST-VALUE-COUNT      PIC 9(04).
           05  ST-PCT-WANTED       PIC 9(02) OCCURS 5 TIMES.
           05  ST-VALUE            PIC S9(11)V99 OCCURS 1000 TIMES.
           05  ST-RESULT.
               10  ST-COUNT        PIC 9(04).
               10  ST-MEAN         PIC S9(11)V9(04).
               10  ST-MEDIAN       PIC S9(11)V9(03).
               10  ST-STD-DEV      PIC 9(11)V9(04).
               10  ST-MIN          PIC S9(11)V99.
               10  ST-MAX          PIC S9(11)V99.
               10  ST-PCT-VALUE    PIC S9(11)V99 OCCURS 5 TIMES.
