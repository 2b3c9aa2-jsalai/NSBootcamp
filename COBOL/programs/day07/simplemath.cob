           *> written before the selector existed) or A is the
           *> classic full square/triangular/factorial/prime line,
           *> F is a Fibonacci run, G is a GCD/LCM pair using the
           *> second operand.  S and P make up the statistics class:
           *> an S record carries one value of a series (N is the
           *> series number, the value signed in columns 6-19), a P
           *> record names up to five percentiles (01-99, 00 unused)
           *> wanted for series N, or for every series without its
           *> own P record when N is 00.  Anything else reports as a
           *> bad selector rather than being guessed at.
           05  SM-IN-N            PIC 99.
           05  SM-IN-OP           PIC X(01).
               88  OP-IS-FULL              VALUES SPACE "A".
               88  OP-IS-FIB               VALUE "F".
               88  OP-IS-GCD               VALUE "G".
               88  OP-IS-STAT-VALUE        VALUE "S".
               88  OP-IS-STAT-PCTL         VALUE "P".
           05  SM-IN-M            PIC X(02).
           05  SM-IN-SERIES-DATA  PIC X(14).
           05  SM-IN-VALUE REDEFINES SM-IN-SERIES-DATA
                                  PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE.
           05  SM-IN-PCT-LIST REDEFINES SM-IN-SERIES-DATA.
               10  SM-IN-PCT      PIC 99 OCCURS 5 TIMES.
               10  FILLER         PIC X(04).

       FD  SM-REPORT-FILE.
       01  SM-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY OPERLINK.
       01  WS-AUDIT-STATUS      PIC XX  VALUE SPACES.
           88  AUDIT-OK                 VALUE "00".
       01  WS-RUNCARD-STATUS    PIC XX  VALUE SPACES.
       01  WS-LINES-LOST         PIC 9(5)    VALUE 0.
       01  WS-FIB-DISPLAY        PIC X(18)   VALUE SPACES.

      *> Statistics class: the S values are held with their series
      *> number while the file is read (a series need not arrive in
      *> one run of records), the P records' percentiles by series,
      *> and at end of file each series is described by STATCALC
      *> and printed as its own block in the STATISTICS section.
      *> With no P record at all a series gets the 25th, 75th, 90th
      *> and 95th percentiles.  A value past the holding table is
      *> counted with the overflow records.
       01  WS-STAT-COUNT         PIC 9(5)    VALUE 0.
       01  WS-STAT-HELD          PIC 9(4)    VALUE 0.
       01  WS-STAT-HOLD-TABLE.
           05  WS-STAT-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-STAT-HOLD-SERIES PIC 99.
               10  WS-STAT-HOLD-VALUE  PIC S9(11)V99.
       01  WS-STAT-PCT-TABLE.
           05  WS-STAT-PCT-SERIES OCCURS 100 TIMES.
               10  WS-STAT-PCT-SET     PIC X(01).
                   88  STAT-PCTS-GIVEN          VALUE "Y".
               10  WS-STAT-PCT         PIC 99 OCCURS 5 TIMES.
       01  WS-STAT-SERIES-NO     PIC 999     VALUE 0.
       01  WS-STAT-SLOT          PIC 999     VALUE 0.
       01  WS-STAT-IDX           PIC 9(4)    VALUE 0.
       01  WS-STAT-PCT-IDX       PIC 9       VALUE 0.
       01  WS-STAT-PCT-NAMED     PIC 9       VALUE 0.
       01  WS-STAT-PCT-OK        PIC X(01)   VALUE "Y".
           88  STAT-PCTS-VALID              VALUE "Y".
       01  WS-STAT-LINE-COUNT    PIC 9(5)    VALUE 0.
       01  WS-STAT-TABLE.
           05  WS-STAT-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-STAT-EDIT-AMT      PIC ----,---,---,--9.99.
       01  WS-STAT-EDIT-MEAN     PIC ----,---,---,--9.9999.
       01  WS-STAT-EDIT-MEDIAN   PIC ----,---,---,--9.999.
       01  WS-STAT-EDIT-SD       PIC ZZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  WS-STAT-EDIT-AMT-2    PIC ----,---,---,--9.99.
           COPY STATLINK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INIT-RUN-HEADER
               ACCEPT WS-RUN-MODE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           PERFORM CHECK-OPERATOR

           IF RUN-BATCH
               PERFORM BATCH-MODE
                  INTO RH-RUN-ID
           END-STRING.

       CHECK-OPERATOR.
           *> Once the run mode is known the operator is checked against
           *> the operator master: batch runs need batch authority, the
           *> interactive mode only inquiry.  OPERCHK has already told
           *> the operator and logged a refusal; nothing has run yet.
           MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
           MOVE RH-RUN-ID       TO OC-RUN-ID
           MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
           MOVE WS-RUN-MODE     TO OC-RUN-MODE
           IF RUN-BATCH
               MOVE "B" TO OC-FUNCTION-GROUP
           ELSE
               MOVE "I" TO OC-FUNCTION-GROUP
           END-IF
           CALL "OPERCHK" USING WS-OPERATOR-CHECK
           IF NOT OC-AUTHORIZED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RUN-CARD.
           *> A card whose record is entirely blank is treated the same
           *> as a missing card, so an empty leftover file cannot blank
                       ADD 1 TO WS-BAD-COUNT
                       PERFORM BUILD-BAD-LINE
                   END-IF
               WHEN OP-IS-STAT-VALUE
                   IF SM-IN-N IS NUMERIC AND SM-IN-VALUE IS NUMERIC
                       ADD 1 TO WS-STAT-COUNT
                       PERFORM HOLD-STAT-VALUE
                   ELSE
                       ADD 1 TO WS-BAD-COUNT
                       PERFORM BUILD-BAD-LINE
                   END-IF
               WHEN OP-IS-STAT-PCTL
                   PERFORM CHECK-STAT-PCTS
                   IF SM-IN-N IS NUMERIC AND STAT-PCTS-VALID
                       ADD 1 TO WS-STAT-COUNT
                       COMPUTE WS-STAT-SLOT = SM-IN-N + 1
                       MOVE "Y" TO WS-STAT-PCT-SET(WS-STAT-SLOT)
                       PERFORM VARYING WS-STAT-PCT-IDX FROM 1 BY 1
                               UNTIL WS-STAT-PCT-IDX > 5
                           MOVE SM-IN-PCT(WS-STAT-PCT-IDX)
                               TO WS-STAT-PCT(WS-STAT-SLOT,
                                              WS-STAT-PCT-IDX)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-BAD-COUNT
                       PERFORM BUILD-BAD-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-COUNT
                   PERFORM BUILD-BAD-LINE
           END-EVALUATE.

       HOLD-STAT-VALUE.
           IF WS-STAT-HELD < 1000
               ADD 1 TO WS-STAT-HELD
               MOVE SM-IN-N     TO WS-STAT-HOLD-SERIES(WS-STAT-HELD)
               MOVE SM-IN-VALUE TO WS-STAT-HOLD-VALUE(WS-STAT-HELD)
           ELSE
               ADD 1 TO WS-OVERFLOW-RECORDS
           END-IF.

       CHECK-STAT-PCTS.
           *> A blank slot is unused; every other slot must be
           *> numeric, and at least one percentile must be named.
           MOVE "N" TO WS-STAT-PCT-OK
           MOVE 0 TO WS-STAT-PCT-NAMED
           PERFORM VARYING WS-STAT-PCT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-PCT-IDX > 5
               IF SM-IN-PCT-LIST(WS-STAT-PCT-IDX * 2 - 1:2) = SPACES
                   MOVE 0 TO SM-IN-PCT(WS-STAT-PCT-IDX)
               END-IF
               IF SM-IN-PCT(WS-STAT-PCT-IDX) IS NOT NUMERIC
                   MOVE 9 TO WS-STAT-PCT-NAMED
               ELSE
                   IF SM-IN-PCT(WS-STAT-PCT-IDX) > 0
                           AND WS-STAT-PCT-NAMED < 9
                       ADD 1 TO WS-STAT-PCT-NAMED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STAT-PCT-NAMED > 0 AND WS-STAT-PCT-NAMED < 9
               MOVE "Y" TO WS-STAT-PCT-OK
           END-IF.

       BUILD-STAT-SECTION.
           *> One block per series number that has values, series
           *> in ascending order.
           PERFORM VARYING WS-STAT-SERIES-NO FROM 0 BY 1
                   UNTIL WS-STAT-SERIES-NO > 99
               MOVE 0 TO ST-VALUE-COUNT
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > WS-STAT-HELD
                   IF WS-STAT-HOLD-SERIES(WS-STAT-IDX)
                           = WS-STAT-SERIES-NO
                       ADD 1 TO ST-VALUE-COUNT
                       MOVE WS-STAT-HOLD-VALUE(WS-STAT-IDX)
                           TO ST-VALUE(ST-VALUE-COUNT)
                   END-IF
               END-PERFORM
               IF ST-VALUE-COUNT > 0
                   PERFORM DESCRIBE-ONE-SERIES
               END-IF
           END-PERFORM.

       DESCRIBE-ONE-SERIES.
           COMPUTE WS-STAT-SLOT = WS-STAT-SERIES-NO + 1
           IF NOT STAT-PCTS-GIVEN(WS-STAT-SLOT)
               MOVE 1 TO WS-STAT-SLOT
           END-IF
           IF STAT-PCTS-GIVEN(WS-STAT-SLOT)
               PERFORM VARYING WS-STAT-PCT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-PCT-IDX > 5
                   MOVE WS-STAT-PCT(WS-STAT-SLOT, WS-STAT-PCT-IDX)
                       TO ST-PCT-WANTED(WS-STAT-PCT-IDX)
               END-PERFORM
           ELSE
               MOVE 25 TO ST-PCT-WANTED(1)
               MOVE 75 TO ST-PCT-WANTED(2)
               MOVE 90 TO ST-PCT-WANTED(3)
               MOVE 95 TO ST-PCT-WANTED(4)
               MOVE 00 TO ST-PCT-WANTED(5)
           END-IF
           CALL "STATCALC" USING WS-STAT-SERIES

           MOVE ST-MIN TO WS-STAT-EDIT-AMT
           MOVE ST-MAX TO WS-STAT-EDIT-AMT-2
           MOVE SPACES TO WS-BUILT-LINE
           STRING "  SERIES "        DELIMITED BY SIZE
                  WS-STAT-SERIES-NO(2:2) DELIMITED BY SIZE
                  "  COUNT "         DELIMITED BY SIZE
                  ST-COUNT           DELIMITED BY SIZE
                  "  MIN"            DELIMITED BY SIZE
                  WS-STAT-EDIT-AMT   DELIMITED BY SIZE
                  "  MAX"            DELIMITED BY SIZE
                  WS-STAT-EDIT-AMT-2 DELIMITED BY SIZE
                  INTO WS-BUILT-LINE
           END-STRING
           PERFORM KEEP-STAT-LINE

           MOVE ST-MEAN   TO WS-STAT-EDIT-MEAN
           MOVE ST-MEDIAN TO WS-STAT-EDIT-MEDIAN
           MOVE SPACES TO WS-BUILT-LINE
           STRING "    MEAN"           DELIMITED BY SIZE
                  WS-STAT-EDIT-MEAN    DELIMITED BY SIZE
                  "  MEDIAN"           DELIMITED BY SIZE
                  WS-STAT-EDIT-MEDIAN  DELIMITED BY SIZE
                  INTO WS-BUILT-LINE
           END-STRING
           PERFORM KEEP-STAT-LINE

           MOVE ST-STD-DEV TO WS-STAT-EDIT-SD
           MOVE SPACES TO WS-BUILT-LINE
           STRING "    STD DEV"     DELIMITED BY SIZE
                  WS-STAT-EDIT-SD   DELIMITED BY SIZE
                  INTO WS-BUILT-LINE
           END-STRING
           PERFORM KEEP-STAT-LINE

           PERFORM VARYING WS-STAT-PCT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-PCT-IDX > 5
               IF ST-PCT-WANTED(WS-STAT-PCT-IDX) > 0
                   MOVE ST-PCT-VALUE(WS-STAT-PCT-IDX)
                       TO WS-STAT-EDIT-AMT
                   MOVE SPACES TO WS-BUILT-LINE
                   STRING "    P"   DELIMITED BY SIZE
                          ST-PCT-WANTED(WS-STAT-PCT-IDX)
                                    DELIMITED BY SIZE
                          "     "   DELIMITED BY SIZE
                          WS-STAT-EDIT-AMT DELIMITED BY SIZE
                          INTO WS-BUILT-LINE
                   END-STRING
                   PERFORM KEEP-STAT-LINE
               END-IF
           END-PERFORM.

       KEEP-STAT-LINE.
           ADD 1 TO WS-STAT-LINE-COUNT
           IF WS-STAT-LINE-COUNT <= 200
               MOVE WS-BUILT-LINE TO WS-STAT-LINE(WS-STAT-LINE-COUNT)
           ELSE
               ADD 1 TO WS-LINES-LOST
           END-IF.

       BUILD-FIB-LINE.
           IF FIB-OVERFLOWED
               MOVE "OVERFLOW" TO WS-FIB-DISPLAY
                   PERFORM PUT-REPORT-LINE
               END-PERFORM
           END-IF
           IF WS-STAT-COUNT > 0
               PERFORM BUILD-STAT-SECTION
               MOVE SPACES TO WS-BUILT-LINE
               STRING "STATISTICS (" DELIMITED BY SIZE
                      WS-STAT-COUNT  DELIMITED BY SIZE
                      " RECORDS)"    DELIMITED BY SIZE
                      INTO WS-BUILT-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-STAT-LINE-COUNT
                       OR WS-SEC-IDX > 200
                   MOVE WS-STAT-LINE(WS-SEC-IDX) TO WS-BUILT-LINE
                   PERFORM PUT-REPORT-LINE
               END-PERFORM
           END-IF
           IF WS-BAD-COUNT > 0
               MOVE SPACES TO WS-BUILT-LINE
               STRING "BAD SELECTORS (" DELIMITED BY SIZE
                  WS-FIB-COUNT      DELIMITED BY SIZE
                  " FIB + "         DELIMITED BY SIZE
                  WS-GCD-COUNT      DELIMITED BY SIZE
                  " GCD +"          DELIMITED BY SIZE
                  INTO SM-REPORT-RECORD
           END-STRING
           WRITE SM-REPORT-RECORD
           MOVE SPACES TO SM-REPORT-RECORD
           STRING WS-STAT-COUNT     DELIMITED BY SIZE
                  " STAT + "        DELIMITED BY SIZE
                  WS-BAD-COUNT      DELIMITED BY SIZE
                  " BAD"            DELIMITED BY SIZE
                  INTO SM-REPORT-RECORD(34:47)
           END-STRING
           WRITE SM-REPORT-RECORD

