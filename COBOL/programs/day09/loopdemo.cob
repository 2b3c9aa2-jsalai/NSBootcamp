       01  LD-EVENT-RECORD.
           *> One loan event, keyed by the loan it belongs to: a
           *> lump-sum principal payment (P), an agreed rate change
           *> (R), an early payoff (F) or a late fee assessed by the
           *> delinquency run (L).  The value zone carries the amount
           *> for P and L (F needs none) or the new annual rate for
           *> R, through the REDEFINES.
           05  EV-LOAN-ID          PIC X(08).
           05  EV-DATE             PIC X(08).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY OPERLINK.
       01  WS-AUDIT-STATUS       PIC XX  VALUE SPACES.
           88  AUDIT-OK                  VALUE "00".
       01  WS-RUNCARD-STATUS     PIC XX  VALUE SPACES.
       01  WS-FORCE-PAYOFF-SW    PIC X        VALUE "N".
           88  EVENT-FORCES-PAYOFF       VALUE "Y".
       01  WS-EDIT-EVT-AMT       PIC 9(8).99.
      *> Late fees are charged on top of the schedule - they never
      *> touch principal or interest, so they are carried in their
      *> own totals and the principal proof is left alone.
       01  WS-LOAN-FEES          PIC 9(9)V99  VALUE 0.
       01  WS-PORT-FEES          PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-LOAN-FEES     PIC 9(9).99.
       01  WS-EDIT-PORT-FEES     PIC 9(11).99.

      *> The front-end edit's control figures; no card on file means
      *> the book ran unverified, which is a warning, not a failure.
               ACCEPT WS-RUN-MODE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           PERFORM CHECK-OPERATOR

           IF RUN-BATCH
               PERFORM BATCH-MODE
           MOVE 0 TO WS-PORT-SKIPPED
           MOVE 0 TO WS-PORT-PRINCIPAL
           MOVE 0 TO WS-PORT-INTEREST
           MOVE 0 TO WS-PORT-FEES

           PERFORM READ-PORT-CONTROL
           PERFORM LOAD-LOAN-EVENTS
               PERFORM WRITE-LOAN-SCHEDULE
               ADD WS-PRINCIPAL     TO WS-PORT-PRINCIPAL
               ADD WS-LOAN-INTEREST TO WS-PORT-INTEREST
               ADD WS-LOAN-FEES     TO WS-PORT-FEES
               MOVE SPACES TO LD-AMORT-RECORD
               WRITE LD-AMORT-RECORD
           END-IF.
           END-STRING
           WRITE LD-AMORT-RECORD

           IF WS-PORT-FEES > 0
               MOVE WS-PORT-FEES TO WS-EDIT-PORT-FEES
               MOVE SPACES TO LD-AMORT-RECORD
               STRING "TOTAL LATE FEES "     DELIMITED BY SIZE
                      WS-EDIT-PORT-FEES      DELIMITED BY SIZE
                      INTO LD-AMORT-RECORD
               END-STRING
               WRITE LD-AMORT-RECORD
           END-IF

           MOVE 0 TO WS-EVT-UNAPPLIED
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
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

           MOVE 0 TO WS-LOAN-INTEREST
           MOVE 0 TO WS-LOAN-PAID
           MOVE 0 TO WS-LOAN-FEES
           MOVE 0 TO WS-LOAN-PRINCIPAL
           MOVE 0 TO WS-YEAR-INTEREST
           MOVE "N" TO WS-PAID-OFF-SWITCH
                   OR EV-DATE IS NOT NUMERIC
                   OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
                   OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
                       AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
                   OR ((EV-TYPE = "P" OR EV-TYPE = "L")
                       AND EV-VALUE IS NOT NUMERIC)
                   OR (EV-TYPE = "R"
                       AND EV-NEW-RATE IS NOT NUMERIC)
               DISPLAY "LOOPDEMO: bad event entry ignored ["
               MOVE EV-DATE(1:4)  TO WS-EVT-YYYY(WS-EVT-COUNT)
               MOVE EV-DATE(5:2)  TO WS-EVT-MM(WS-EVT-COUNT)
               MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
               IF EV-TYPE = "P" OR EV-TYPE = "L"
                   MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
               ELSE
                   MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
                   MOVE "     EVENT: EARLY PAYOFF AGREED"
                       TO LD-AMORT-RECORD
                   WRITE LD-AMORT-RECORD
               WHEN "L"
                   *> Late fee: owed on top of this period's payment,
                   *> balance and payment unchanged.
                   ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-LOAN-FEES
                   MOVE WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-EDIT-EVT-AMT
                   MOVE SPACES TO LD-AMORT-RECORD
                   STRING "     EVENT: LATE FEE "  DELIMITED BY SIZE
                          WS-EDIT-EVT-AMT          DELIMITED BY SIZE
                          " DUE WITH THIS PAYMENT" DELIMITED BY SIZE
                          INTO LD-AMORT-RECORD
                   END-STRING
                   WRITE LD-AMORT-RECORD
           END-EVALUATE.

       COMPUTE-EVENT-PAYMENT.
                  WS-EDIT-TOTAL-PRINC  DELIMITED BY SIZE
                  INTO LD-AMORT-RECORD
           END-STRING
           WRITE LD-AMORT-RECORD
           IF WS-LOAN-FEES > 0
               MOVE WS-LOAN-FEES TO WS-EDIT-LOAN-FEES
               MOVE SPACES TO LD-AMORT-RECORD
               STRING "        LATE FEES " DELIMITED BY SIZE
                      WS-EDIT-LOAN-FEES    DELIMITED BY SIZE
                      INTO LD-AMORT-RECORD
               END-STRING
               WRITE LD-AMORT-RECORD
           END-IF.

       ACCEPT-LOAN-TERMS.
           IF RUNCARD-PRESENT
