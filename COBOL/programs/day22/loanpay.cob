000260*                  INCLUDED), SO A PAID-OFF OR RE-PRICED LOAN
000270*                  NO LONGER SITS ON THE CALL LIST WITH A DUE
000280*                  FIGURE THAT DISAGREES WITH LOOPAMRT.DAT.
000281* 10/15/2026  RH   LATE FEES.  LOOPEVNT.DAT TYPE L (A LATE FEE
000282*                  ASSESSED BY THE DELINQUENCY RUN) IS ACCEPTED
000283*                  AND ADDED TO THE AMOUNT DUE IN THE PERIOD IT
000284*                  FALLS IN.  AN UNPAID FEE KEEPS THE LOAN IN
000285*                  ARREARS BUT NEVER ADDS A MONTH BEHIND - CASH
000286*                  GOES TO THE INSTALLMENTS FIRST - AND SHOWS AS
000287*                  ITS OWN FEES FIGURE ON THE CALL-LIST LINE.
000288* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000289*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000290*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000291*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000292* 10/15/2026  RH   BORROWER CONTACT DETAILS ON THE CALL LIST.
000293*                  EACH ARREARS LINE IS FOLLOWED BY THE BORROWER'S
000294*                  NAME, PHONE AND CONTACT PREFERENCE ("DO NOT
000295*                  CALL" SHOWN PLAINLY) AND MAILING ADDRESS FROM
000296*                  THE BORROWER MASTER (BORRMSTR.DAT, THROUGH
000297*                  BORRLOOK).  A BORROWER NOT ON THE MASTER IS
000298*                  MARKED AND ENDS THE RUN CODE 4.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000860
000870 WORKING-STORAGE SECTION.
000880     COPY RUNHDR.
000883     COPY OPERLINK.
000886     COPY BORRLINK.
000890 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000900     88  AUDIT-OK                    VALUE "00".
000910 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001100
001110*----------------------------------------------------------------
001120* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
001130* 4 = WARNINGS (UNMATCHED OR BAD PAYMENTS, LOANS SKIPPED,
001135* ARREARS BORROWERS WITH NO CONTACT DETAILS),
001140* 12 = ABORT (MISSING PORTFOLIO).  HIGHEST WINS.
001150*----------------------------------------------------------------
001160 01  WS-COND-CODE            PIC 99     VALUE 0.
001330 01  WS-PAY-FULL-SWITCH      PIC X      VALUE "N".
001340     88  PAY-TABLE-FULL                 VALUE "Y".
001350 01  WS-PAY-UNMATCHED        PIC 9(4)   VALUE 0.
001353 01  WS-NO-CONTACT-COUNT     PIC 9(4)   VALUE 0.
001356 01  WS-LABEL-IDX            PIC 9      VALUE 0.
001360
001370*----------------------------------------------------------------
001380* THE LOAN EVENTS, SAME SHAPE AND ACCEPTANCE RULES AS THE
001940 01  WS-BEHIND-AMOUNT        PIC S9(9)V99     VALUE 0.
001950 01  WS-AHEAD-AMOUNT         PIC 9(9)V99      VALUE 0.
001960 01  WS-MONTHS-BEHIND        PIC 9(3)         VALUE 0.
001962 01  WS-FEES-DUE             PIC 9(9)V99      VALUE 0.
001964 01  WS-FEES-UNPAID          PIC 9(9)V99      VALUE 0.
001966 01  WS-SCHED-BEHIND         PIC S9(9)V99     VALUE 0.
001970 01  WS-CUR-YYYY             PIC 9(4)         VALUE 0.
001980 01  WS-CUR-MM               PIC 99           VALUE 0.
001990 01  WS-PAID-OFF-SWITCH      PIC X            VALUE "N".
002130         10  WS-ARR-BORROWER PIC X(08).
002140         10  WS-ARR-MONTHS   PIC 9(3).
002150         10  WS-ARR-AMOUNT   PIC 9(9)V99.
002155         10  WS-ARR-FEES     PIC 9(9)V99.
002160 01  WS-ARR-IDX              PIC 9(4)   VALUE 0.
002170 01  WS-ARR-JDX              PIC 9(4)   VALUE 0.
002180 01  WS-ARR-HOLD.
002200     05  WS-HOLD-BORROWER    PIC X(08).
002210     05  WS-HOLD-MONTHS      PIC 9(3).
002220     05  WS-HOLD-AMOUNT      PIC 9(9)V99.
002225     05  WS-HOLD-FEES        PIC 9(9)V99.
002230 01  WS-ARR-FULL-SWITCH      PIC X      VALUE "N".
002240     88  ARR-TABLE-FULL                 VALUE "Y".
002250
002330 01  WS-EDIT-DUE             PIC 9(9).99.
002340 01  WS-EDIT-PAID            PIC 9(9).99.
002350 01  WS-EDIT-OUTSTANDING     PIC 9(9).99.
002355 01  WS-EDIT-FEES            PIC 9(9).99.
002360
002370 PROCEDURE DIVISION.
002380*----------------------------------------------------------------
002690            RH-RUN-TIME DELIMITED BY SIZE
002700            INTO RH-RUN-ID
002710     END-STRING
002711*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002712*    TO RUN THIS JOB.
002713     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002714     MOVE RH-RUN-ID       TO OC-RUN-ID
002715     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002716     IF RUNCARD-PRESENT
002717         MOVE "B" TO OC-RUN-MODE
002718     ELSE
002719         MOVE "I" TO OC-RUN-MODE
002720     END-IF
002721     MOVE "B"             TO OC-FUNCTION-GROUP
002722     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002723     IF NOT OC-AUTHORIZED
002724         MOVE 12 TO RETURN-CODE
002725         STOP RUN
002726     END-IF
002720     OPEN OUTPUT LP-REPORT-FILE
002730     MOVE SPACES TO LP-REPORT-RECORD
002740     STRING "PAYMENTS / ARREARS REPORT - RUN " DELIMITED BY SIZE
003750             OR EV-DATE IS NOT NUMERIC
003760             OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
003770             OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
003780                 AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
003790             OR ((EV-TYPE = "P" OR EV-TYPE = "L")
003795                 AND EV-VALUE IS NOT NUMERIC)
003800             OR (EV-TYPE = "R"
003810                 AND EV-NEW-RATE IS NOT NUMERIC)
003820         CONTINUE
003860         MOVE EV-DATE(1:4)  TO WS-EVT-YYYY(WS-EVT-COUNT)
003870         MOVE EV-DATE(5:2)  TO WS-EVT-MM(WS-EVT-COUNT)
003880         MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
003890         IF EV-TYPE = "P" OR EV-TYPE = "L"
003900             MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
003910         ELSE
003920             MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
005190     END-EVALUATE
005200
005210     MOVE 0 TO WS-TOTAL-DUE
005215     MOVE 0 TO WS-FEES-DUE
005220     MOVE "N" TO WS-PAID-OFF-SWITCH
005230     MOVE WS-START-YYYY TO WS-CUR-YYYY
005240     MOVE WS-START-MM   TO WS-CUR-MM
005880                     PERFORM 3360-REPRICE-PAYMENT THRU 3360-EXIT
005890                 WHEN "F"
005900                     MOVE "Y" TO WS-FORCE-PAYOFF-SW
005901                 WHEN "L"
005902*                    A LATE FEE IS OWED ON TOP OF THE PERIOD'S
005903*                    PAYMENT - BALANCE AND PAYMENT UNCHANGED.
005904                     ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-TOTAL-DUE
005905                     ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-FEES-DUE
005910             END-EVALUATE
005920         END-IF
005930     END-PERFORM.
006380
006390*----------------------------------------------------------------
006400* 3500-CLASSIFY-LOAN - BEHIND BY ANYTHING IS ARREARS (MONTHS
006410* BEHIND = OVERDUE INSTALLMENTS, NOT FEES, IN WHOLE PAYMENTS,
006420* ROUNDED UP); AHEAD TAKES A FULL PAYMENT OF CREDIT; EVERYTHING
006425* ELSE IS CURRENT.
006430*----------------------------------------------------------------
006440 3500-CLASSIFY-LOAN.
006450     COMPUTE WS-BEHIND-AMOUNT = WS-TOTAL-DUE - WS-PAID-TOTAL
006460     IF WS-BEHIND-AMOUNT > 0
006470         ADD 1 TO WS-ARREARS-COUNT
006480         MOVE "ARREARS " TO WS-LOAN-STATUS
006490*        CASH GOES TO THE SCHEDULED PAYMENTS FIRST, SO AN UNPAID
006500*        LATE FEE NEVER COUNTS AS A MONTH BEHIND; IT IS CARRIED
006510*        AS ITS OWN FIGURE ON THE CALL LIST.
006520         COMPUTE WS-SCHED-BEHIND = WS-BEHIND-AMOUNT - WS-FEES-DUE
006530         IF WS-SCHED-BEHIND > 0
006531             MOVE WS-FEES-DUE TO WS-FEES-UNPAID
006532             COMPUTE WS-MONTHS-BEHIND =
006533                     FUNCTION INTEGER-PART(WS-SCHED-BEHIND
006534                                           / WS-PAYMENT)
006535             IF WS-MONTHS-BEHIND * WS-PAYMENT < WS-SCHED-BEHIND
006536                 ADD 1 TO WS-MONTHS-BEHIND
006537             END-IF
006538         ELSE
006539             MOVE WS-BEHIND-AMOUNT TO WS-FEES-UNPAID
006540             MOVE 0 TO WS-MONTHS-BEHIND
006540         END-IF
006550         PERFORM 3550-TABLE-ARREARS THRU 3550-EXIT
006560     ELSE
006750         MOVE PF-BORROWER-REF  TO WS-ARR-BORROWER(WS-ARR-COUNT)
006760         MOVE WS-MONTHS-BEHIND TO WS-ARR-MONTHS(WS-ARR-COUNT)
006770         MOVE WS-BEHIND-AMOUNT TO WS-ARR-AMOUNT(WS-ARR-COUNT)
006775         MOVE WS-FEES-UNPAID   TO WS-ARR-FEES(WS-ARR-COUNT)
006780     ELSE
006790         MOVE "Y" TO WS-ARR-FULL-SWITCH
006800     END-IF.
007330     PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
007340             UNTIL WS-ARR-IDX > WS-ARR-COUNT
007350         MOVE WS-ARR-AMOUNT(WS-ARR-IDX) TO WS-EDIT-OUTSTANDING
007355         MOVE WS-ARR-FEES(WS-ARR-IDX)   TO WS-EDIT-FEES
007360         MOVE SPACES TO LP-REPORT-RECORD
007370         STRING "  "                      DELIMITED BY SIZE
007380                WS-ARR-MONTHS(WS-ARR-IDX) DELIMITED BY SIZE
007420                WS-ARR-BORROWER(WS-ARR-IDX) DELIMITED BY SIZE
007430                "  OUTSTANDING "          DELIMITED BY SIZE
007440                WS-EDIT-OUTSTANDING       DELIMITED BY SIZE
007443                "  FEES "                 DELIMITED BY SIZE
007446                WS-EDIT-FEES              DELIMITED BY SIZE
007450                INTO LP-REPORT-RECORD
007460         END-STRING
007470         WRITE LP-REPORT-RECORD
007475         PERFORM 4050-WRITE-CONTACT-LINES THRU 4050-EXIT
007480     END-PERFORM
007490     IF ARR-TABLE-FULL
007500         MOVE "  (ARREARS TABLE FULL AT 500 - LIST TRUNCATED)"
007520         WRITE LP-REPORT-RECORD
007530     END-IF.
007540 4000-EXIT.
007541     EXIT.
007542
007543*----------------------------------------------------------------
007544* 4050-WRITE-CONTACT-LINES - UNDER EACH CALL-LIST LINE, WHO TO
007545* CALL AND HOW: NAME, PHONE AND CONTACT PREFERENCE, THEN THE
007546* MAILING ADDRESS FOR THE BORROWERS WHO ARE WRITTEN TO INSTEAD.
007547* A BORROWER THE MASTER DOES NOT KNOW IS MARKED, NOT SKIPPED.
007548*----------------------------------------------------------------
007549 4050-WRITE-CONTACT-LINES.
007550     MOVE WS-ARR-BORROWER(WS-ARR-IDX) TO BL-BORROWER-REF
007551     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
007552     IF NOT BL-FOUND
007553         ADD 1 TO WS-NO-CONTACT-COUNT
007554         MOVE SPACES TO LP-REPORT-RECORD
007555         STRING "      (BORROWER NOT ON BORROWER MASTER - "
007556                    DELIMITED BY SIZE
007557                "NO CONTACT DETAILS)" DELIMITED BY SIZE
007558                INTO LP-REPORT-RECORD
007559         END-STRING
007560         WRITE LP-REPORT-RECORD
007561         GO TO 4050-EXIT
007562     END-IF
007563     MOVE SPACES TO LP-REPORT-RECORD
007564     STRING "      "          DELIMITED BY SIZE
007565            BL-NAME           DELIMITED BY SIZE
007566            "  PHONE "        DELIMITED BY SIZE
007567            BL-PHONE          DELIMITED BY SIZE
007568            "  "              DELIMITED BY SIZE
007569            BL-PREF-TEXT      DELIMITED BY SIZE
007570            INTO LP-REPORT-RECORD
007571     END-STRING
007572     WRITE LP-REPORT-RECORD
007573*    LABEL LINE 1 IS THE NAME, ALREADY PRINTED ABOVE.
007574     PERFORM VARYING WS-LABEL-IDX FROM 2 BY 1
007575             UNTIL WS-LABEL-IDX > BL-LABEL-COUNT
007576         MOVE SPACES TO LP-REPORT-RECORD
007577         STRING "      "                    DELIMITED BY SIZE
007578                BL-LABEL-LINE(WS-LABEL-IDX) DELIMITED BY SIZE
007579                INTO LP-REPORT-RECORD
007580         END-STRING
007581         WRITE LP-REPORT-RECORD
007582     END-PERFORM.
007583 4050-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007790         END-IF
007800     END-PERFORM
007810     IF WS-PAY-UNMATCHED > 0 OR WS-PAY-BAD-COUNT > 0
007811         IF WS-COND-CODE < 4
007812             MOVE 4 TO WS-COND-CODE
007813         END-IF
007814     END-IF
007815
007816     IF WS-NO-CONTACT-COUNT > 0
007820         IF WS-COND-CODE < 4
007830             MOVE 4 TO WS-COND-CODE
007840         END-IF
008200 9999-TERMINATE.
008210     CLOSE LP-REPORT-FILE
008220     DISPLAY "LOANPAY: report written to LOOPARRS.DAT."
008222     IF WS-NO-CONTACT-COUNT > 0
008224         DISPLAY "LOANPAY: " WS-NO-CONTACT-COUNT " arrears "
008226                 "borrowers are not on the borrower master."
008228     END-IF
008230     OPEN EXTEND AUDIT-LOG-FILE
008240     IF NOT AUDIT-OK
008250         OPEN OUTPUT AUDIT-LOG-FILE
