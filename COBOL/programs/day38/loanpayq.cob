000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANPAYQ.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  LOAN PAYOFF QUOTE.  GIVEN A
000110*                  LOAN AND A GOOD-THROUGH DATE, REBUILDS THE
000120*                  LOAN'S POSITION FROM LOOPPORT.DAT, LOOPEVNT.DAT
000130*                  AND THE RECEIPTS IN LOOPPYMT.DAT WITH THE SAME
000140*                  ARITHMETIC THE POSTING RUN USES (DAILY ACCRUAL
000150*                  PER RATE IN FORCE, RECEIPTS TO INTEREST, THE
000160*                  INSTALLMENT PRINCIPAL, LATE FEES, THEN
000170*                  CURTAILMENT), ACCRUES TO THE GOOD-THROUGH
000180*                  DATE AND PRINTS A QUOTE LETTER (LOANPAYQ.DAT):
000190*                  PRINCIPAL, INTEREST, FEES, THE TOTAL AND THE
000200*                  PER-DIEM TO ADD FOR EACH DAY PAST THE
000210*                  GOOD-THROUGH DATE.  EVERY QUOTE IS LOGGED TO
000220*                  LOANQLOG.DAT UNDER A QUOTE NUMBER SO THE
000230*                  POSTING RUN CAN MATCH THE PAYOFF RECEIPT BACK
000240*                  TO IT.  READS NO SERVICING MASTER AND TAKES NO
000250*                  LOCK; EACH QUOTE WRITES AN AUDIT ENTRY.
000251* 10/15/2026  RH   LETTER ADDRESSED.  THE QUOTE LETTER NOW
000252*                  CARRIES THE BORROWER'S NAME AND MAILING ADDRESS
000253*                  FROM THE BORROWER MASTER (BORRMSTR.DAT, THROUGH
000254*                  BORRLOOK).  A BORROWER NOT ON THE MASTER GETS A
000255*                  MARKER LINE AND THE OPERATOR IS WARNED.
000256* 10/15/2026  RH   THE LOAN'S PORTFOLIO RECORD IS READ INTO
000257*                  WORKING STORAGE, SO THE QUOTE, THE LETTER AND
000258*                  THE QUOTE LOG NO LONGER USE THE RECORD AREA OF
000259*                  THE CLOSED PORTFOLIO FILE.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PQ-PORTFOLIO-FILE ASSIGN TO "LOOPPORT.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PORTFOLIO-STATUS.
000340     SELECT PQ-PAYMENT-FILE ASSIGN TO "LOOPPYMT.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PAYMENT-STATUS.
000370     SELECT PQ-EVENT-FILE ASSIGN TO "LOOPEVNT.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-EVENT-STATUS.
000400     SELECT PQ-LETTER-FILE ASSIGN TO "LOANPAYQ.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-LETTER-STATUS.
000430     COPY LOANQSEL.
000440     COPY AUDITSEL.
000450     COPY RUNCSEL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PQ-PORTFOLIO-FILE.
000500 01  PQ-PORTFOLIO-RECORD     PIC X(41).
000570
000580 FD  PQ-PAYMENT-FILE.
000590 01  PQ-PAYMENT-RECORD.
000600     05  PY-LOAN-ID          PIC X(08).
000610     05  PY-PAY-DATE         PIC X(08).
000620     05  PY-AMOUNT           PIC 9(7)V99.
000630
000640 FD  PQ-EVENT-FILE.
000650 01  PQ-EVENT-RECORD.
000660     05  EV-LOAN-ID          PIC X(08).
000670     05  EV-DATE             PIC X(08).
000680     05  EV-TYPE             PIC X(01).
000690     05  EV-VALUE            PIC X(10).
000700     05  EV-VALUE-AMT REDEFINES EV-VALUE
000710                             PIC 9(8)V99.
000720     05  EV-VALUE-RATE REDEFINES EV-VALUE.
000730         10  EV-NEW-RATE     PIC 9(2)V999.
000740         10  FILLER          PIC X(05).
000750
000760 FD  PQ-LETTER-FILE.
000770 01  PQ-LETTER-RECORD        PIC X(100).
000780
000790 FD  QUOTE-LOG-FILE.
000800     COPY LOANQUOT.
000810
000820 FD  AUDIT-LOG-FILE.
000830     COPY AUDITLOG.
000840
000850 FD  RUN-CARD-FILE.
000860     COPY RUNCARD.
000870
000880 WORKING-STORAGE SECTION.
000890     COPY RUNHDR.
000900     COPY OPERLINK.
000903     COPY BORRLINK.
000906 01  WS-LABEL-IDX            PIC 9      VALUE 0.
000910 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000920     88  AUDIT-OK                    VALUE "00".
000930 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000940     88  RUNCARD-OK                  VALUE "00".
000950 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000960     88  RUNCARD-PRESENT             VALUE "Y".
000970 01  WS-PORTFOLIO-STATUS     PIC XX  VALUE SPACES.
000980     88  PORTFOLIO-OK                VALUE "00".
000990     88  PORTFOLIO-EOF               VALUE "10".
001000 01  WS-PAYMENT-STATUS       PIC XX  VALUE SPACES.
001010     88  PAYMENT-OK                  VALUE "00".
001020     88  PAYMENT-EOF                 VALUE "10".
001030 01  WS-EVENT-STATUS         PIC XX  VALUE SPACES.
001040     88  EVENT-OK                    VALUE "00".
001050     88  EVENT-EOF                   VALUE "10".
001060 01  WS-LETTER-STATUS        PIC XX  VALUE SPACES.
001070     88  LETTER-OK                   VALUE "00".
001080 01  WS-QUOTE-LOG-STATUS     PIC XX  VALUE SPACES.
001090     88  QUOTE-LOG-OK                VALUE "00".
001100     88  QUOTE-LOG-EOF               VALUE "10".
001110
001111*----------------------------------------------------------------
001112* THE PORTFOLIO RECORD BEING LOOKED AT.  THE SEARCH STOPS ON THE
001113* LOAN ASKED FOR, SO ONCE IT IS FOUND THIS HOLDS THAT LOAN FOR
001114* THE QUOTE, THE LETTER AND THE LOG.
001115*----------------------------------------------------------------
001116 01  WS-PORTFOLIO-RECORD.
001117     05  PF-LOAN-ID          PIC X(08).
001118     05  PF-BORROWER-REF     PIC X(08).
001119     05  PF-PRINCIPAL        PIC 9(7)V99.
001120     05  PF-ANNUAL-RATE      PIC 9(2)V999.
001121     05  PF-TERM-MONTHS      PIC 9(3).
001122     05  PF-START-DATE       PIC X(08).
001123
001124 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001130 01  WS-END-TIME.
001140     05  WS-END-TIME-HHMMSS  PIC 9(6).
001150     05  FILLER              PIC 99.
001160
001170 01  WS-CHOICE               PIC X      VALUE SPACE.
001180 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
001190     88  EXIT-REQUESTED                 VALUE "Y".
001200
001210*----------------------------------------------------------------
001220* THE QUOTE REQUEST: THE LOAN AND THE DATE THE FIGURE MUST HOLD
001230* GOOD TO.  A BLANK DATE MEANS TODAY; A DATE IN THE PAST IS
001240* REFUSED - A PAYOFF CANNOT BE QUOTED FOR MONEY ALREADY LATE.
001250*----------------------------------------------------------------
001260 01  WS-WORK-LOAN            PIC X(08)  VALUE SPACES.
001270 01  WS-GOOD-THRU.
001280     05  WS-GOOD-YYYY        PIC X(04).
001290     05  WS-GOOD-MM          PIC X(02).
001300     05  WS-GOOD-DD          PIC X(02).
001310 01  WS-GOOD-THRU-X REDEFINES WS-GOOD-THRU PIC X(08).
001320 01  WS-GOOD-THRU-N REDEFINES WS-GOOD-THRU PIC 9(08).
001330 01  WS-ENTRY-VALID          PIC X      VALUE "N".
001340     88  ENTRY-IS-VALID                 VALUE "Y".
001350 01  WS-LOAN-FOUND-SWITCH    PIC X      VALUE "N".
001360     88  LOAN-FOUND                     VALUE "Y".
001370 01  WS-LOAN-BAD-SWITCH      PIC X      VALUE "N".
001380     88  LOAN-RECORD-BAD                VALUE "Y".
001390
001400*----------------------------------------------------------------
001410* THE LOAN'S POSITION, REBUILT FROM THE DAY IT OPENED THE WAY
001420* THE POSTING RUN OPENS A LOAN NEW TO THE BOOK - THE SAME FIELDS
001430* ONE SERVICING ENTRY CARRIES.
001440*----------------------------------------------------------------
001450 01  WS-QT-BAL               PIC 9(7)V99      VALUE 0.
001460 01  WS-QT-ACCRUED           PIC 9(7)V99      VALUE 0.
001470 01  WS-QT-THRU              PIC X(08)        VALUE SPACES.
001480 01  WS-QT-LAST-PAY          PIC X(08)        VALUE SPACES.
001490 01  WS-QT-RATE              PIC 9(2)V999     VALUE 0.
001500 01  WS-QT-POSTED            PIC 9(05)        VALUE 0.
001510 01  WS-QT-TOT-PAID          PIC 9(9)V99      VALUE 0.
001520 01  WS-QT-STATUS            PIC X(01)        VALUE "A".
001530     88  QT-PAID-OFF                          VALUE "P".
001540 01  WS-QT-FEES-PD           PIC 9(7)V99      VALUE 0.
001550 01  WS-QT-UNAPPLIED         PIC 9(7)V99      VALUE 0.
001560 01  WS-QT-FUTURE            PIC 9(5)         VALUE 0.
001570
001580*----------------------------------------------------------------
001590* THE QUOTE ITSELF.  THE PER-DIEM IS ONE DAY'S INTEREST ON THE
001600* QUOTED PRINCIPAL AT THE RATE IN FORCE ON THE GOOD-THROUGH DATE,
001610* ACTUAL/365 LIKE THE ACCRUAL.
001620*----------------------------------------------------------------
001630 01  WS-QUOTE-ID             PIC 9(07)        VALUE 0.
001640 01  WS-HIGH-QUOTE-ID        PIC 9(07)        VALUE 0.
001650 01  WS-QUOTE-TOTAL          PIC 9(9)V99      VALUE 0.
001660 01  WS-PER-DIEM             PIC 9(5)V99      VALUE 0.
001670 01  WS-QUOTE-COUNT          PIC 9(3)         VALUE 0.
001680
001690*----------------------------------------------------------------
001700* THE CUMULATIVE PAYMENT HISTORY, IN ARRIVAL ORDER, LOADED UNDER
001710* THE POSTING RUN'S RULES.
001720*----------------------------------------------------------------
001730 01  WS-PAY-COUNT            PIC 9(4)   VALUE 0.
001740 01  WS-PAY-TABLE.
001750     05  WS-PAY-ENTRY OCCURS 1000 TIMES.
001760         10  WS-PAY-LOAN     PIC X(08).
001770         10  WS-PAY-DATE     PIC X(08).
001780         10  WS-PAY-AMOUNT   PIC 9(7)V99.
001790 01  WS-PAY-IDX              PIC 9(4)   VALUE 0.
001800 01  WS-PAY-BAD-COUNT        PIC 9(4)   VALUE 0.
001810 01  WS-PAY-FULL-SWITCH      PIC X      VALUE "N".
001820     88  PAY-TABLE-FULL                 VALUE "Y".
001830 01  WS-LOAN-STOP-SWITCH     PIC X      VALUE "N".
001840     88  LOAN-POSTING-STOPPED           VALUE "Y".
001850
001860*----------------------------------------------------------------
001870* THE LOAN EVENTS, SAME SHAPE AND ACCEPTANCE RULES AS THE
001880* POSTING RUN'S TABLE.
001890*----------------------------------------------------------------
001900 01  WS-EVT-COUNT            PIC 9(3)   VALUE 0.
001910 01  WS-EVT-TABLE.
001920     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001930         10  WS-EVT-LOAN     PIC X(08).
001940         10  WS-EVT-DATE     PIC X(08).
001950         10  WS-EVT-TYPE     PIC X(01).
001960         10  WS-EVT-AMOUNT   PIC 9(8)V99.
001970         10  WS-EVT-RATE     PIC 9(2)V999.
001980 01  WS-EVT-IDX              PIC 9(3)   VALUE 0.
001990 01  WS-NEXT-EVT-IDX         PIC 9(3)   VALUE 0.
002000
002010*----------------------------------------------------------------
002020* AMORTIZATION WORK FIELDS - THE LEVEL PAYMENT SPLITS A RECEIPT
002030* BETWEEN THE INSTALLMENT AND CURTAILMENT.
002040*----------------------------------------------------------------
002050 01  WS-PRINCIPAL            PIC 9(7)V99      VALUE 0.
002060 01  WS-ANNUAL-RATE-PCT      PIC 9(2)V999     VALUE 0.
002070 01  WS-TERM-MONTHS          PIC 9(3)         VALUE 0.
002080 01  WS-MONTHLY-RATE         PIC 9V9(6)       VALUE 0.
002090 01  WS-COMPOUND-FACTOR      PIC 9(4)V9(6)    VALUE 0.
002100 01  WS-PAYMENT              PIC 9(7)V99      VALUE 0.
002110 01  WS-LEVEL-PAYMENT        PIC 9(7)V99      VALUE 0.
002120 01  WS-PAYMENT-DENOM        PIC 9(4)V9(6)    VALUE 0.
002130 01  WS-PAYMENT-NUMER        PIC 9(9)V9(6)    VALUE 0.
002140 01  WS-PERIOD               PIC 9(3)         VALUE 0.
002150
002160*----------------------------------------------------------------
002170* DAILY ACCRUAL: ACTUAL DAYS OVER A 365-DAY YEAR ON THE
002180* OUTSTANDING PRINCIPAL, ONE SEGMENT PER RATE IN FORCE.
002190*----------------------------------------------------------------
002200 01  WS-ACCRUE-TO            PIC X(08)        VALUE SPACES.
002210 01  WS-SEG-END              PIC X(08)        VALUE SPACES.
002220 01  WS-SEG-FROM-N           PIC 9(8)         VALUE 0.
002230 01  WS-SEG-TO-N             PIC 9(8)         VALUE 0.
002240 01  WS-SEG-DAYS             PIC S9(7)        VALUE 0.
002250 01  WS-SEG-INTEREST         PIC 9(7)V99      VALUE 0.
002260
002270*----------------------------------------------------------------
002280* ONE RECEIPT'S APPLICATION, AS THE POSTING RUN SPLITS IT.
002290*----------------------------------------------------------------
002300 01  WS-PAY-LEFT             PIC 9(7)V99      VALUE 0.
002310 01  WS-APPLY-INTEREST       PIC 9(7)V99      VALUE 0.
002320 01  WS-APPLY-PRINCIPAL      PIC 9(7)V99      VALUE 0.
002330 01  WS-APPLY-CURTAIL        PIC 9(7)V99      VALUE 0.
002340 01  WS-INSTALL-PRIN-DUE     PIC 9(7)V99      VALUE 0.
002350 01  WS-APPLY-FEES           PIC 9(7)V99      VALUE 0.
002360 01  WS-FEES-ASSESSED        PIC 9(7)V99      VALUE 0.
002370 01  WS-FEES-OWED            PIC 9(7)V99      VALUE 0.
002380 01  WS-FEES-AS-OF           PIC X(08)        VALUE SPACES.
002390
002400*----------------------------------------------------------------
002410* DATE WORK: ACCRUAL ON A NEW LOAN STARTS ONE MONTH BEFORE ITS
002420* FIRST PAYMENT DATE, THE DAY CLIPPED TO THE MONTH'S LAST.
002430*----------------------------------------------------------------
002440 01  WS-MONTH-BASE           PIC X(08)        VALUE SPACES.
002450 01  WS-MONTH-OFFSET         PIC S9(4)        VALUE 0.
002460 01  WS-MONTH-RESULT         PIC X(08)        VALUE SPACES.
002470 01  WS-MONTH-WORK           PIC S9(7)        VALUE 0.
002480 01  WS-DATE-WORK.
002490     05  WS-DATE-YYYY        PIC 9(4).
002500     05  WS-DATE-MM          PIC 99.
002510     05  WS-DATE-DD          PIC 99.
002520 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).
002530 01  WS-MONTH-MAX-DD         PIC 99           VALUE 0.
002540
002550 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
002560 01  WS-EDIT-AMOUNT          PIC 9(7).99.
002570 01  WS-EDIT-TOTAL           PIC 9(9).99.
002580 01  WS-EDIT-PER-DIEM        PIC 9(5).99.
002590 01  WS-EDIT-RATE            PIC 9(2).999.
002600 01  WS-EDIT-COUNT           PIC ZZZZ9.
002610
002620 PROCEDURE DIVISION.
002630*----------------------------------------------------------------
002640* 0000-MAINLINE - TOP-LEVEL CONTROL
002650*----------------------------------------------------------------
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     PERFORM 1200-LOAD-LOAN-FILES THRU 1200-EXIT
002690     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002700         UNTIL EXIT-REQUESTED
002710     PERFORM 9999-TERMINATE THRU 9999-EXIT
002720     STOP RUN.
002730
002740*----------------------------------------------------------------
002750* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
002760*----------------------------------------------------------------
002770 1000-INITIALIZE.
002780     DISPLAY " ".
002790     DISPLAY "=== LOANPAYQ - LOAN PAYOFF QUOTE ===".
002800     MOVE "LOANPAYQ" TO RH-PROGRAM-NAME
002810     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
002820     IF NOT RUNCARD-PRESENT
002830         DISPLAY "Enter operator ID: " WITH NO ADVANCING
002840         ACCEPT RH-OPERATOR-ID
002850     END-IF
002860     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
002870     ACCEPT RH-RUN-TIME FROM TIME
002880     STRING RH-RUN-DATE DELIMITED BY SIZE
002890            RH-RUN-TIME DELIMITED BY SIZE
002900            INTO RH-RUN-ID
002910     END-STRING
002920*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002930*    TO RUN THIS JOB.
002940     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002950     MOVE RH-RUN-ID       TO OC-RUN-ID
002960     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002970     MOVE "I"             TO OC-RUN-MODE
002980     MOVE "I"             TO OC-FUNCTION-GROUP
002990     CALL "OPERCHK" USING WS-OPERATOR-CHECK
003000     IF NOT OC-AUTHORIZED
003010         MOVE 12 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040 1000-EXIT.
003050     EXIT.
003060
003070 1100-READ-RUN-CARD.
003080     MOVE "N" TO WS-RUNCARD-SWITCH
003090     OPEN INPUT RUN-CARD-FILE
003100     IF RUNCARD-OK
003110         READ RUN-CARD-FILE
003120             NOT AT END
003130                 IF RUN-CARD-RECORD NOT = SPACES
003140                     MOVE "Y" TO WS-RUNCARD-SWITCH
003150                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
003160                 END-IF
003170         END-READ
003180         CLOSE RUN-CARD-FILE
003190     END-IF.
003200 1100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* 1200-LOAD-LOAN-FILES - RECEIPTS AND EVENTS ONCE FOR THE
003250* SESSION, AND THE LETTER FILE OPENED FOR THE SESSION'S QUOTES.
003260*----------------------------------------------------------------
003270 1200-LOAD-LOAN-FILES.
003280     PERFORM 2200-LOAD-PAYMENTS THRU 2200-EXIT
003290     PERFORM 2500-LOAD-EVENTS THRU 2500-EXIT
003300     OPEN OUTPUT PQ-LETTER-FILE.
003310 1200-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
003360* DISPATCH.
003370*----------------------------------------------------------------
003380 2000-PROCESS-MENU.
003390     DISPLAY " ".
003400     DISPLAY "1. QUOTE - payoff figure for a loan, good through "
003410             "a date".
003420     DISPLAY "9. EXIT".
003430     DISPLAY "Select an option: " WITH NO ADVANCING
003440     ACCEPT WS-CHOICE
003450     EVALUATE WS-CHOICE
003460         WHEN "1"
003470             PERFORM 3000-QUOTE THRU 3000-EXIT
003480         WHEN "9"
003490             MOVE "Y" TO WS-EXIT-SWITCH
003500         WHEN OTHER
003510             DISPLAY "Invalid selection. Enter 1 or 9."
003520     END-EVALUATE.
003530 2000-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------
003570* 2200-LOAD-PAYMENTS - THE WHOLE CUMULATIVE PAYMENTS FILE.  A
003580* MISSING FILE MEANS NO RECEIPTS: THE QUOTE IS THE FULL DEBT.
003590*----------------------------------------------------------------
003600 2200-LOAD-PAYMENTS.
003610     MOVE 0 TO WS-PAY-COUNT
003620     OPEN INPUT PQ-PAYMENT-FILE
003630     IF NOT PAYMENT-OK
003640         DISPLAY "LOANPAYQ: no payments file (LOOPPYMT.DAT) - "
003650                 "no receipts netted."
003660         GO TO 2200-EXIT
003670     END-IF
003680     READ PQ-PAYMENT-FILE
003690         AT END SET PAYMENT-EOF TO TRUE
003700     END-READ
003710     PERFORM UNTIL PAYMENT-EOF
003720         PERFORM 2300-LOAD-ONE-PAYMENT THRU 2300-EXIT
003730         READ PQ-PAYMENT-FILE
003740             AT END SET PAYMENT-EOF TO TRUE
003750         END-READ
003760     END-PERFORM
003770     CLOSE PQ-PAYMENT-FILE
003780     IF PAY-TABLE-FULL
003790         DISPLAY "LOANPAYQ: over 1000 payments - the posting "
003800                 "run leaves the overflow unposted too."
003810     END-IF.
003820 2200-EXIT.
003830     EXIT.
003840
003850 2300-LOAD-ONE-PAYMENT.
003860*    THE POSTING RUN'S UNUSABLE-RECORD RULES, SO A QUOTE NETS
003870*    EXACTLY THE RECEIPTS THAT RUN WILL HAVE POSTED.
003880     IF PQ-PAYMENT-RECORD = SPACES
003890         GO TO 2300-EXIT
003900     END-IF
003910     IF PY-LOAN-ID = SPACES
003920             OR PY-AMOUNT IS NOT NUMERIC
003930             OR PY-PAY-DATE IS NOT NUMERIC
003940             OR PY-PAY-DATE(5:2) < "01"
003950             OR PY-PAY-DATE(5:2) > "12"
003960         ADD 1 TO WS-PAY-BAD-COUNT
003970         GO TO 2300-EXIT
003980     END-IF
003990     IF WS-PAY-COUNT < 1000
004000         ADD 1 TO WS-PAY-COUNT
004010         MOVE PY-LOAN-ID  TO WS-PAY-LOAN(WS-PAY-COUNT)
004020         MOVE PY-PAY-DATE TO WS-PAY-DATE(WS-PAY-COUNT)
004030         MOVE PY-AMOUNT   TO WS-PAY-AMOUNT(WS-PAY-COUNT)
004040     ELSE
004050         MOVE "Y" TO WS-PAY-FULL-SWITCH
004060     END-IF.
004070 2300-EXIT.
004080     EXIT.
004090
004100 2500-LOAD-EVENTS.
004110     MOVE 0 TO WS-EVT-COUNT
004120     OPEN INPUT PQ-EVENT-FILE
004130     IF EVENT-OK
004140         READ PQ-EVENT-FILE
004150             AT END SET EVENT-EOF TO TRUE
004160         END-READ
004170         PERFORM UNTIL EVENT-EOF OR WS-EVT-COUNT = 200
004180             PERFORM 2600-LOAD-ONE-EVENT THRU 2600-EXIT
004190             READ PQ-EVENT-FILE
004200                 AT END SET EVENT-EOF TO TRUE
004210             END-READ
004220         END-PERFORM
004230         CLOSE PQ-EVENT-FILE
004240     END-IF.
004250 2500-EXIT.
004260     EXIT.
004270
004280 2600-LOAD-ONE-EVENT.
004290*    THE SAME ACCEPTANCE RULES AS THE SCHEDULE RUN, SO EVERY
004300*    LOAN PROGRAM APPLIES EXACTLY THE SAME EVENT SET.
004310     IF EV-LOAN-ID = SPACES
004320             OR EV-DATE IS NOT NUMERIC
004330             OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
004340             OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
004350                 AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
004360             OR ((EV-TYPE = "P" OR EV-TYPE = "L")
004370                 AND EV-VALUE IS NOT NUMERIC)
004380             OR (EV-TYPE = "R"
004390                 AND EV-NEW-RATE IS NOT NUMERIC)
004400         CONTINUE
004410     ELSE
004420         ADD 1 TO WS-EVT-COUNT
004430         MOVE EV-LOAN-ID    TO WS-EVT-LOAN(WS-EVT-COUNT)
004440         MOVE EV-DATE       TO WS-EVT-DATE(WS-EVT-COUNT)
004450         MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
004460         IF EV-TYPE = "P" OR EV-TYPE = "L"
004470             MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
004480         ELSE
004490             MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
004500         END-IF
004510         IF EV-TYPE = "R"
004520             MOVE EV-NEW-RATE TO WS-EVT-RATE(WS-EVT-COUNT)
004530         ELSE
004540             MOVE 0 TO WS-EVT-RATE(WS-EVT-COUNT)
004550         END-IF
004560     END-IF.
004570 2600-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 3000-QUOTE - TAKE THE LOAN AND DATE, REBUILD THE POSITION,
004620* PRINT THE LETTER AND LOG THE QUOTE.
004630*----------------------------------------------------------------
004640 3000-QUOTE.
004650     PERFORM 7200-ACCEPT-QUOTE THRU 7200-EXIT
004660     IF NOT ENTRY-IS-VALID
004670         GO TO 3000-EXIT
004680     END-IF
004690
004700     PERFORM 7000-FIND-LOAN THRU 7000-EXIT
004710     IF NOT PORTFOLIO-OK AND NOT PORTFOLIO-EOF
004720         GO TO 3000-EXIT
004730     END-IF
004740     IF NOT LOAN-FOUND
004750         DISPLAY "Loan " WS-WORK-LOAN " is not on the "
004760                 "portfolio (LOOPPORT.DAT) - no quote."
004770         GO TO 3000-EXIT
004780     END-IF
004790     IF LOAN-RECORD-BAD
004800         DISPLAY "Loan " WS-WORK-LOAN " has an unusable "
004810                 "portfolio record - the posting run skips it; "
004820                 "no quote."
004830         GO TO 3000-EXIT
004840     END-IF
004850
004860     PERFORM 3100-REBUILD-POSITION THRU 3100-EXIT
004870     IF QT-PAID-OFF
004880         DISPLAY "Loan " WS-WORK-LOAN " was paid off by the "
004890                 "receipt of " WS-QT-LAST-PAY " - nothing to "
004900                 "quote."
004910         IF WS-QT-UNAPPLIED > 0
004920             MOVE WS-QT-UNAPPLIED TO WS-EDIT-AMOUNT
004930             DISPLAY "  " WS-EDIT-AMOUNT " was received over "
004940                     "the payoff and is due back as a refund."
004950         END-IF
004960         GO TO 3000-EXIT
004970     END-IF
004980
004990     COMPUTE WS-QUOTE-TOTAL =
005000             WS-QT-BAL + WS-QT-ACCRUED + WS-FEES-OWED
005010     COMPUTE WS-PER-DIEM ROUNDED =
005020             WS-QT-BAL * WS-QT-RATE / 36500
005030     PERFORM 7100-NEXT-QUOTE-NUMBER THRU 7100-EXIT
005040     PERFORM 4000-WRITE-QUOTE-LETTER THRU 4000-EXIT
005050     PERFORM 4500-LOG-QUOTE THRU 4500-EXIT
005060     PERFORM 3900-SHOW-QUOTE THRU 3900-EXIT
005070     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
005080     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
005090     ADD 1 TO WS-QUOTE-COUNT.
005100 3000-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 3100-REBUILD-POSITION - OPEN THE LOAN AT ITS FULL PRINCIPAL
005150* AS THE POSTING RUN DOES, POST EVERY RECEIPT DATED UP TO TODAY
005160* IN ARRIVAL ORDER, THEN ACCRUE TO THE GOOD-THROUGH DATE.  A
005170* RECEIPT DATED AFTER TODAY STOPS THE WALK, AS IT DOES THERE.
005180* FEES ARE THOSE ASSESSED BY THE GOOD-THROUGH DATE AND UNPAID.
005190*----------------------------------------------------------------
005200 3100-REBUILD-POSITION.
005210     MOVE PF-PRINCIPAL    TO WS-QT-BAL
005220     MOVE 0               TO WS-QT-ACCRUED
005230     MOVE PF-START-DATE   TO WS-MONTH-BASE
005240     MOVE -1              TO WS-MONTH-OFFSET
005250     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT
005260     MOVE WS-MONTH-RESULT TO WS-QT-THRU
005270     MOVE ZEROS           TO WS-QT-LAST-PAY
005280     MOVE PF-ANNUAL-RATE  TO WS-QT-RATE
005290     MOVE 0               TO WS-QT-POSTED
005300     MOVE 0               TO WS-QT-TOT-PAID
005310     MOVE "A"             TO WS-QT-STATUS
005320     MOVE 0               TO WS-QT-FEES-PD
005330     MOVE 0               TO WS-QT-UNAPPLIED
005340     MOVE 0               TO WS-QT-FUTURE
005350     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
005360             UNTIL WS-EVT-IDX > WS-EVT-COUNT
005370         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
005380                 AND WS-EVT-TYPE(WS-EVT-IDX) = "R"
005390                 AND WS-EVT-DATE(WS-EVT-IDX) <= WS-QT-THRU
005400             MOVE WS-EVT-RATE(WS-EVT-IDX) TO WS-QT-RATE
005410         END-IF
005420     END-PERFORM
005430
005440     MOVE PF-PRINCIPAL   TO WS-PRINCIPAL
005450     MOVE PF-ANNUAL-RATE TO WS-ANNUAL-RATE-PCT
005460     MOVE PF-TERM-MONTHS TO WS-TERM-MONTHS
005470     PERFORM 3200-COMPUTE-PAYMENT THRU 3200-EXIT
005480     MOVE WS-PAYMENT TO WS-LEVEL-PAYMENT
005490
005500     MOVE "N" TO WS-LOAN-STOP-SWITCH
005510     PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
005520             UNTIL WS-PAY-IDX > WS-PAY-COUNT
005530         IF WS-PAY-LOAN(WS-PAY-IDX) = PF-LOAN-ID
005540             IF WS-PAY-DATE(WS-PAY-IDX) > RH-RUN-DATE
005550                 MOVE "Y" TO WS-LOAN-STOP-SWITCH
005560             END-IF
005570             IF LOAN-POSTING-STOPPED
005580                 ADD 1 TO WS-QT-FUTURE
005590             ELSE
005600                 PERFORM 3400-POST-ONE-PAYMENT THRU 3400-EXIT
005610             END-IF
005620         END-IF
005630     END-PERFORM
005640
005650     IF NOT QT-PAID-OFF
005660         MOVE WS-GOOD-THRU-X TO WS-ACCRUE-TO
005670         PERFORM 3500-ACCRUE-TO-DATE THRU 3500-EXIT
005680     END-IF
005690     MOVE WS-GOOD-THRU-X TO WS-FEES-AS-OF
005700     PERFORM 3650-COMPUTE-FEES-OWED THRU 3650-EXIT.
005710 3100-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 3200-COMPUTE-PAYMENT - LEVEL PAYMENT, ZERO-RATE LOANS SPREAD
005760* EVENLY, EXACTLY AS THE SCHEDULE RUN COMPUTES IT.
005770*----------------------------------------------------------------
005780 3200-COMPUTE-PAYMENT.
005790     COMPUTE WS-MONTHLY-RATE ROUNDED =
005800             WS-ANNUAL-RATE-PCT / 100 / 12
005810     IF WS-MONTHLY-RATE = 0
005820         COMPUTE WS-PAYMENT ROUNDED =
005830                 WS-PRINCIPAL / WS-TERM-MONTHS
005840     ELSE
005850         MOVE 1 TO WS-COMPOUND-FACTOR
005860         PERFORM VARYING WS-PERIOD FROM 1 BY 1
005870                 UNTIL WS-PERIOD > WS-TERM-MONTHS
005880             COMPUTE WS-COMPOUND-FACTOR ROUNDED =
005890                     WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
005900         END-PERFORM
005910         COMPUTE WS-PAYMENT-DENOM = WS-COMPOUND-FACTOR - 1
005920         COMPUTE WS-PAYMENT-NUMER =
005930                 WS-PRINCIPAL * WS-MONTHLY-RATE
005940                 * WS-COMPOUND-FACTOR
005950         COMPUTE WS-PAYMENT ROUNDED =
005960                 WS-PAYMENT-NUMER / WS-PAYMENT-DENOM
005970     END-IF.
005980 3200-EXIT.
005990     EXIT.
006000
006010 3400-POST-ONE-PAYMENT.
006020     IF NOT QT-PAID-OFF
006030         MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-ACCRUE-TO
006040         PERFORM 3500-ACCRUE-TO-DATE THRU 3500-EXIT
006050     END-IF
006060     PERFORM 3600-APPLY-PAYMENT THRU 3600-EXIT
006070     ADD 1 TO WS-QT-POSTED
006080     ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-QT-TOT-PAID
006090     MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-QT-LAST-PAY.
006100 3400-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140* 3500-ACCRUE-TO-DATE - BRING ACCRUED INTEREST UP TO
006150* WS-ACCRUE-TO, ONE SEGMENT PER RATE IN FORCE.  A TARGET ON OR
006160* BEFORE THE ACCRUED-THRU DATE ADDS NO FURTHER INTEREST.
006170*----------------------------------------------------------------
006180 3500-ACCRUE-TO-DATE.
006190     PERFORM 3550-ACCRUE-ONE-SEGMENT THRU 3550-EXIT
006200         UNTIL WS-QT-THRU >= WS-ACCRUE-TO.
006210 3500-EXIT.
006220     EXIT.
006230
006240 3550-ACCRUE-ONE-SEGMENT.
006250*    THE SEGMENT ENDS AT THE EARLIEST RATE CHANGE FALLING AFTER
006260*    THE ACCRUED-THRU DATE AND NO LATER THAN THE TARGET.
006270     MOVE WS-ACCRUE-TO TO WS-SEG-END
006280     MOVE 0 TO WS-NEXT-EVT-IDX
006290     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
006300             UNTIL WS-EVT-IDX > WS-EVT-COUNT
006310         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
006320                 AND WS-EVT-TYPE(WS-EVT-IDX) = "R"
006330                 AND WS-EVT-DATE(WS-EVT-IDX) > WS-QT-THRU
006340                 AND WS-EVT-DATE(WS-EVT-IDX) <= WS-SEG-END
006350             MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-SEG-END
006360             MOVE WS-EVT-IDX TO WS-NEXT-EVT-IDX
006370         END-IF
006380     END-PERFORM
006390
006400     MOVE WS-QT-THRU TO WS-SEG-FROM-N
006410     MOVE WS-SEG-END TO WS-SEG-TO-N
006420     COMPUTE WS-SEG-DAYS =
006430             FUNCTION INTEGER-OF-DATE(WS-SEG-TO-N)
006440             - FUNCTION INTEGER-OF-DATE(WS-SEG-FROM-N)
006450     IF WS-SEG-DAYS > 0
006460         COMPUTE WS-SEG-INTEREST ROUNDED =
006470                 WS-QT-BAL * WS-QT-RATE * WS-SEG-DAYS / 36500
006480         ADD WS-SEG-INTEREST TO WS-QT-ACCRUED
006490     END-IF
006500     MOVE WS-SEG-END TO WS-QT-THRU
006510     IF WS-NEXT-EVT-IDX > 0
006520         MOVE WS-EVT-RATE(WS-NEXT-EVT-IDX) TO WS-QT-RATE
006530     END-IF.
006540 3550-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 3600-APPLY-PAYMENT - INTEREST FIRST, THEN THE PRINCIPAL PART
006590* OF THE LEVEL INSTALLMENT, THEN LATE FEES ASSESSED BY THE
006600* PAYMENT DATE, THEN ANYTHING LEFT AS A CURTAILMENT; WHAT IS
006610* LEFT WHEN THE PRINCIPAL IS GONE IS UNAPPLIED.
006620*----------------------------------------------------------------
006630 3600-APPLY-PAYMENT.
006640     MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-PAY-LEFT
006650     MOVE 0 TO WS-APPLY-INTEREST
006660     MOVE 0 TO WS-APPLY-PRINCIPAL
006670     MOVE 0 TO WS-APPLY-FEES
006680     MOVE 0 TO WS-APPLY-CURTAIL
006690
006700     IF WS-PAY-LEFT > WS-QT-ACCRUED
006710         MOVE WS-QT-ACCRUED TO WS-APPLY-INTEREST
006720     ELSE
006730         MOVE WS-PAY-LEFT TO WS-APPLY-INTEREST
006740     END-IF
006750     SUBTRACT WS-APPLY-INTEREST FROM WS-PAY-LEFT
006760     SUBTRACT WS-APPLY-INTEREST FROM WS-QT-ACCRUED
006770
006780     IF WS-LEVEL-PAYMENT > WS-APPLY-INTEREST
006790         COMPUTE WS-INSTALL-PRIN-DUE =
006800                 WS-LEVEL-PAYMENT - WS-APPLY-INTEREST
006810     ELSE
006820         MOVE 0 TO WS-INSTALL-PRIN-DUE
006830     END-IF
006840     IF WS-INSTALL-PRIN-DUE > WS-QT-BAL
006850         MOVE WS-QT-BAL TO WS-INSTALL-PRIN-DUE
006860     END-IF
006870     IF WS-PAY-LEFT > WS-INSTALL-PRIN-DUE
006880         MOVE WS-INSTALL-PRIN-DUE TO WS-APPLY-PRINCIPAL
006890     ELSE
006900         MOVE WS-PAY-LEFT TO WS-APPLY-PRINCIPAL
006910     END-IF
006920     SUBTRACT WS-APPLY-PRINCIPAL FROM WS-PAY-LEFT
006930     SUBTRACT WS-APPLY-PRINCIPAL FROM WS-QT-BAL
006940
006950     MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-FEES-AS-OF
006960     PERFORM 3650-COMPUTE-FEES-OWED THRU 3650-EXIT
006970     IF WS-PAY-LEFT > WS-FEES-OWED
006980         MOVE WS-FEES-OWED TO WS-APPLY-FEES
006990     ELSE
007000         MOVE WS-PAY-LEFT TO WS-APPLY-FEES
007010     END-IF
007020     SUBTRACT WS-APPLY-FEES FROM WS-PAY-LEFT
007030     ADD WS-APPLY-FEES TO WS-QT-FEES-PD
007040     SUBTRACT WS-APPLY-FEES FROM WS-FEES-OWED
007050
007060     IF WS-PAY-LEFT > WS-QT-BAL
007070         MOVE WS-QT-BAL TO WS-APPLY-CURTAIL
007080     ELSE
007090         MOVE WS-PAY-LEFT TO WS-APPLY-CURTAIL
007100     END-IF
007110     SUBTRACT WS-APPLY-CURTAIL FROM WS-PAY-LEFT
007120     SUBTRACT WS-APPLY-CURTAIL FROM WS-QT-BAL
007130     ADD WS-PAY-LEFT TO WS-QT-UNAPPLIED
007140
007150     IF WS-QT-BAL = 0
007160             AND WS-QT-ACCRUED = 0
007170             AND WS-FEES-OWED = 0
007180         MOVE "P" TO WS-QT-STATUS
007190     END-IF.
007200 3600-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------
007240* 3650-COMPUTE-FEES-OWED - LATE FEES ASSESSED ON THE LOAN UP TO
007250* WS-FEES-AS-OF, LESS WHAT HAS ALREADY BEEN PAID TOWARD FEES.
007260*----------------------------------------------------------------
007270 3650-COMPUTE-FEES-OWED.
007280     MOVE 0 TO WS-FEES-ASSESSED
007290     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
007300             UNTIL WS-EVT-IDX > WS-EVT-COUNT
007310         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
007320                 AND WS-EVT-TYPE(WS-EVT-IDX) = "L"
007330                 AND WS-EVT-DATE(WS-EVT-IDX) <= WS-FEES-AS-OF
007340             ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-FEES-ASSESSED
007350         END-IF
007360     END-PERFORM
007370     IF WS-FEES-ASSESSED > WS-QT-FEES-PD
007380         COMPUTE WS-FEES-OWED = WS-FEES-ASSESSED - WS-QT-FEES-PD
007390     ELSE
007400         MOVE 0 TO WS-FEES-OWED
007410     END-IF.
007420 3650-EXIT.
007430     EXIT.
007440
007450 3900-SHOW-QUOTE.
007460     DISPLAY " ".
007470     DISPLAY "QUOTE " WS-QUOTE-ID "  LOAN " WS-WORK-LOAN
007480             "  GOOD THROUGH " WS-GOOD-THRU-X
007490     MOVE WS-QT-BAL TO WS-EDIT-AMOUNT
007500     DISPLAY "  PRINCIPAL         " WS-EDIT-AMOUNT
007510     MOVE WS-QT-ACCRUED TO WS-EDIT-AMOUNT
007520     DISPLAY "  INTEREST          " WS-EDIT-AMOUNT
007530     MOVE WS-FEES-OWED TO WS-EDIT-AMOUNT
007540     DISPLAY "  LATE FEES         " WS-EDIT-AMOUNT
007550     MOVE WS-QUOTE-TOTAL TO WS-EDIT-TOTAL
007560     DISPLAY "  PAYOFF TOTAL    " WS-EDIT-TOTAL
007570     MOVE WS-PER-DIEM TO WS-EDIT-PER-DIEM
007580     DISPLAY "  PER DIEM AFTER " WS-GOOD-THRU-X "  "
007590             WS-EDIT-PER-DIEM
007600     IF WS-QT-FUTURE > 0
007610         DISPLAY "  (" WS-QT-FUTURE " receipt(s) dated after "
007620                 "today not netted - they post on their day.)"
007630     END-IF
007640     DISPLAY "Letter written to LOANPAYQ.DAT, quote logged to "
007650             "LOANQLOG.DAT.".
007660 3900-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700* 4000-WRITE-QUOTE-LETTER - ONE LETTER PER QUOTE, SEPARATED BY A
007710* RULE LINE.  THE QUOTE NUMBER IS THE REFERENCE THE BORROWER IS
007720* ASKED TO SEND WITH THE MONEY.
007730*----------------------------------------------------------------
007740 4000-WRITE-QUOTE-LETTER.
007750     MOVE ALL "=" TO PQ-LETTER-RECORD
007760     WRITE PQ-LETTER-RECORD
007770     MOVE SPACES TO PQ-LETTER-RECORD
007780     STRING "LOAN PAYOFF QUOTE"           DELIMITED BY SIZE
007790            "                    QUOTE NO. " DELIMITED BY SIZE
007800            WS-QUOTE-ID                   DELIMITED BY SIZE
007810            INTO PQ-LETTER-RECORD
007820     END-STRING
007830     WRITE PQ-LETTER-RECORD
007840     MOVE SPACES TO PQ-LETTER-RECORD
007850     STRING "DATE OF QUOTE " DELIMITED BY SIZE
007860            RH-RUN-DATE      DELIMITED BY SIZE
007870            "   LOAN "       DELIMITED BY SIZE
007880            PF-LOAN-ID       DELIMITED BY SIZE
007890            "   BORROWER "   DELIMITED BY SIZE
007900            PF-BORROWER-REF  DELIMITED BY SIZE
007910            INTO PQ-LETTER-RECORD
007920     END-STRING
007930     WRITE PQ-LETTER-RECORD
007935     PERFORM 4050-WRITE-ADDRESS-BLOCK THRU 4050-EXIT
007940     MOVE SPACES TO PQ-LETTER-RECORD
007950     WRITE PQ-LETTER-RECORD
007960     MOVE SPACES TO PQ-LETTER-RECORD
007970     STRING "TO REPAY THIS LOAN IN FULL ON OR BEFORE "
007980                DELIMITED BY SIZE
007990            WS-GOOD-THRU-X   DELIMITED BY SIZE
008000            " THE AMOUNT DUE IS:" DELIMITED BY SIZE
008010            INTO PQ-LETTER-RECORD
008020     END-STRING
008030     WRITE PQ-LETTER-RECORD
008040
008050     MOVE WS-QT-BAL TO WS-EDIT-AMOUNT
008060     MOVE SPACES TO PQ-LETTER-RECORD
008070     STRING "  PRINCIPAL BALANCE                       "
008080                DELIMITED BY SIZE
008090            WS-EDIT-AMOUNT   DELIMITED BY SIZE
008100            INTO PQ-LETTER-RECORD
008110     END-STRING
008120     WRITE PQ-LETTER-RECORD
008130     MOVE WS-QT-ACCRUED TO WS-EDIT-AMOUNT
008140     MOVE SPACES TO PQ-LETTER-RECORD
008150     STRING "  INTEREST ACCRUED TO "  DELIMITED BY SIZE
008160            WS-GOOD-THRU-X            DELIMITED BY SIZE
008170            "            "            DELIMITED BY SIZE
008180            WS-EDIT-AMOUNT            DELIMITED BY SIZE
008190            INTO PQ-LETTER-RECORD
008200     END-STRING
008210     WRITE PQ-LETTER-RECORD
008220     MOVE WS-FEES-OWED TO WS-EDIT-AMOUNT
008230     MOVE SPACES TO PQ-LETTER-RECORD
008240     STRING "  LATE FEES DUE                           "
008250                DELIMITED BY SIZE
008260            WS-EDIT-AMOUNT   DELIMITED BY SIZE
008270            INTO PQ-LETTER-RECORD
008280     END-STRING
008290     WRITE PQ-LETTER-RECORD
008300     MOVE WS-QUOTE-TOTAL TO WS-EDIT-TOTAL
008310     MOVE SPACES TO PQ-LETTER-RECORD
008320     STRING "  TOTAL PAYOFF AMOUNT                   "
008330                DELIMITED BY SIZE
008340            WS-EDIT-TOTAL    DELIMITED BY SIZE
008350            INTO PQ-LETTER-RECORD
008360     END-STRING
008370     WRITE PQ-LETTER-RECORD
008380     MOVE SPACES TO PQ-LETTER-RECORD
008390     WRITE PQ-LETTER-RECORD
008400
008410     MOVE WS-PER-DIEM TO WS-EDIT-PER-DIEM
008420     MOVE WS-QT-RATE  TO WS-EDIT-RATE
008430     MOVE SPACES TO PQ-LETTER-RECORD
008440     STRING "IF PAYMENT ARRIVES AFTER " DELIMITED BY SIZE
008450            WS-GOOD-THRU-X              DELIMITED BY SIZE
008460            " ADD "                     DELIMITED BY SIZE
008470            WS-EDIT-PER-DIEM            DELIMITED BY SIZE
008480            " FOR EACH DAY PAST THAT DATE" DELIMITED BY SIZE
008490            INTO PQ-LETTER-RECORD
008500     END-STRING
008510     WRITE PQ-LETTER-RECORD
008520     MOVE SPACES TO PQ-LETTER-RECORD
008530     STRING "(ONE DAY'S INTEREST AT " DELIMITED BY SIZE
008540            WS-EDIT-RATE              DELIMITED BY SIZE
008550            "% A YEAR ON THE PRINCIPAL BALANCE)."
008560                DELIMITED BY SIZE
008570            INTO PQ-LETTER-RECORD
008580     END-STRING
008590     WRITE PQ-LETTER-RECORD
008600     MOVE WS-QT-POSTED   TO WS-EDIT-COUNT
008610     MOVE WS-QT-TOT-PAID TO WS-EDIT-TOTAL
008620     MOVE SPACES TO PQ-LETTER-RECORD
008630     STRING "THIS QUOTE ALLOWS FOR"  DELIMITED BY SIZE
008640            WS-EDIT-COUNT            DELIMITED BY SIZE
008650            " PAYMENTS RECEIVED, TOTALLING " DELIMITED BY SIZE
008660            WS-EDIT-TOTAL            DELIMITED BY SIZE
008670            "."                      DELIMITED BY SIZE
008680            INTO PQ-LETTER-RECORD
008690     END-STRING
008700     WRITE PQ-LETTER-RECORD
008710     MOVE SPACES TO PQ-LETTER-RECORD
008720     STRING "PLEASE QUOTE REFERENCE " DELIMITED BY SIZE
008730            WS-QUOTE-ID               DELIMITED BY SIZE
008740            " WITH YOUR PAYMENT."     DELIMITED BY SIZE
008750            INTO PQ-LETTER-RECORD
008760     END-STRING
008770     WRITE PQ-LETTER-RECORD.
008780 4000-EXIT.
008790     EXIT.
008791
008792*----------------------------------------------------------------
008793* 4050-WRITE-ADDRESS-BLOCK - THE BORROWER'S NAME AND MAILING
008794* ADDRESS UNDER THE QUOTE HEADING, FROM THE BORROWER MASTER.  A
008795* BORROWER THE MASTER DOES NOT KNOW GETS A MARKER LINE, AND THE
008796* OPERATOR IS TOLD TO ADDRESS THE LETTER BY HAND.
008797*----------------------------------------------------------------
008798 4050-WRITE-ADDRESS-BLOCK.
008799     MOVE PF-BORROWER-REF TO BL-BORROWER-REF
008800     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
008801     MOVE SPACES TO PQ-LETTER-RECORD
008802     WRITE PQ-LETTER-RECORD
008803     IF NOT BL-FOUND
008804         DISPLAY "Borrower " PF-BORROWER-REF " is not on the "
008805                 "borrower master - address the letter by hand."
008806         MOVE SPACES TO PQ-LETTER-RECORD
008807         STRING "(BORROWER NOT ON BORROWER MASTER - "
008808                    DELIMITED BY SIZE
008809                "ADDRESS UNKNOWN)" DELIMITED BY SIZE
008810                INTO PQ-LETTER-RECORD
008811         END-STRING
008812         WRITE PQ-LETTER-RECORD
008813         GO TO 4050-EXIT
008814     END-IF
008815     PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
008816             UNTIL WS-LABEL-IDX > BL-LABEL-COUNT
008817         MOVE BL-LABEL-LINE(WS-LABEL-IDX) TO PQ-LETTER-RECORD
008818         WRITE PQ-LETTER-RECORD
008819     END-PERFORM.
008820 4050-EXIT.
008821     EXIT.
008822
008823*----------------------------------------------------------------
008824* 4500-LOG-QUOTE - THE ISSUED ENTRY THE POSTING RUN MATCHES THE
008830* PAYOFF RECEIPT AGAINST.
008840*----------------------------------------------------------------
008850 4500-LOG-QUOTE.
008860     OPEN EXTEND QUOTE-LOG-FILE
008870     IF NOT QUOTE-LOG-OK
008880         OPEN OUTPUT QUOTE-LOG-FILE
008890     END-IF
008900     MOVE SPACES TO QUOTE-LOG-RECORD
008910     MOVE WS-QUOTE-ID        TO QL-QUOTE-ID
008920     MOVE "Q"                TO QL-KIND
008930     MOVE PF-LOAN-ID         TO QL-LOAN-ID
008940     MOVE PF-BORROWER-REF    TO QL-BORROWER-REF
008950     MOVE RH-RUN-DATE        TO QL-ENTRY-DATE
008960     MOVE WS-GOOD-THRU-X     TO QL-GOOD-THRU
008970     MOVE WS-QT-BAL          TO QL-PRINCIPAL
008980     MOVE WS-QT-ACCRUED      TO QL-INTEREST
008990     MOVE WS-FEES-OWED       TO QL-FEES
009000     MOVE WS-QUOTE-TOTAL     TO QL-TOTAL
009010     MOVE WS-PER-DIEM        TO QL-PER-DIEM
009020     MOVE RH-RUN-ID          TO QL-RUN-ID
009030     MOVE RH-OPERATOR-ID     TO QL-OPERATOR-ID
009040     WRITE QUOTE-LOG-RECORD
009050     CLOSE QUOTE-LOG-FILE.
009060 4500-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100* 7000-FIND-LOAN - THE LOAN'S PORTFOLIO RECORD, WITH THE
009110* SCHEDULE RUN'S BAD-RECORD GUARDS.
009120*----------------------------------------------------------------
009130 7000-FIND-LOAN.
009140     MOVE "N" TO WS-LOAN-FOUND-SWITCH
009150     MOVE "N" TO WS-LOAN-BAD-SWITCH
009160     OPEN INPUT PQ-PORTFOLIO-FILE
009170     IF NOT PORTFOLIO-OK
009180         DISPLAY "No loan portfolio (LOOPPORT.DAT) on file - "
009190                 "no quote possible."
009200         GO TO 7000-EXIT
009210     END-IF
009220     READ PQ-PORTFOLIO-FILE INTO WS-PORTFOLIO-RECORD
009230         AT END SET PORTFOLIO-EOF TO TRUE
009240     END-READ
009250     PERFORM UNTIL PORTFOLIO-EOF OR LOAN-FOUND
009260         IF PF-LOAN-ID = WS-WORK-LOAN
009270             MOVE "Y" TO WS-LOAN-FOUND-SWITCH
009280         ELSE
009290             READ PQ-PORTFOLIO-FILE INTO WS-PORTFOLIO-RECORD
009300                 AT END SET PORTFOLIO-EOF TO TRUE
009310             END-READ
009320         END-IF
009330     END-PERFORM
009340     CLOSE PQ-PORTFOLIO-FILE
009350     IF NOT LOAN-FOUND
009360         GO TO 7000-EXIT
009370     END-IF
009380     IF PF-PRINCIPAL IS NOT NUMERIC
009390             OR PF-ANNUAL-RATE IS NOT NUMERIC
009400             OR PF-TERM-MONTHS IS NOT NUMERIC
009410             OR PF-TERM-MONTHS = 0
009420             OR PF-PRINCIPAL = 0
009430             OR PF-START-DATE IS NOT NUMERIC
009440             OR PF-START-DATE(5:2) < "01"
009450             OR PF-START-DATE(5:2) > "12"
009460         MOVE "Y" TO WS-LOAN-BAD-SWITCH
009470     END-IF.
009480 7000-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520* 7100-NEXT-QUOTE-NUMBER - ONE ABOVE THE HIGHEST NUMBER ON THE
009530* LOG, READ AFRESH FOR EACH QUOTE SO TWO DESKS QUOTING THE SAME
009540* DAY DO NOT SHARE A NUMBER.
009550*----------------------------------------------------------------
009560 7100-NEXT-QUOTE-NUMBER.
009570     MOVE 0 TO WS-HIGH-QUOTE-ID
009580     OPEN INPUT QUOTE-LOG-FILE
009590     IF QUOTE-LOG-OK
009600         READ QUOTE-LOG-FILE
009610             AT END SET QUOTE-LOG-EOF TO TRUE
009620         END-READ
009630         PERFORM UNTIL QUOTE-LOG-EOF
009640             IF QL-QUOTE-ID IS NUMERIC
009650                     AND QL-QUOTE-ID > WS-HIGH-QUOTE-ID
009660                 MOVE QL-QUOTE-ID TO WS-HIGH-QUOTE-ID
009670             END-IF
009680             READ QUOTE-LOG-FILE
009690                 AT END SET QUOTE-LOG-EOF TO TRUE
009700             END-READ
009710         END-PERFORM
009720         CLOSE QUOTE-LOG-FILE
009730     END-IF
009740     COMPUTE WS-QUOTE-ID = WS-HIGH-QUOTE-ID + 1.
009750 7100-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------------
009790* 7200-ACCEPT-QUOTE - LOAN AND GOOD-THROUGH DATE.
009800*----------------------------------------------------------------
009810 7200-ACCEPT-QUOTE.
009820     MOVE "N" TO WS-ENTRY-VALID
009830     MOVE SPACES TO WS-WORK-LOAN
009840     DISPLAY "Loan ID (8 characters): " WITH NO ADVANCING
009850     ACCEPT WS-WORK-LOAN
009860     IF WS-WORK-LOAN = SPACES
009870         DISPLAY "No loan entered - no quote."
009880         GO TO 7200-EXIT
009890     END-IF
009900
009910     MOVE SPACES TO WS-GOOD-THRU-X
009920     DISPLAY "Good through date YYYYMMDD (blank = today): "
009930         WITH NO ADVANCING
009940     ACCEPT WS-GOOD-THRU-X
009950     IF WS-GOOD-THRU-X = SPACES
009960         MOVE RH-RUN-DATE TO WS-GOOD-THRU-X
009970     END-IF
009980     IF WS-GOOD-THRU-X IS NOT NUMERIC
009990         DISPLAY "Date must be a valid YYYYMMDD - no quote."
010000         GO TO 7200-EXIT
010010     END-IF
010020     IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOOD-THRU-N) NOT = 0
010030         DISPLAY "Date must be a valid YYYYMMDD - no quote."
010040         GO TO 7200-EXIT
010050     END-IF
010060     IF WS-GOOD-THRU-X < RH-RUN-DATE
010070         DISPLAY "Good-through date is before today - no quote."
010080         GO TO 7200-EXIT
010090     END-IF
010100     MOVE "Y" TO WS-ENTRY-VALID.
010110 7200-EXIT.
010120     EXIT.
010130
010140*    "Q" + LOAN + "#" + THE QUOTE NUMBER ISSUED.
010150 7700-BUILD-AUDIT-REASON.
010160     MOVE SPACES TO WS-AUDIT-REASON
010170     STRING "Q"                   DELIMITED BY SIZE
010180            WS-WORK-LOAN          DELIMITED BY SIZE
010190            "#"                   DELIMITED BY SIZE
010200            WS-QUOTE-ID           DELIMITED BY SIZE
010210            INTO WS-AUDIT-REASON
010220     END-STRING.
010230 7700-EXIT.
010240     EXIT.
010250
010260 8000-WRITE-AUDIT-ENTRY.
010270     OPEN EXTEND AUDIT-LOG-FILE
010280     IF NOT AUDIT-OK
010290         OPEN OUTPUT AUDIT-LOG-FILE
010300     END-IF
010310     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
010320     ACCEPT WS-END-TIME FROM TIME
010330     MOVE SPACES TO AUDIT-LOG-RECORD
010340     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
010350     MOVE " RUNID "          TO AL-RUNID-TAG
010360     MOVE RH-RUN-ID          TO AL-RUN-ID
010370     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
010380     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
010390     MOVE " MODE "           TO AL-MODE-TAG
010400     MOVE "I"                TO AL-RUN-MODE
010410     MOVE WS-END-DATE        TO AL-END-DATE
010420     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
010430     MOVE "NORMAL"           TO AL-STATUS
010440     MOVE WS-AUDIT-REASON    TO AL-REASON
010450     MOVE WS-QT-POSTED       TO AL-RECORDS-READ
010460     MOVE 1                  TO AL-RECORDS-WRITTEN
010470     MOVE 0                  TO AL-RECORDS-REJECTED
010480     WRITE AUDIT-LOG-RECORD
010490     CLOSE AUDIT-LOG-FILE.
010500 8000-EXIT.
010510     EXIT.
010520
010530*----------------------------------------------------------------
010540* 8100-ADD-MONTHS - WS-MONTH-BASE MOVED WS-MONTH-OFFSET WHOLE
010550* MONTHS (EITHER WAY) INTO WS-MONTH-RESULT, THE DAY CLIPPED TO
010560* THE LAST DAY OF THE TARGET MONTH.
010570*----------------------------------------------------------------
010580 8100-ADD-MONTHS.
010590     MOVE WS-MONTH-BASE TO WS-DATE-WORK-X
010600     COMPUTE WS-MONTH-WORK =
010610             WS-DATE-YYYY * 12 + WS-DATE-MM - 1
010620             + WS-MONTH-OFFSET
010630     COMPUTE WS-DATE-YYYY = WS-MONTH-WORK / 12
010640     COMPUTE WS-DATE-MM =
010650             WS-MONTH-WORK - (WS-DATE-YYYY * 12) + 1
010660     EVALUATE WS-DATE-MM
010670         WHEN 01 WHEN 03 WHEN 05 WHEN 07
010680         WHEN 08 WHEN 10 WHEN 12
010690             MOVE 31 TO WS-MONTH-MAX-DD
010700         WHEN 04 WHEN 06 WHEN 09 WHEN 11
010710             MOVE 30 TO WS-MONTH-MAX-DD
010720         WHEN OTHER
010730             IF FUNCTION MOD(WS-DATE-YYYY, 400) = 0
010740                 OR (FUNCTION MOD(WS-DATE-YYYY, 4) = 0
010750                     AND FUNCTION MOD(WS-DATE-YYYY, 100)
010760                         NOT = 0)
010770                 MOVE 29 TO WS-MONTH-MAX-DD
010780             ELSE
010790                 MOVE 28 TO WS-MONTH-MAX-DD
010800             END-IF
010810     END-EVALUATE
010820     IF WS-DATE-DD > WS-MONTH-MAX-DD
010830         MOVE WS-MONTH-MAX-DD TO WS-DATE-DD
010840     END-IF
010850     MOVE WS-DATE-WORK-X TO WS-MONTH-RESULT.
010860 8100-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900* 9999-TERMINATE - SESSION TOTALS
010910*----------------------------------------------------------------
010920 9999-TERMINATE.
010930     CLOSE PQ-LETTER-FILE
010940     DISPLAY "=== LOANPAYQ - " WS-QUOTE-COUNT
010950             " QUOTES ISSUED ===".
010960 9999-EXIT.
010970     EXIT.
