000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANPOST.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  NIGHTLY LOAN POSTING RUN:
000110*                  KEEPS THE LOAN SERVICING MASTER (LOANSERV.DAT,
000120*                  ONE RECORD PER PF-LOAN-ID - OUTSTANDING
000130*                  PRINCIPAL, ACCRUED INTEREST, PAID-TO DATE AND
000140*                  LAST PAYMENT DATE) AND APPLIES EVERY PAYMENT
000150*                  IN LOOPPYMT.DAT NOT YET POSTED TO IT: DAILY
000160*                  INTEREST ACCRUED TO THE PAYMENT DATE, THE
000170*                  RECEIPT APPLIED INTEREST FIRST, THEN THE
000180*                  INSTALLMENT PRINCIPAL, WITH ANYTHING OVER THE
000190*                  LEVEL PAYMENT TAKEN AS A CURTAILMENT.  WRITES
000200*                  THE LOAN POSTING REGISTER (LOANPOST.DAT) IN
000210*                  THE ADDPOST.DAT STYLE.
000211* 10/15/2026  RH   LATE FEES.  LOOPEVNT.DAT TYPE L IS ACCEPTED.
000212*                  THE SERVICING MASTER CARRIES FEES DUE AND
000213*                  FEES PAID; A RECEIPT NOW GOES TO INTEREST,
000214*                  THE INSTALLMENT PRINCIPAL, THEN OUTSTANDING
000215*                  LATE FEES BEFORE ANY CURTAILMENT, AND FEES
000216*                  COUNT AS DUE IN THE PAID-TO WALK THE SAME WAY
000217*                  THE ARREARS RUN COUNTS THEM.  UNAPPLIED CASH
000218*                  NOW PRINTS ON ITS OWN REGISTER LINE.
000219* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000220*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000221*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000222*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000223* 10/15/2026  RH   PAYOFF QUOTES.  THE RECEIPT THAT PAYS A LOAN
000224*                  OFF IS MATCHED TO THE LATEST PAYOFF QUOTE
000225*                  LOANPAYQ ISSUED FOR IT ON OR BEFORE THE RECEIPT
000226*                  DATE (LOANQLOG.DAT); THE REGISTER SHOWS THE
000227*                  QUOTE AND THE AMOUNT IT CALLED FOR ON THAT DAY,
000228*                  AND AN HONOURED ENTRY GOES ON THE QUOTE LOG
000229*                  ONCE THE NEW MASTER IS IN PLACE.
000230* 10/15/2026  RH   SERVICING TABLE OVERFLOW.  A LOAN THAT CANNOT
000231*                  BE OPENED BECAUSE THE TABLE IS FULL IS LISTED
000232*                  ON ITS OWN REGISTER LINE, ITS RECEIPTS HELD
000233*                  RATHER THAN REPORTED AS NOT ON THE BOOK, AND
000234*                  THE RUN ENDS WITH CODE 8.  A SERVICING MASTER
000235*                  TOO BIG FOR THE TABLE ABORTS THE RUN (CODE 12)
000236*                  BEFORE ANYTHING IS POSTED, SO THE NEW MASTER
000237*                  NEVER DROPS THE LOANS THAT DID NOT FIT.
000238*----------------------------------------------------------------
000239
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LN-PORTFOLIO-FILE ASSIGN TO "LOOPPORT.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PORTFOLIO-STATUS.
000300     SELECT LN-PAYMENT-FILE ASSIGN TO "LOOPPYMT.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PAYMENT-STATUS.
000330     SELECT LN-EVENT-FILE ASSIGN TO "LOOPEVNT.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EVENT-STATUS.
000360     SELECT LN-SERVICE-FILE ASSIGN TO "LOANSERV.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SERVICE-STATUS.
000390     SELECT LN-SERVICE-NEW-FILE ASSIGN TO "LOANSRVN.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-NEW-SERVICE-STATUS.
000420     SELECT LN-REGISTER-FILE ASSIGN TO "LOANPOST.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REGISTER-STATUS.
000450     SELECT LN-LOCK-FILE ASSIGN TO "LOOPLOCK.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LOCK-STATUS.
000475     COPY LOANQSEL.
000480     COPY AUDITSEL.
000490     COPY RUNCSEL.
000500     COPY METRSEL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LN-PORTFOLIO-FILE.
000550 01  LN-PORTFOLIO-RECORD.
000560     05  PF-LOAN-ID          PIC X(08).
000570     05  PF-BORROWER-REF     PIC X(08).
000580     05  PF-PRINCIPAL        PIC 9(7)V99.
000590     05  PF-ANNUAL-RATE      PIC 9(2)V999.
000600     05  PF-TERM-MONTHS      PIC 9(3).
000610     05  PF-START-DATE       PIC X(08).
000620
000630 FD  LN-PAYMENT-FILE.
000640 01  LN-PAYMENT-RECORD.
000650     05  PY-LOAN-ID          PIC X(08).
000660     05  PY-PAY-DATE         PIC X(08).
000670     05  PY-AMOUNT           PIC 9(7)V99.
000680
000690 FD  LN-EVENT-FILE.
000700 01  LN-EVENT-RECORD.
000710     05  EV-LOAN-ID          PIC X(08).
000720     05  EV-DATE             PIC X(08).
000730     05  EV-TYPE             PIC X(01).
000740     05  EV-VALUE            PIC X(10).
000750     05  EV-VALUE-AMT REDEFINES EV-VALUE
000760                             PIC 9(8)V99.
000770     05  EV-VALUE-RATE REDEFINES EV-VALUE.
000780         10  EV-NEW-RATE     PIC 9(2)V999.
000790         10  FILLER          PIC X(05).
000800
000810*----------------------------------------------------------------
000820* THE LOAN SERVICING MASTER - WHAT EACH BORROWER ACTUALLY OWES
000830* AFTER WHAT WAS REALLY RECEIVED.  ACCRUED-THRU IS THE DATE
000840* INTEREST HAS BEEN ACCRUED TO; PAYMENTS-POSTED COUNTS THE
000850* LOOPPYMT.DAT RECORDS ALREADY APPLIED FOR THE LOAN, SO A RERUN
000860* AGAINST THE SAME CUMULATIVE PAYMENTS FILE NEVER POSTS A
000870* RECEIPT TWICE.  TOTAL-PAID IS ALL CASH EVER APPLIED, THE
000875* FIGURE THE PAID-TO DATE IS PROVED AGAINST.  FEES-DUE IS LATE
000880* FEES ASSESSED (LOOPEVNT.DAT TYPE L) AND NOT YET PAID; A
000885* MASTER WRITTEN BEFORE THE FEE FIELDS READS THEM AS ZERO.
000890*----------------------------------------------------------------
000900 FD  LN-SERVICE-FILE.
000910 01  LN-SERVICE-RECORD.
000920     05  SV-LOAN-ID          PIC X(08).
000930     05  SV-BORROWER-REF     PIC X(08).
000940     05  SV-PRINCIPAL-BAL    PIC 9(7)V99.
000950     05  SV-ACCRUED-INT      PIC 9(7)V99.
000960     05  SV-ACCRUED-THRU     PIC X(08).
000970     05  SV-PAID-TO-DATE     PIC X(08).
000980     05  SV-LAST-PAY-DATE    PIC X(08).
000990     05  SV-CURRENT-RATE     PIC 9(2)V999.
001000     05  SV-PAYMENTS-POSTED  PIC 9(05).
001010     05  SV-TOTAL-PAID       PIC 9(9)V99.
001020     05  SV-STATUS           PIC X(01).
001030         88  SV-ACTIVE               VALUE "A".
001040         88  SV-PAID-OFF             VALUE "P".
001043     05  SV-FEES-DUE         PIC 9(5)V99.
001046     05  SV-FEES-PAID        PIC 9(7)V99.
001050
001060 FD  LN-SERVICE-NEW-FILE.
001070 01  LN-SERVICE-NEW-RECORD   PIC X(96).
001080
001090 FD  LN-REGISTER-FILE.
001100 01  LN-REGISTER-RECORD      PIC X(100).
001110
001120 FD  LN-LOCK-FILE.
001130 01  LN-LOCK-RECORD.
001140     05  LK-RUN-ID           PIC X(16).
001150     05  FILLER              PIC X(01).
001160     05  LK-OPERATOR         PIC X(08).
001161
001163 FD  QUOTE-LOG-FILE.
001166     COPY LOANQUOT.
001170
001180 FD  AUDIT-LOG-FILE.
001190     COPY AUDITLOG.
001200
001210 FD  RUN-CARD-FILE.
001220     COPY RUNCARD.
001230
001240 FD  RUN-METRICS-FILE.
001250     COPY RUNMETR.
001260
001270 WORKING-STORAGE SECTION.
001280     COPY RUNHDR.
001285     COPY OPERLINK.
001290 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001300     88  AUDIT-OK                    VALUE "00".
001310 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001320     88  RUNCARD-OK                  VALUE "00".
001330 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001340     88  RUNCARD-PRESENT             VALUE "Y".
001350 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001360     88  METRICS-OK                  VALUE "00".
001370 01  WS-PORTFOLIO-STATUS     PIC XX  VALUE SPACES.
001380     88  PORTFOLIO-OK                VALUE "00".
001390     88  PORTFOLIO-EOF               VALUE "10".
001400 01  WS-PAYMENT-STATUS       PIC XX  VALUE SPACES.
001410     88  PAYMENT-OK                  VALUE "00".
001420     88  PAYMENT-EOF                 VALUE "10".
001430 01  WS-EVENT-STATUS         PIC XX  VALUE SPACES.
001440     88  EVENT-OK                    VALUE "00".
001450     88  EVENT-EOF                   VALUE "10".
001460 01  WS-SERVICE-STATUS       PIC XX  VALUE SPACES.
001470     88  SERVICE-OK                  VALUE "00".
001480     88  SERVICE-EOF                 VALUE "10".
001490 01  WS-NEW-SERVICE-STATUS   PIC XX  VALUE SPACES.
001500     88  NEW-SERVICE-OK              VALUE "00".
001510 01  WS-REGISTER-STATUS      PIC XX  VALUE SPACES.
001520     88  REGISTER-OK                 VALUE "00".
001522 01  WS-QUOTE-LOG-STATUS     PIC XX  VALUE SPACES.
001524     88  QUOTE-LOG-OK                VALUE "00".
001526     88  QUOTE-LOG-EOF               VALUE "10".
001530
001540*----------------------------------------------------------------
001550* EXCLUSIVE RUN LOCK ON THE LOAN SIDE, THE SAME LOOPLOCK.DAT
001560* THE SCHEDULE RUN TAKES, SO THE BOOK IS NEVER POSTED WHILE IT
001570* IS BEING SCHEDULED.
001580*----------------------------------------------------------------
001590 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
001600     88  LOCK-OK                     VALUE "00".
001610 01  WS-LOCK-SWITCH          PIC X   VALUE "N".
001620     88  RUN-LOCK-HELD               VALUE "Y".
001630 01  WS-LOCK-BUSY-SWITCH     PIC X   VALUE "N".
001640     88  LOCK-IS-BUSY                VALUE "Y".
001650 01  WS-LOCK-RUN-ID          PIC X(16) VALUE SPACES.
001660 01  WS-LOCK-OPERATOR        PIC X(08) VALUE SPACES.
001670 01  WS-CLEAR-ANSWER         PIC X     VALUE "N".
001680 01  WS-MOVE-COMMAND         PIC X(80) VALUE SPACES.
001690
001700 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001710 01  WS-END-TIME.
001720     05  WS-END-TIME-HHMMSS  PIC 9(6).
001730     05  FILLER              PIC 99.
001740 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001750 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001760
001770*----------------------------------------------------------------
001780* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
001790* 4 = WARNINGS (UNMATCHED OR UNUSABLE PAYMENTS, UNAPPLIED CASH,
001800* TABLE LIMITS), 8 = LOANS NOT POSTED (SERVICING TABLE FULL),
001803* 12 = ABORT (MISSING PORTFOLIO, LOCK HELD, SERVICING MASTER
001806* BIGGER THAN THE TABLE).
001810* HIGHEST WINS.
001820*----------------------------------------------------------------
001830 01  WS-COND-CODE            PIC 99     VALUE 0.
001840
001850*----------------------------------------------------------------
001860* THE SERVICING MASTER, HELD IN STORAGE FOR THE RUN.  NEW LOANS
001870* ON THE PORTFOLIO ARE OPENED AT THE END OF THE TABLE; LOANS NO
001880* LONGER ON THE PORTFOLIO CARRY FORWARD UNTOUCHED.
001890*----------------------------------------------------------------
001900 01  WS-SRV-COUNT            PIC 9(4)   VALUE 0.
001910 01  WS-SRV-TABLE.
001920     05  WS-SRV-ENTRY OCCURS 500 TIMES.
001930         10  WS-SRV-LOAN     PIC X(08).
001940         10  WS-SRV-BORROWER PIC X(08).
001950         10  WS-SRV-BAL      PIC 9(7)V99.
001960         10  WS-SRV-ACCRUED  PIC 9(7)V99.
001970         10  WS-SRV-THRU     PIC X(08).
001980         10  WS-SRV-PAID-TO  PIC X(08).
001990         10  WS-SRV-LAST-PAY PIC X(08).
002000         10  WS-SRV-RATE     PIC 9(2)V999.
002010         10  WS-SRV-POSTED   PIC 9(05).
002020         10  WS-SRV-TOT-PAID PIC 9(9)V99.
002030         10  WS-SRV-STATUS   PIC X(01).
002033         10  WS-SRV-FEES-DUE PIC 9(5)V99.
002036         10  WS-SRV-FEES-PD  PIC 9(7)V99.
002040 01  WS-SRV-IDX              PIC 9(4)   VALUE 0.
002050 01  WS-SRV-FULL-SWITCH      PIC X      VALUE "N".
002060     88  SRV-TABLE-FULL                 VALUE "Y".
002070 01  WS-SRV-FOUND-SWITCH     PIC X      VALUE "N".
002080     88  SRV-ENTRY-FOUND                VALUE "Y".
002090 01  WS-SRV-OPENED           PIC 9(4)   VALUE 0.
002093 01  WS-SRV-OVERFLOW         PIC 9(4)   VALUE 0.
002096 01  WS-HELD-RECEIPTS        PIC 9(4)   VALUE 0.
002100
002110*----------------------------------------------------------------
002120* THE CUMULATIVE PAYMENT HISTORY, IN ARRIVAL ORDER.  A LOAN'S
002130* N-TH PAYMENT IS ALWAYS ITS N-TH RECORD HERE, WHICH IS WHAT
002140* LETS THE POSTED COUNT ON THE MASTER SKIP WHAT IS ALREADY ON.
002150*----------------------------------------------------------------
002160 01  WS-PAY-COUNT            PIC 9(4)   VALUE 0.
002170 01  WS-PAY-TABLE.
002180     05  WS-PAY-ENTRY OCCURS 1000 TIMES.
002190         10  WS-PAY-LOAN     PIC X(08).
002200         10  WS-PAY-DATE     PIC X(08).
002210         10  WS-PAY-AMOUNT   PIC 9(7)V99.
002220         10  WS-PAY-USED     PIC X(01).
002230 01  WS-PAY-IDX              PIC 9(4)   VALUE 0.
002240 01  WS-PAY-BAD-COUNT        PIC 9(4)   VALUE 0.
002250 01  WS-PAY-FULL-SWITCH      PIC X      VALUE "N".
002260     88  PAY-TABLE-FULL                 VALUE "Y".
002270 01  WS-PAY-UNMATCHED        PIC 9(4)   VALUE 0.
002280 01  WS-LOAN-PAY-SEQ         PIC 9(5)   VALUE 0.
002290 01  WS-LOAN-STOP-SWITCH     PIC X      VALUE "N".
002300     88  LOAN-POSTING-STOPPED           VALUE "Y".
002310
002320*----------------------------------------------------------------
002330* THE LOAN EVENTS, SAME SHAPE AND ACCEPTANCE RULES AS THE
002340* SCHEDULE RUN'S TABLE, PLUS THE FULL EVENT DATE: A RATE CHANGE
002350* STARTS ACCRUING AT THE NEW RATE ON ITS OWN DAY.
002360*----------------------------------------------------------------
002370 01  WS-EVT-COUNT            PIC 9(3)   VALUE 0.
002380 01  WS-EVT-TABLE.
002390     05  WS-EVT-ENTRY OCCURS 200 TIMES.
002400         10  WS-EVT-LOAN     PIC X(08).
002410         10  WS-EVT-DATE     PIC X(08).
002420         10  WS-EVT-YYYY     PIC 9(4).
002430         10  WS-EVT-MM       PIC 99.
002440         10  WS-EVT-TYPE     PIC X(01).
002450         10  WS-EVT-AMOUNT   PIC 9(8)V99.
002460         10  WS-EVT-RATE     PIC 9(2)V999.
002470         10  WS-EVT-APPLIED  PIC X(01).
002480 01  WS-EVT-IDX              PIC 9(3)   VALUE 0.
002490 01  WS-EVT-PER              PIC 9(3)   VALUE 0.
002500 01  WS-EVT-APPLY-AMT        PIC 9(8)V99 VALUE 0.
002510 01  WS-REMAIN-TERM          PIC 9(3)   VALUE 0.
002520 01  WS-NEXT-EVT-IDX         PIC 9(3)   VALUE 0.
002530 01  WS-NEXT-EVT-DATE        PIC X(08)  VALUE SPACES.
002540
002550*----------------------------------------------------------------
002560* AMORTIZATION WORK FIELDS - THE SAME ARITHMETIC THE SCHEDULE
002570* RUN USES.  THE LEVEL PAYMENT SPLITS A RECEIPT BETWEEN THE
002580* INSTALLMENT AND CURTAILMENT; THE SCHEDULE WALK PROVES THE
002590* PAID-TO DATE AGAINST THE CASH RECEIVED.
002600*----------------------------------------------------------------
002610 01  WS-PRINCIPAL            PIC 9(7)V99      VALUE 0.
002620 01  WS-ANNUAL-RATE-PCT      PIC 9(2)V999     VALUE 0.
002630 01  WS-TERM-MONTHS          PIC 9(3)         VALUE 0.
002640 01  WS-MONTHLY-RATE         PIC 9V9(6)       VALUE 0.
002650 01  WS-COMPOUND-FACTOR      PIC 9(4)V9(6)    VALUE 0.
002660 01  WS-PAYMENT              PIC 9(7)V99      VALUE 0.
002670 01  WS-LEVEL-PAYMENT        PIC 9(7)V99      VALUE 0.
002680 01  WS-PAYMENT-DENOM        PIC 9(4)V9(6)    VALUE 0.
002690 01  WS-PAYMENT-NUMER        PIC 9(9)V9(6)    VALUE 0.
002700 01  WS-BALANCE              PIC 9(7)V99      VALUE 0.
002710 01  WS-INTEREST-AMT         PIC 9(7)V99      VALUE 0.
002720 01  WS-PRINCIPAL-AMT        PIC 9(7)V99      VALUE 0.
002730 01  WS-ROW-PAYMENT          PIC 9(7)V99      VALUE 0.
002740 01  WS-PERIOD               PIC 9(3)         VALUE 0.
002750 01  WS-CUR-YYYY             PIC 9(4)         VALUE 0.
002760 01  WS-CUR-MM               PIC 99           VALUE 0.
002770 01  WS-CUM-DUE              PIC 9(9)V99      VALUE 0.
002780 01  WS-PERIODS-COVERED      PIC 9(3)         VALUE 0.
002790 01  WS-PAID-OFF-SWITCH      PIC X            VALUE "N".
002800     88  LOAN-IS-PAID-OFF                     VALUE "Y".
002810 01  WS-FORCE-PAYOFF-SW      PIC X            VALUE "N".
002820     88  EVENT-FORCES-PAYOFF                  VALUE "Y".
002830
002840*----------------------------------------------------------------
002850* DAILY ACCRUAL: ACTUAL DAYS OVER A 365-DAY YEAR ON THE
002860* OUTSTANDING PRINCIPAL, ONE SEGMENT PER RATE IN FORCE.
002870*----------------------------------------------------------------
002880 01  WS-ACCRUE-TO            PIC X(08)        VALUE SPACES.
002890 01  WS-SEG-END              PIC X(08)        VALUE SPACES.
002900 01  WS-SEG-FROM-N           PIC 9(8)         VALUE 0.
002910 01  WS-SEG-TO-N             PIC 9(8)         VALUE 0.
002920 01  WS-SEG-DAYS             PIC S9(7)        VALUE 0.
002930 01  WS-SEG-INTEREST         PIC 9(7)V99      VALUE 0.
002940
002950*----------------------------------------------------------------
002960* ONE RECEIPT'S APPLICATION: INTEREST, INSTALLMENT PRINCIPAL,
002970* CURTAILMENT AND WHATEVER CANNOT BE APPLIED (A RECEIPT LARGER
002980* THAN THE WHOLE DEBT) - THE LAST IS REPORTED, NEVER LOST.
002990*----------------------------------------------------------------
003000 01  WS-PAY-LEFT             PIC 9(7)V99      VALUE 0.
003010 01  WS-APPLY-INTEREST       PIC 9(7)V99      VALUE 0.
003020 01  WS-APPLY-PRINCIPAL      PIC 9(7)V99      VALUE 0.
003030 01  WS-APPLY-CURTAIL        PIC 9(7)V99      VALUE 0.
003040 01  WS-APPLY-UNAPPLIED      PIC 9(7)V99      VALUE 0.
003050 01  WS-INSTALL-PRIN-DUE     PIC 9(7)V99      VALUE 0.
003052 01  WS-APPLY-FEES           PIC 9(7)V99      VALUE 0.
003054 01  WS-FEES-ASSESSED        PIC 9(7)V99      VALUE 0.
003056 01  WS-FEES-OWED            PIC 9(7)V99      VALUE 0.
003058 01  WS-FEES-AS-OF           PIC X(08)        VALUE SPACES.
003060
003070*----------------------------------------------------------------
003080* DATE WORK: A DUE DATE IS THE FIRST PAYMENT DATE MOVED ON A
003090* WHOLE NUMBER OF MONTHS, THE DAY CLIPPED TO THE MONTH'S LAST.
003100*----------------------------------------------------------------
003110 01  WS-MONTH-BASE           PIC X(08)        VALUE SPACES.
003120 01  WS-MONTH-OFFSET         PIC S9(4)        VALUE 0.
003130 01  WS-MONTH-RESULT         PIC X(08)        VALUE SPACES.
003140 01  WS-MONTH-WORK           PIC S9(7)        VALUE 0.
003150 01  WS-DATE-WORK.
003160     05  WS-DATE-YYYY        PIC 9(4).
003170     05  WS-DATE-MM          PIC 99.
003180     05  WS-DATE-DD          PIC 99.
003190 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).
003200 01  WS-MONTH-MAX-DD         PIC 99           VALUE 0.
003210
003220*----------------------------------------------------------------
003230* RUN COUNTS AND CASH TOTALS FOR THE REGISTER SUMMARY.
003240*----------------------------------------------------------------
003250 01  WS-LOAN-COUNT           PIC 9(5)   VALUE 0.
003260 01  WS-SKIP-COUNT           PIC 9(5)   VALUE 0.
003270 01  WS-POSTED-COUNT         PIC 9(5)   VALUE 0.
003280 01  WS-FUTURE-COUNT         PIC 9(5)   VALUE 0.
003290 01  WS-PAYOFF-COUNT         PIC 9(5)   VALUE 0.
003300 01  WS-UNAPPLIED-COUNT      PIC 9(5)   VALUE 0.
003310 01  WS-TOT-RECEIVED         PIC 9(9)V99 VALUE 0.
003320 01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE 0.
003330 01  WS-TOT-PRINCIPAL        PIC 9(9)V99 VALUE 0.
003340 01  WS-TOT-CURTAIL          PIC 9(9)V99 VALUE 0.
003345 01  WS-TOT-FEES             PIC 9(9)V99 VALUE 0.
003350 01  WS-TOT-UNAPPLIED        PIC 9(9)V99 VALUE 0.
003360 01  WS-BOOK-PRINCIPAL       PIC 9(11)V99 VALUE 0.
003370 01  WS-BOOK-ACCRUED         PIC 9(11)V99 VALUE 0.
003375 01  WS-BOOK-FEES            PIC 9(11)V99 VALUE 0.
003376*----------------------------------------------------------------
003377* PAYOFF QUOTES ISSUED AND NOT YET HONOURED, FROM LOANQLOG.DAT.
003378* A PAYOFF RECEIPT IS MATCHED TO THE LATEST ONE FOR ITS LOAN
003379* ISSUED ON OR BEFORE THE RECEIPT DATE; THE AMOUNT THE QUOTE
003380* CALLED FOR THAT DAY IS ITS TOTAL PLUS THE PER-DIEM FOR EACH DAY
003381* PAST ITS GOOD-THROUGH DATE.
003382*----------------------------------------------------------------
003383 01  WS-QTE-COUNT            PIC 9(4)   VALUE 0.
003384 01  WS-QTE-TABLE.
003385     05  WS-QTE-ENTRY OCCURS 500 TIMES.
003386         10  WS-QTE-ID       PIC 9(07).
003387         10  WS-QTE-LOAN     PIC X(08).
003388         10  WS-QTE-DATE     PIC X(08).
003389         10  WS-QTE-GOOD-THRU
003390                             PIC X(08).
003391         10  WS-QTE-TOTAL    PIC 9(9)V99.
003392         10  WS-QTE-PER-DIEM PIC 9(5)V99.
003393         10  WS-QTE-HONOURED PIC X(01).
003394 01  WS-QTE-IDX              PIC 9(4)   VALUE 0.
003395 01  WS-QTE-MATCH-IDX        PIC 9(4)   VALUE 0.
003396 01  WS-QTE-FULL-SWITCH      PIC X      VALUE "N".
003397     88  QTE-TABLE-FULL                 VALUE "Y".
003398 01  WS-QTE-DAYS-LATE        PIC S9(7)  VALUE 0.
003399 01  WS-QTE-DUE              PIC 9(9)V99 VALUE 0.
003400 01  WS-PAYOFF-NOTE-SW       PIC X      VALUE "N".
003401     88  PAYOFF-ON-QUOTE                VALUE "Q".
003402     88  PAYOFF-NO-QUOTE                VALUE "U".
003403 01  WS-PAYOFF-QUOTED        PIC 9(5)   VALUE 0.
003404 01  WS-PAYOFF-UNQUOTED      PIC 9(5)   VALUE 0.
003405
003406*----------------------------------------------------------------
003407* HONOURED ENTRIES WAITING FOR THE QUOTE LOG - WRITTEN ONLY ONCE
003408* THE NEW MASTER IS IN PLACE, SO THE LOG NEVER CLAIMS A PAYOFF
003409* THE BOOK DOES NOT SHOW.
003410*----------------------------------------------------------------
003411 01  WS-HON-COUNT            PIC 9(3)   VALUE 0.
003412 01  WS-HON-TABLE.
003413     05  WS-HON-ENTRY OCCURS 100 TIMES.
003414         10  WS-HON-QUOTE-ID PIC 9(07).
003415         10  WS-HON-LOAN     PIC X(08).
003416         10  WS-HON-BORROWER PIC X(08).
003417         10  WS-HON-PAY-DATE PIC X(08).
003418         10  WS-HON-GOOD-THRU
003419                             PIC X(08).
003420         10  WS-HON-PRINCIPAL
003421                             PIC 9(7)V99.
003422         10  WS-HON-INTEREST PIC 9(7)V99.
003423         10  WS-HON-FEES     PIC 9(7)V99.
003424         10  WS-HON-RECEIVED PIC 9(9)V99.
003425 01  WS-HON-IDX              PIC 9(3)   VALUE 0.
003426 01  WS-HON-FULL-SWITCH      PIC X      VALUE "N".
003427     88  HON-TABLE-FULL                 VALUE "Y".
003428
003429 01  WS-EDIT-AMOUNT          PIC 9(7).99.
003430 01  WS-EDIT-INTEREST        PIC 9(7).99.
003431 01  WS-EDIT-PRINCIPAL       PIC 9(7).99.
003432 01  WS-EDIT-CURTAIL         PIC 9(7).99.
003433 01  WS-EDIT-BALANCE         PIC 9(7).99.
003440 01  WS-EDIT-UNAPPLIED       PIC 9(7).99.
003445 01  WS-EDIT-FEES            PIC 9(7).99.
003450 01  WS-EDIT-TOTAL           PIC 9(11).99.
003460 01  WS-EDIT-TOTAL-2         PIC 9(11).99.
003470
003480 PROCEDURE DIVISION.
003490*----------------------------------------------------------------
003500* 0000-MAINLINE - TOP-LEVEL CONTROL
003510*----------------------------------------------------------------
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003540     PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT
003550     IF RUN-LOCK-HELD
003560         PERFORM 2000-LOAD-SERVICING-MASTER THRU 2000-EXIT
003565         IF WS-COND-CODE < 12
003570             PERFORM 2200-LOAD-PAYMENTS THRU 2200-EXIT
003580             PERFORM 2500-LOAD-EVENTS THRU 2500-EXIT
003585             PERFORM 2700-LOAD-QUOTES THRU 2700-EXIT
003590             PERFORM 3000-POST-PORTFOLIO THRU 3000-EXIT
003595         END-IF
003600         IF WS-COND-CODE < 12
003610             PERFORM 4000-WRITE-UNMATCHED-PAYMENTS
003620                 THRU 4000-EXIT
003630             PERFORM 5000-WRITE-REGISTER-SUMMARY THRU 5000-EXIT
003640             PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT
003645             PERFORM 6500-LOG-HONOURED-QUOTES THRU 6500-EXIT
003650             PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
003660         END-IF
003670         PERFORM 1300-RELEASE-RUN-LOCK THRU 1300-EXIT
003680     END-IF
003690     PERFORM 9999-TERMINATE THRU 9999-EXIT
003700     MOVE WS-COND-CODE TO RETURN-CODE
003710     STOP RUN.
003720
003730*----------------------------------------------------------------
003740* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
003750*----------------------------------------------------------------
003760 1000-INITIALIZE.
003770     DISPLAY " ".
003780     DISPLAY "=== LOANPOST - LOAN PAYMENT POSTING RUN ===".
003790     MOVE "LOANPOST" TO RH-PROGRAM-NAME
003800     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
003810     IF NOT RUNCARD-PRESENT
003820         DISPLAY "Enter operator ID: " WITH NO ADVANCING
003830         ACCEPT RH-OPERATOR-ID
003840     END-IF
003850     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
003860     ACCEPT RH-RUN-TIME FROM TIME
003870     STRING RH-RUN-DATE DELIMITED BY SIZE
003880            RH-RUN-TIME DELIMITED BY SIZE
003890            INTO RH-RUN-ID
003900     END-STRING
003901*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
003902*    TO RUN THIS JOB.
003903     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
003904     MOVE RH-RUN-ID       TO OC-RUN-ID
003905     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
003906     IF RUNCARD-PRESENT
003907         MOVE "B" TO OC-RUN-MODE
003908     ELSE
003909         MOVE "I" TO OC-RUN-MODE
003910     END-IF
003911     MOVE "B"             TO OC-FUNCTION-GROUP
003912     CALL "OPERCHK" USING WS-OPERATOR-CHECK
003913     IF NOT OC-AUTHORIZED
003914         MOVE 12 TO RETURN-CODE
003915         STOP RUN
003916     END-IF.
003917 1000-EXIT.
003920     EXIT.
003930
003940 1100-READ-RUN-CARD.
003950     MOVE "N" TO WS-RUNCARD-SWITCH
003960     OPEN INPUT RUN-CARD-FILE
003970     IF RUNCARD-OK
003980         READ RUN-CARD-FILE
003990             NOT AT END
004000                 IF RUN-CARD-RECORD NOT = SPACES
004010                     MOVE "Y" TO WS-RUNCARD-SWITCH
004020                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
004030                 END-IF
004040         END-READ
004050         CLOSE RUN-CARD-FILE
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1200-ACQUIRE-RUN-LOCK - REFUSE TO POST WHILE ANOTHER LOAN-SIDE
004120* BATCH HOLDS THE LOCK; AN OPERATOR AT THE CONSOLE MAY CLEAR A
004130* LOCK A CRASHED RUN LEFT BEHIND.
004140*----------------------------------------------------------------
004150 1200-ACQUIRE-RUN-LOCK.
004160     MOVE "N" TO WS-LOCK-SWITCH
004170     MOVE "N" TO WS-LOCK-BUSY-SWITCH
004180     OPEN INPUT LN-LOCK-FILE
004190     IF LOCK-OK
004200         READ LN-LOCK-FILE
004210             NOT AT END
004220                 IF LN-LOCK-RECORD NOT = SPACES
004230                     MOVE "Y" TO WS-LOCK-BUSY-SWITCH
004240                     MOVE LK-RUN-ID   TO WS-LOCK-RUN-ID
004250                     MOVE LK-OPERATOR TO WS-LOCK-OPERATOR
004260                 END-IF
004270         END-READ
004280         CLOSE LN-LOCK-FILE
004290     END-IF
004300
004310     IF LOCK-IS-BUSY
004320         DISPLAY "LOANPOST: batch already running - lock held "
004330                 "by run " WS-LOCK-RUN-ID " operator "
004340                 WS-LOCK-OPERATOR
004350         IF NOT RUNCARD-PRESENT
004360             DISPLAY "Clear the lock and run anyway - only if "
004370                     "that run crashed (Y/N)? "
004380                 WITH NO ADVANCING
004390             ACCEPT WS-CLEAR-ANSWER
004400             MOVE FUNCTION UPPER-CASE(WS-CLEAR-ANSWER)
004410                 TO WS-CLEAR-ANSWER
004420             IF WS-CLEAR-ANSWER = "Y"
004430                 MOVE "N" TO WS-LOCK-BUSY-SWITCH
004440             END-IF
004450         END-IF
004460     END-IF
004470
004480     IF LOCK-IS-BUSY
004490         DISPLAY "LOANPOST: posting run refused."
004500         MOVE "ABORTED" TO WS-RUN-STATUS
004510         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
004520         MOVE 12 TO WS-COND-CODE
004530     ELSE
004540         OPEN OUTPUT LN-LOCK-FILE
004550         MOVE SPACES TO LN-LOCK-RECORD
004560         MOVE RH-RUN-ID      TO LK-RUN-ID
004570         MOVE RH-OPERATOR-ID TO LK-OPERATOR
004580         WRITE LN-LOCK-RECORD
004590         CLOSE LN-LOCK-FILE
004600         MOVE "Y" TO WS-LOCK-SWITCH
004610     END-IF.
004620 1200-EXIT.
004630     EXIT.
004640
004650 1300-RELEASE-RUN-LOCK.
004660     OPEN OUTPUT LN-LOCK-FILE
004670     MOVE SPACES TO LN-LOCK-RECORD
004680     WRITE LN-LOCK-RECORD
004690     CLOSE LN-LOCK-FILE.
004700 1300-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------
004740* 2000-LOAD-SERVICING-MASTER - LAST NIGHT'S POSITION.  A MISSING
004750* MASTER IS THE FIRST RUN: EVERY LOAN IS OPENED FROM LOOPPORT.
004753* A MASTER WITH MORE LOANS THAN THE TABLE HOLDS ABORTS THE RUN -
004756* THE NEW MASTER WOULD OTHERWISE LOSE THE LOANS THAT DID NOT FIT.
004760*----------------------------------------------------------------
004770 2000-LOAD-SERVICING-MASTER.
004780     MOVE 0 TO WS-SRV-COUNT
004790     OPEN INPUT LN-SERVICE-FILE
004800     IF NOT SERVICE-OK
004810         DISPLAY "LOANPOST: no servicing master (LOANSERV.DAT) "
004820                 "- every loan opened from the portfolio."
004830         GO TO 2000-EXIT
004840     END-IF
004850     READ LN-SERVICE-FILE
004860         AT END SET SERVICE-EOF TO TRUE
004870     END-READ
004880     PERFORM UNTIL SERVICE-EOF
004890         PERFORM 2100-LOAD-ONE-MASTER THRU 2100-EXIT
004900         READ LN-SERVICE-FILE
004910             AT END SET SERVICE-EOF TO TRUE
004920         END-READ
004930     END-PERFORM
004940     CLOSE LN-SERVICE-FILE
004941     IF SRV-TABLE-FULL
004942         DISPLAY "LOANPOST: servicing master (LOANSERV.DAT) "
004943                 "holds over 500 loans - run aborted."
004944         MOVE "ABORTED" TO WS-RUN-STATUS
004945         MOVE "MASTER OVER 500" TO WS-RUN-REASON
004946         MOVE 12 TO WS-COND-CODE
004947     END-IF.
004950 2000-EXIT.
004960     EXIT.
004970
004980 2100-LOAD-ONE-MASTER.
004990     IF LN-SERVICE-RECORD = SPACES
005000         GO TO 2100-EXIT
005010     END-IF
005020     IF WS-SRV-COUNT = 500
005030         MOVE "Y" TO WS-SRV-FULL-SWITCH
005040         GO TO 2100-EXIT
005050     END-IF
005060     ADD 1 TO WS-SRV-COUNT
005070     MOVE SV-LOAN-ID         TO WS-SRV-LOAN(WS-SRV-COUNT)
005080     MOVE SV-BORROWER-REF    TO WS-SRV-BORROWER(WS-SRV-COUNT)
005090     MOVE SV-PRINCIPAL-BAL   TO WS-SRV-BAL(WS-SRV-COUNT)
005100     MOVE SV-ACCRUED-INT     TO WS-SRV-ACCRUED(WS-SRV-COUNT)
005110     MOVE SV-ACCRUED-THRU    TO WS-SRV-THRU(WS-SRV-COUNT)
005120     MOVE SV-PAID-TO-DATE    TO WS-SRV-PAID-TO(WS-SRV-COUNT)
005130     MOVE SV-LAST-PAY-DATE   TO WS-SRV-LAST-PAY(WS-SRV-COUNT)
005140     MOVE SV-CURRENT-RATE    TO WS-SRV-RATE(WS-SRV-COUNT)
005150     MOVE SV-PAYMENTS-POSTED TO WS-SRV-POSTED(WS-SRV-COUNT)
005160     MOVE SV-TOTAL-PAID      TO WS-SRV-TOT-PAID(WS-SRV-COUNT)
005161     MOVE SV-STATUS          TO WS-SRV-STATUS(WS-SRV-COUNT)
005162     IF SV-FEES-DUE IS NUMERIC
005163         MOVE SV-FEES-DUE    TO WS-SRV-FEES-DUE(WS-SRV-COUNT)
005164     ELSE
005165         MOVE 0              TO WS-SRV-FEES-DUE(WS-SRV-COUNT)
005166     END-IF
005167     IF SV-FEES-PAID IS NUMERIC
005168         MOVE SV-FEES-PAID   TO WS-SRV-FEES-PD(WS-SRV-COUNT)
005169     ELSE
005170         MOVE 0              TO WS-SRV-FEES-PD(WS-SRV-COUNT)
005171     END-IF.
005180 2100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2200-LOAD-PAYMENTS - THE WHOLE CUMULATIVE PAYMENTS FILE.  A
005230* MISSING FILE IS A LEGITIMATE NO-PAYMENTS NIGHT: INTEREST
005240* STILL ACCRUES.
005250*----------------------------------------------------------------
005260 2200-LOAD-PAYMENTS.
005270     MOVE 0 TO WS-PAY-COUNT
005280     OPEN INPUT LN-PAYMENT-FILE
005290     IF NOT PAYMENT-OK
005300         DISPLAY "LOANPOST: no payments file (LOOPPYMT.DAT) - "
005310                 "interest accrual only."
005320         GO TO 2200-EXIT
005330     END-IF
005340     READ LN-PAYMENT-FILE
005350         AT END SET PAYMENT-EOF TO TRUE
005360     END-READ
005370     PERFORM UNTIL PAYMENT-EOF
005380         PERFORM 2300-LOAD-ONE-PAYMENT THRU 2300-EXIT
005390         READ LN-PAYMENT-FILE
005400             AT END SET PAYMENT-EOF TO TRUE
005410         END-READ
005420     END-PERFORM
005430     CLOSE LN-PAYMENT-FILE
005440     IF PAY-TABLE-FULL
005450         DISPLAY "LOANPOST: over 1000 payments - overflow "
005460                 "not posted and flagged."
005470         IF WS-COND-CODE < 4
005480             MOVE 4 TO WS-COND-CODE
005490         END-IF
005500     END-IF.
005510 2200-EXIT.
005520     EXIT.
005530
005540 2300-LOAD-ONE-PAYMENT.
005550*    THE SAME UNUSABLE-RECORD RULES AS THE ARREARS RUN, PLUS A
005560*    REAL PAYMENT DATE - INTEREST IS ACCRUED TO IT.
005570     IF LN-PAYMENT-RECORD = SPACES
005580         GO TO 2300-EXIT
005590     END-IF
005600     IF PY-LOAN-ID = SPACES
005610             OR PY-AMOUNT IS NOT NUMERIC
005620             OR PY-PAY-DATE IS NOT NUMERIC
005630             OR PY-PAY-DATE(5:2) < "01"
005640             OR PY-PAY-DATE(5:2) > "12"
005650         ADD 1 TO WS-PAY-BAD-COUNT
005660         GO TO 2300-EXIT
005670     END-IF
005680     IF WS-PAY-COUNT < 1000
005690         ADD 1 TO WS-PAY-COUNT
005700         MOVE PY-LOAN-ID  TO WS-PAY-LOAN(WS-PAY-COUNT)
005710         MOVE PY-PAY-DATE TO WS-PAY-DATE(WS-PAY-COUNT)
005720         MOVE PY-AMOUNT   TO WS-PAY-AMOUNT(WS-PAY-COUNT)
005730         MOVE "N"         TO WS-PAY-USED(WS-PAY-COUNT)
005740     ELSE
005750         MOVE "Y" TO WS-PAY-FULL-SWITCH
005760     END-IF.
005770 2300-EXIT.
005780     EXIT.
005790
005800 2500-LOAD-EVENTS.
005810     MOVE 0 TO WS-EVT-COUNT
005820     OPEN INPUT LN-EVENT-FILE
005830     IF EVENT-OK
005840         READ LN-EVENT-FILE
005850             AT END SET EVENT-EOF TO TRUE
005860         END-READ
005870         PERFORM UNTIL EVENT-EOF OR WS-EVT-COUNT = 200
005880             PERFORM 2600-LOAD-ONE-EVENT THRU 2600-EXIT
005890             READ LN-EVENT-FILE
005900                 AT END SET EVENT-EOF TO TRUE
005910             END-READ
005920         END-PERFORM
005930         CLOSE LN-EVENT-FILE
005940     END-IF.
005950 2500-EXIT.
005960     EXIT.
005970
005980 2600-LOAD-ONE-EVENT.
005990*    THE SAME ACCEPTANCE RULES AS THE SCHEDULE RUN, SO EVERY
006000*    LOAN PROGRAM APPLIES EXACTLY THE SAME EVENT SET.
006010     IF EV-LOAN-ID = SPACES
006020             OR EV-DATE IS NOT NUMERIC
006030             OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
006040             OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
006047                 AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
006054             OR ((EV-TYPE = "P" OR EV-TYPE = "L")
006061                 AND EV-VALUE IS NOT NUMERIC)
006070             OR (EV-TYPE = "R"
006080                 AND EV-NEW-RATE IS NOT NUMERIC)
006090         CONTINUE
006100     ELSE
006110         ADD 1 TO WS-EVT-COUNT
006120         MOVE EV-LOAN-ID    TO WS-EVT-LOAN(WS-EVT-COUNT)
006130         MOVE EV-DATE       TO WS-EVT-DATE(WS-EVT-COUNT)
006140         MOVE EV-DATE(1:4)  TO WS-EVT-YYYY(WS-EVT-COUNT)
006150         MOVE EV-DATE(5:2)  TO WS-EVT-MM(WS-EVT-COUNT)
006160         MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
006170         IF EV-TYPE = "P" OR EV-TYPE = "L"
006180             MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
006190         ELSE
006200             MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
006210         END-IF
006220         IF EV-TYPE = "R"
006230             MOVE EV-NEW-RATE TO WS-EVT-RATE(WS-EVT-COUNT)
006240         ELSE
006250             MOVE 0 TO WS-EVT-RATE(WS-EVT-COUNT)
006260         END-IF
006270         MOVE "N" TO WS-EVT-APPLIED(WS-EVT-COUNT)
006280     END-IF.
006290 2600-EXIT.
006300     EXIT.
006301*----------------------------------------------------------------
006302* 2700-LOAD-QUOTES - THE PAYOFF QUOTES STILL OPEN.  AN HONOURED
006303* ENTRY CLOSES THE QUOTE IT NAMES, SO A RERUN NEVER MATCHES A
006304* QUOTE TWICE.  NO LOG MEANS NO QUOTES HAVE BEEN ISSUED.
006305*----------------------------------------------------------------
006306 2700-LOAD-QUOTES.
006307     MOVE 0 TO WS-QTE-COUNT
006308     OPEN INPUT QUOTE-LOG-FILE
006309     IF NOT QUOTE-LOG-OK
006310         GO TO 2700-EXIT
006311     END-IF
006312     READ QUOTE-LOG-FILE
006313         AT END SET QUOTE-LOG-EOF TO TRUE
006314     END-READ
006315     PERFORM UNTIL QUOTE-LOG-EOF
006316         PERFORM 2800-LOAD-ONE-QUOTE THRU 2800-EXIT
006317         READ QUOTE-LOG-FILE
006318             AT END SET QUOTE-LOG-EOF TO TRUE
006319         END-READ
006320     END-PERFORM
006321     CLOSE QUOTE-LOG-FILE.
006322 2700-EXIT.
006323     EXIT.
006324
006325 2800-LOAD-ONE-QUOTE.
006326     IF QL-QUOTE-ID IS NOT NUMERIC
006327         GO TO 2800-EXIT
006328     END-IF
006329     IF QL-HONOURED
006330         PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
006331                 UNTIL WS-QTE-IDX > WS-QTE-COUNT
006332             IF WS-QTE-ID(WS-QTE-IDX) = QL-QUOTE-ID
006333                 MOVE "Y" TO WS-QTE-HONOURED(WS-QTE-IDX)
006334             END-IF
006335         END-PERFORM
006336         GO TO 2800-EXIT
006337     END-IF
006338     IF NOT QL-ISSUED
006339             OR QL-TOTAL IS NOT NUMERIC
006340             OR QL-PER-DIEM IS NOT NUMERIC
006341             OR QL-GOOD-THRU IS NOT NUMERIC
006342         GO TO 2800-EXIT
006343     END-IF
006344     IF WS-QTE-COUNT = 500
006345         MOVE "Y" TO WS-QTE-FULL-SWITCH
006346         GO TO 2800-EXIT
006347     END-IF
006348     ADD 1 TO WS-QTE-COUNT
006349     MOVE QL-QUOTE-ID    TO WS-QTE-ID(WS-QTE-COUNT)
006350     MOVE QL-LOAN-ID     TO WS-QTE-LOAN(WS-QTE-COUNT)
006351     MOVE QL-ENTRY-DATE  TO WS-QTE-DATE(WS-QTE-COUNT)
006352     MOVE QL-GOOD-THRU   TO WS-QTE-GOOD-THRU(WS-QTE-COUNT)
006353     MOVE QL-TOTAL       TO WS-QTE-TOTAL(WS-QTE-COUNT)
006354     MOVE QL-PER-DIEM    TO WS-QTE-PER-DIEM(WS-QTE-COUNT)
006355     MOVE "N"            TO WS-QTE-HONOURED(WS-QTE-COUNT).
006356 2800-EXIT.
006357     EXIT.
006358
006359*----------------------------------------------------------------
006360* 3000-POST-PORTFOLIO - ONE PASS OF THE BOOK, POSTING EACH
006361* LOAN'S NEW RECEIPTS AND ACCRUING IT UP TO THE RUN DATE.
006362*----------------------------------------------------------------
006363 3000-POST-PORTFOLIO.
006370     OPEN INPUT LN-PORTFOLIO-FILE
006380     IF NOT PORTFOLIO-OK
006390         DISPLAY "LOANPOST: cannot open LOOPPORT.DAT - run "
006400                 "aborted."
006410         MOVE "ABORTED" TO WS-RUN-STATUS
006420         MOVE "CANNOT OPEN LOOPPORT" TO WS-RUN-REASON
006430         MOVE 12 TO WS-COND-CODE
006440         GO TO 3000-EXIT
006450     END-IF
006460     OPEN OUTPUT LN-REGISTER-FILE
006470     PERFORM 3050-WRITE-REGISTER-HEADER THRU 3050-EXIT
006480
006490     READ LN-PORTFOLIO-FILE
006500         AT END SET PORTFOLIO-EOF TO TRUE
006510     END-READ
006520     PERFORM UNTIL PORTFOLIO-EOF
006530         PERFORM 3100-POST-ONE-LOAN THRU 3100-EXIT
006540         READ LN-PORTFOLIO-FILE
006550             AT END SET PORTFOLIO-EOF TO TRUE
006560         END-READ
006570     END-PERFORM
006580     CLOSE LN-PORTFOLIO-FILE.
006590 3000-EXIT.
006600     EXIT.
006610
006620 3050-WRITE-REGISTER-HEADER.
006630     MOVE SPACES TO LN-REGISTER-RECORD
006640     STRING "LOAN POSTING REGISTER - RUN " DELIMITED BY SIZE
006650            RH-RUN-ID                      DELIMITED BY SIZE
006660            " OPERATOR "                   DELIMITED BY SIZE
006670            RH-OPERATOR-ID                 DELIMITED BY SIZE
006680            INTO LN-REGISTER-RECORD
006690     END-STRING
006700     WRITE LN-REGISTER-RECORD
006710
006720     MOVE SPACES TO LN-REGISTER-RECORD
006730     STRING "LOAN ID   PAY DATE  PAYMENT     INTEREST    "
006740                DELIMITED BY SIZE
006750            "PRINCIPAL   LATE FEES   CURTAILMENT NEW BALANCE"
006760                DELIMITED BY SIZE
006770            INTO LN-REGISTER-RECORD
006780     END-STRING
006790     WRITE LN-REGISTER-RECORD.
006800 3050-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 3100-POST-ONE-LOAN - THE SCHEDULE RUN'S BAD-RECORD GUARDS,
006850* THEN THE LOAN'S SERVICING ENTRY (OPENED IF NEW), ITS UNPOSTED
006860* RECEIPTS IN ARRIVAL ORDER, ACCRUAL TO THE RUN DATE AND THE
006870* PAID-TO DATE.  A LOAN WITH NO FIRST PAYMENT DATE HAS NO
006880* ACCRUAL START AND IS SKIPPED - ITS RECEIPTS LAND ON THE
006890* UNMATCHED SECTION RATHER THAN POST AGAINST NOTHING.  A NEW
006895* LOAN THE SERVICING TABLE HAS NO ROOM FOR IS LISTED ON ITS OWN.
006900*----------------------------------------------------------------
006910 3100-POST-ONE-LOAN.
006920     IF PF-PRINCIPAL IS NOT NUMERIC
006930             OR PF-ANNUAL-RATE IS NOT NUMERIC
006940             OR PF-TERM-MONTHS IS NOT NUMERIC
006950             OR PF-TERM-MONTHS = 0
006960             OR PF-PRINCIPAL = 0
006970             OR PF-START-DATE IS NOT NUMERIC
006980             OR PF-START-DATE(5:2) < "01"
006990             OR PF-START-DATE(5:2) > "12"
007000         ADD 1 TO WS-SKIP-COUNT
007010         GO TO 3100-EXIT
007020     END-IF
007030
007040     PERFORM 3150-FIND-OR-OPEN-LOAN THRU 3150-EXIT
007050     IF NOT SRV-ENTRY-FOUND
007060         PERFORM 3160-WRITE-TABLE-FULL-LOAN THRU 3160-EXIT
007070         GO TO 3100-EXIT
007080     END-IF
007090     ADD 1 TO WS-LOAN-COUNT
007100
007110     MOVE PF-PRINCIPAL   TO WS-PRINCIPAL
007120     MOVE PF-ANNUAL-RATE TO WS-ANNUAL-RATE-PCT
007130     MOVE PF-TERM-MONTHS TO WS-TERM-MONTHS
007140     PERFORM 3200-COMPUTE-PAYMENT THRU 3200-EXIT
007150     MOVE WS-PAYMENT TO WS-LEVEL-PAYMENT
007160
007170     PERFORM 3300-POST-LOAN-PAYMENTS THRU 3300-EXIT
007180
007190     IF WS-SRV-STATUS(WS-SRV-IDX) = "A"
007200         MOVE RH-RUN-DATE TO WS-ACCRUE-TO
007210         PERFORM 3500-ACCRUE-TO-DATE THRU 3500-EXIT
007220     END-IF
007230
007232     MOVE RH-RUN-DATE TO WS-FEES-AS-OF
007234     PERFORM 3650-COMPUTE-FEES-OWED THRU 3650-EXIT
007236     MOVE WS-FEES-OWED TO WS-SRV-FEES-DUE(WS-SRV-IDX)
007238
007240     PERFORM 3700-SET-PAID-TO-DATE THRU 3700-EXIT
007247     ADD WS-SRV-BAL(WS-SRV-IDX)      TO WS-BOOK-PRINCIPAL
007254     ADD WS-SRV-ACCRUED(WS-SRV-IDX)  TO WS-BOOK-ACCRUED
007261     ADD WS-SRV-FEES-DUE(WS-SRV-IDX) TO WS-BOOK-FEES.
007270 3100-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310* 3150-FIND-OR-OPEN-LOAN - A LOAN NEW TO THE BOOK OPENS AT ITS
007320* FULL PRINCIPAL, ACCRUING FROM ONE MONTH BEFORE ITS FIRST
007330* PAYMENT DATE, AT THE RATE IN FORCE ON THAT DAY.
007340*----------------------------------------------------------------
007350 3150-FIND-OR-OPEN-LOAN.
007360     MOVE "N" TO WS-SRV-FOUND-SWITCH
007370     PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
007380             UNTIL WS-SRV-IDX > WS-SRV-COUNT
007390             OR SRV-ENTRY-FOUND
007400         IF WS-SRV-LOAN(WS-SRV-IDX) = PF-LOAN-ID
007410             MOVE "Y" TO WS-SRV-FOUND-SWITCH
007420         END-IF
007430     END-PERFORM
007440     IF SRV-ENTRY-FOUND
007450         SUBTRACT 1 FROM WS-SRV-IDX
007460         GO TO 3150-EXIT
007470     END-IF
007480
007490     IF WS-SRV-COUNT = 500
007500         MOVE "Y" TO WS-SRV-FULL-SWITCH
007510         GO TO 3150-EXIT
007520     END-IF
007530     ADD 1 TO WS-SRV-COUNT
007540     MOVE WS-SRV-COUNT TO WS-SRV-IDX
007550     MOVE "Y" TO WS-SRV-FOUND-SWITCH
007560     ADD 1 TO WS-SRV-OPENED
007570     MOVE PF-LOAN-ID      TO WS-SRV-LOAN(WS-SRV-IDX)
007580     MOVE PF-BORROWER-REF TO WS-SRV-BORROWER(WS-SRV-IDX)
007590     MOVE PF-PRINCIPAL    TO WS-SRV-BAL(WS-SRV-IDX)
007600     MOVE 0               TO WS-SRV-ACCRUED(WS-SRV-IDX)
007610     MOVE PF-START-DATE   TO WS-MONTH-BASE
007620     MOVE -1              TO WS-MONTH-OFFSET
007630     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT
007640     MOVE WS-MONTH-RESULT TO WS-SRV-THRU(WS-SRV-IDX)
007650     MOVE ZEROS           TO WS-SRV-PAID-TO(WS-SRV-IDX)
007660     MOVE ZEROS           TO WS-SRV-LAST-PAY(WS-SRV-IDX)
007670     MOVE PF-ANNUAL-RATE  TO WS-SRV-RATE(WS-SRV-IDX)
007680     MOVE 0               TO WS-SRV-POSTED(WS-SRV-IDX)
007690     MOVE 0               TO WS-SRV-TOT-PAID(WS-SRV-IDX)
007700     MOVE "A"             TO WS-SRV-STATUS(WS-SRV-IDX)
007703     MOVE 0               TO WS-SRV-FEES-DUE(WS-SRV-IDX)
007706     MOVE 0               TO WS-SRV-FEES-PD(WS-SRV-IDX)
007710     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
007720             UNTIL WS-EVT-IDX > WS-EVT-COUNT
007730         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
007740                 AND WS-EVT-TYPE(WS-EVT-IDX) = "R"
007750                 AND WS-EVT-DATE(WS-EVT-IDX)
007760                     <= WS-SRV-THRU(WS-SRV-IDX)
007770             MOVE WS-EVT-RATE(WS-EVT-IDX)
007780                 TO WS-SRV-RATE(WS-SRV-IDX)
007790         END-IF
007800     END-PERFORM.
007810 3150-EXIT.
007820     EXIT.
007830
007831*----------------------------------------------------------------
007832* 3160-WRITE-TABLE-FULL-LOAN - A NEW LOAN WITH NO ROOM LEFT ON
007833* THE SERVICING TABLE.  ITS RECEIPTS ARE HELD, NOT REPORTED AS
007834* BELONGING TO NO LOAN, AND POST ONCE THE LOAN CAN BE OPENED.
007835*----------------------------------------------------------------
007836 3160-WRITE-TABLE-FULL-LOAN.
007837     ADD 1 TO WS-SRV-OVERFLOW
007838     MOVE 0 TO WS-HELD-RECEIPTS
007839     PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
007840             UNTIL WS-PAY-IDX > WS-PAY-COUNT
007841         IF WS-PAY-LOAN(WS-PAY-IDX) = PF-LOAN-ID
007842             MOVE "H" TO WS-PAY-USED(WS-PAY-IDX)
007843             ADD 1 TO WS-HELD-RECEIPTS
007844         END-IF
007845     END-PERFORM
007846     MOVE SPACES TO LN-REGISTER-RECORD
007847     STRING PF-LOAN-ID         DELIMITED BY SIZE
007848            "  *** SERVICING TABLE FULL - LOAN NOT OPENED, "
007849                               DELIMITED BY SIZE
007850            WS-HELD-RECEIPTS   DELIMITED BY SIZE
007851            " RECEIPTS HELD"   DELIMITED BY SIZE
007852            INTO LN-REGISTER-RECORD
007853     END-STRING
007854     WRITE LN-REGISTER-RECORD.
007855 3160-EXIT.
007856     EXIT.
007857
007858*----------------------------------------------------------------
007859* 3200-COMPUTE-PAYMENT - LEVEL PAYMENT, ZERO-RATE LOANS SPREAD
007860* EVENLY, EXACTLY AS THE SCHEDULE RUN COMPUTES IT.
007870*----------------------------------------------------------------
007880 3200-COMPUTE-PAYMENT.
007890     COMPUTE WS-MONTHLY-RATE ROUNDED =
007900             WS-ANNUAL-RATE-PCT / 100 / 12
007910     IF WS-MONTHLY-RATE = 0
007920         COMPUTE WS-PAYMENT ROUNDED =
007930                 WS-PRINCIPAL / WS-TERM-MONTHS
007940     ELSE
007950         MOVE 1 TO WS-COMPOUND-FACTOR
007960         PERFORM VARYING WS-PERIOD FROM 1 BY 1
007970                 UNTIL WS-PERIOD > WS-TERM-MONTHS
007980             COMPUTE WS-COMPOUND-FACTOR ROUNDED =
007990                     WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
008000         END-PERFORM
008010         COMPUTE WS-PAYMENT-DENOM = WS-COMPOUND-FACTOR - 1
008020         COMPUTE WS-PAYMENT-NUMER =
008030                 WS-PRINCIPAL * WS-MONTHLY-RATE
008040                 * WS-COMPOUND-FACTOR
008050         COMPUTE WS-PAYMENT ROUNDED =
008060                 WS-PAYMENT-NUMER / WS-PAYMENT-DENOM
008070     END-IF.
008080 3200-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* 3300-POST-LOAN-PAYMENTS - WALK THE LOAN'S RECEIPTS IN ARRIVAL
008130* ORDER, SKIPPING THE ONES THE MASTER SAYS ARE ALREADY POSTED.
008140* A RECEIPT DATED AFTER THE RUN DATE STOPS THE LOAN'S POSTING
008150* FOR TONIGHT - IT AND ANYTHING BEHIND IT POST ON ITS OWN DAY.
008160*----------------------------------------------------------------
008170 3300-POST-LOAN-PAYMENTS.
008180     MOVE 0 TO WS-LOAN-PAY-SEQ
008190     MOVE "N" TO WS-LOAN-STOP-SWITCH
008200     PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
008210             UNTIL WS-PAY-IDX > WS-PAY-COUNT
008220         IF WS-PAY-LOAN(WS-PAY-IDX) = PF-LOAN-ID
008230             MOVE "Y" TO WS-PAY-USED(WS-PAY-IDX)
008240             ADD 1 TO WS-LOAN-PAY-SEQ
008250             IF WS-LOAN-PAY-SEQ > WS-SRV-POSTED(WS-SRV-IDX)
008260                 IF WS-PAY-DATE(WS-PAY-IDX) > RH-RUN-DATE
008270                     MOVE "Y" TO WS-LOAN-STOP-SWITCH
008280                 END-IF
008290                 IF LOAN-POSTING-STOPPED
008300                     ADD 1 TO WS-FUTURE-COUNT
008310                 ELSE
008320                     PERFORM 3400-POST-ONE-PAYMENT
008330                         THRU 3400-EXIT
008340                 END-IF
008350             END-IF
008360         END-IF
008370     END-PERFORM.
008380 3300-EXIT.
008390     EXIT.
008400
008410 3400-POST-ONE-PAYMENT.
008420     IF WS-SRV-STATUS(WS-SRV-IDX) = "A"
008430         MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-ACCRUE-TO
008440         PERFORM 3500-ACCRUE-TO-DATE THRU 3500-EXIT
008450     END-IF
008460     PERFORM 3600-APPLY-PAYMENT THRU 3600-EXIT
008470     ADD 1 TO WS-SRV-POSTED(WS-SRV-IDX)
008480     ADD WS-PAY-AMOUNT(WS-PAY-IDX)
008490         TO WS-SRV-TOT-PAID(WS-SRV-IDX)
008500     MOVE WS-PAY-DATE(WS-PAY-IDX)
008510         TO WS-SRV-LAST-PAY(WS-SRV-IDX)
008520     ADD 1 TO WS-POSTED-COUNT
008530     PERFORM 3800-WRITE-POSTING-LINE THRU 3800-EXIT.
008540 3400-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580* 3500-ACCRUE-TO-DATE - BRING ACCRUED INTEREST UP TO
008590* WS-ACCRUE-TO, ONE SEGMENT PER RATE IN FORCE.  A TARGET ON OR
008600* BEFORE THE ACCRUED-THRU DATE (A BACK-DATED RECEIPT) ADDS NO
008610* FURTHER INTEREST.
008620*----------------------------------------------------------------
008630 3500-ACCRUE-TO-DATE.
008640     PERFORM 3550-ACCRUE-ONE-SEGMENT THRU 3550-EXIT
008650         UNTIL WS-SRV-THRU(WS-SRV-IDX) >= WS-ACCRUE-TO.
008660 3500-EXIT.
008670     EXIT.
008680
008690 3550-ACCRUE-ONE-SEGMENT.
008700*    THE SEGMENT ENDS AT THE EARLIEST RATE CHANGE FALLING AFTER
008710*    THE ACCRUED-THRU DATE AND NO LATER THAN THE TARGET.
008720     MOVE WS-ACCRUE-TO TO WS-SEG-END
008730     MOVE 0 TO WS-NEXT-EVT-IDX
008740     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
008750             UNTIL WS-EVT-IDX > WS-EVT-COUNT
008760         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
008770                 AND WS-EVT-TYPE(WS-EVT-IDX) = "R"
008780                 AND WS-EVT-DATE(WS-EVT-IDX)
008790                     > WS-SRV-THRU(WS-SRV-IDX)
008800                 AND WS-EVT-DATE(WS-EVT-IDX) <= WS-SEG-END
008810             MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-SEG-END
008820             MOVE WS-EVT-IDX TO WS-NEXT-EVT-IDX
008830         END-IF
008840     END-PERFORM
008850
008860     MOVE WS-SRV-THRU(WS-SRV-IDX) TO WS-SEG-FROM-N
008870     MOVE WS-SEG-END              TO WS-SEG-TO-N
008880     COMPUTE WS-SEG-DAYS =
008890             FUNCTION INTEGER-OF-DATE(WS-SEG-TO-N)
008900             - FUNCTION INTEGER-OF-DATE(WS-SEG-FROM-N)
008910     IF WS-SEG-DAYS > 0
008920         COMPUTE WS-SEG-INTEREST ROUNDED =
008930                 WS-SRV-BAL(WS-SRV-IDX)
008940                 * WS-SRV-RATE(WS-SRV-IDX)
008950                 * WS-SEG-DAYS / 36500
008960         ADD WS-SEG-INTEREST TO WS-SRV-ACCRUED(WS-SRV-IDX)
008970     END-IF
008980     MOVE WS-SEG-END TO WS-SRV-THRU(WS-SRV-IDX)
008990     IF WS-NEXT-EVT-IDX > 0
009000         MOVE WS-EVT-RATE(WS-NEXT-EVT-IDX)
009010             TO WS-SRV-RATE(WS-SRV-IDX)
009020     END-IF.
009030 3550-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------------
009070* 3600-APPLY-PAYMENT - INTEREST FIRST, THEN THE PRINCIPAL PART
009078* OF THE LEVEL INSTALLMENT, THEN LATE FEES ASSESSED BY THE
009086* PAYMENT DATE, THEN ANYTHING LEFT AS A CURTAILMENT.  CASH LEFT
009094* WHEN THE PRINCIPAL IS GONE IS UNAPPLIED AND REPORTED FOR
009102* REFUND.
009110*----------------------------------------------------------------
009120 3600-APPLY-PAYMENT.
009130     MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-PAY-LEFT
009135     MOVE "N" TO WS-PAYOFF-NOTE-SW
009140     MOVE 0 TO WS-APPLY-INTEREST
009150     MOVE 0 TO WS-APPLY-PRINCIPAL
009155     MOVE 0 TO WS-APPLY-FEES
009160     MOVE 0 TO WS-APPLY-CURTAIL
009170     MOVE 0 TO WS-APPLY-UNAPPLIED
009180
009190     IF WS-PAY-LEFT > WS-SRV-ACCRUED(WS-SRV-IDX)
009200         MOVE WS-SRV-ACCRUED(WS-SRV-IDX) TO WS-APPLY-INTEREST
009210     ELSE
009220         MOVE WS-PAY-LEFT TO WS-APPLY-INTEREST
009230     END-IF
009240     SUBTRACT WS-APPLY-INTEREST FROM WS-PAY-LEFT
009250     SUBTRACT WS-APPLY-INTEREST FROM WS-SRV-ACCRUED(WS-SRV-IDX)
009260
009270     IF WS-LEVEL-PAYMENT > WS-APPLY-INTEREST
009280         COMPUTE WS-INSTALL-PRIN-DUE =
009290                 WS-LEVEL-PAYMENT - WS-APPLY-INTEREST
009300     ELSE
009310         MOVE 0 TO WS-INSTALL-PRIN-DUE
009320     END-IF
009330     IF WS-INSTALL-PRIN-DUE > WS-SRV-BAL(WS-SRV-IDX)
009340         MOVE WS-SRV-BAL(WS-SRV-IDX) TO WS-INSTALL-PRIN-DUE
009350     END-IF
009360     IF WS-PAY-LEFT > WS-INSTALL-PRIN-DUE
009370         MOVE WS-INSTALL-PRIN-DUE TO WS-APPLY-PRINCIPAL
009380     ELSE
009390         MOVE WS-PAY-LEFT TO WS-APPLY-PRINCIPAL
009400     END-IF
009410     SUBTRACT WS-APPLY-PRINCIPAL FROM WS-PAY-LEFT
009420     SUBTRACT WS-APPLY-PRINCIPAL FROM WS-SRV-BAL(WS-SRV-IDX)
009421
009422     MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-FEES-AS-OF
009423     PERFORM 3650-COMPUTE-FEES-OWED THRU 3650-EXIT
009424     IF WS-PAY-LEFT > WS-FEES-OWED
009425         MOVE WS-FEES-OWED TO WS-APPLY-FEES
009426     ELSE
009427         MOVE WS-PAY-LEFT TO WS-APPLY-FEES
009428     END-IF
009429     SUBTRACT WS-APPLY-FEES FROM WS-PAY-LEFT
009430     ADD WS-APPLY-FEES TO WS-SRV-FEES-PD(WS-SRV-IDX)
009431     SUBTRACT WS-APPLY-FEES FROM WS-FEES-OWED
009435
009440     IF WS-PAY-LEFT > WS-SRV-BAL(WS-SRV-IDX)
009450         MOVE WS-SRV-BAL(WS-SRV-IDX) TO WS-APPLY-CURTAIL
009460     ELSE
009470         MOVE WS-PAY-LEFT TO WS-APPLY-CURTAIL
009480     END-IF
009490     SUBTRACT WS-APPLY-CURTAIL FROM WS-PAY-LEFT
009500     SUBTRACT WS-APPLY-CURTAIL FROM WS-SRV-BAL(WS-SRV-IDX)
009510     MOVE WS-PAY-LEFT TO WS-APPLY-UNAPPLIED
009520
009530     ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-TOT-RECEIVED
009540     ADD WS-APPLY-INTEREST  TO WS-TOT-INTEREST
009550     ADD WS-APPLY-PRINCIPAL TO WS-TOT-PRINCIPAL
009555     ADD WS-APPLY-FEES      TO WS-TOT-FEES
009560     ADD WS-APPLY-CURTAIL   TO WS-TOT-CURTAIL
009570     IF WS-APPLY-UNAPPLIED > 0
009580         ADD 1 TO WS-UNAPPLIED-COUNT
009590         ADD WS-APPLY-UNAPPLIED TO WS-TOT-UNAPPLIED
009600     END-IF
009610
009620*    PRINCIPAL, INTEREST AND FEES ALL CLEARED IS A PAID-OFF
009630*    LOAN: IT STOPS ACCRUING FROM THIS RECEIPT ON.
009640     IF WS-SRV-BAL(WS-SRV-IDX) = 0
009650             AND WS-SRV-ACCRUED(WS-SRV-IDX) = 0
009655             AND WS-FEES-OWED = 0
009660             AND WS-SRV-STATUS(WS-SRV-IDX) = "A"
009670         MOVE "P" TO WS-SRV-STATUS(WS-SRV-IDX)
009680         ADD 1 TO WS-PAYOFF-COUNT
009685         PERFORM 3620-MATCH-PAYOFF-QUOTE THRU 3620-EXIT
009690     END-IF.
009700 3600-EXIT.
009710     EXIT.
009711*----------------------------------------------------------------
009712* 3620-MATCH-PAYOFF-QUOTE - THE PAYOFF RECEIPT ANSWERS THE LATEST
009713* OPEN QUOTE FOR THE LOAN ISSUED ON OR BEFORE THE RECEIPT DATE.
009714* THE AMOUNT THAT QUOTE CALLED FOR ON THE RECEIPT DATE GOES ON
009715* THE REGISTER BESIDE THE CASH; THE HONOURED ENTRY IS HELD FOR
009716* THE QUOTE LOG.
009717*----------------------------------------------------------------
009718 3620-MATCH-PAYOFF-QUOTE.
009719     MOVE 0 TO WS-QTE-MATCH-IDX
009720     PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
009721             UNTIL WS-QTE-IDX > WS-QTE-COUNT
009722         IF WS-QTE-LOAN(WS-QTE-IDX) = PF-LOAN-ID
009723                 AND WS-QTE-HONOURED(WS-QTE-IDX) = "N"
009724                 AND WS-QTE-DATE(WS-QTE-IDX)
009725                     <= WS-PAY-DATE(WS-PAY-IDX)
009726             MOVE WS-QTE-IDX TO WS-QTE-MATCH-IDX
009727         END-IF
009728     END-PERFORM
009729     IF WS-QTE-MATCH-IDX = 0
009730         MOVE "U" TO WS-PAYOFF-NOTE-SW
009731         ADD 1 TO WS-PAYOFF-UNQUOTED
009732         GO TO 3620-EXIT
009733     END-IF
009734
009735     MOVE "Q" TO WS-PAYOFF-NOTE-SW
009736     ADD 1 TO WS-PAYOFF-QUOTED
009737     MOVE "Y" TO WS-QTE-HONOURED(WS-QTE-MATCH-IDX)
009738     MOVE WS-QTE-TOTAL(WS-QTE-MATCH-IDX) TO WS-QTE-DUE
009739     IF WS-PAY-DATE(WS-PAY-IDX)
009740             > WS-QTE-GOOD-THRU(WS-QTE-MATCH-IDX)
009741         MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-SEG-TO-N
009742         MOVE WS-QTE-GOOD-THRU(WS-QTE-MATCH-IDX) TO WS-SEG-FROM-N
009743         COMPUTE WS-QTE-DAYS-LATE =
009744                 FUNCTION INTEGER-OF-DATE(WS-SEG-TO-N)
009745                 - FUNCTION INTEGER-OF-DATE(WS-SEG-FROM-N)
009746         COMPUTE WS-QTE-DUE = WS-QTE-DUE
009747                 + WS-QTE-PER-DIEM(WS-QTE-MATCH-IDX)
009748                 * WS-QTE-DAYS-LATE
009749     END-IF
009750
009751     IF WS-HON-COUNT = 100
009752         MOVE "Y" TO WS-HON-FULL-SWITCH
009753         GO TO 3620-EXIT
009754     END-IF
009755     ADD 1 TO WS-HON-COUNT
009756     MOVE WS-QTE-ID(WS-QTE-MATCH-IDX)
009757         TO WS-HON-QUOTE-ID(WS-HON-COUNT)
009758     MOVE PF-LOAN-ID TO WS-HON-LOAN(WS-HON-COUNT)
009759     MOVE WS-SRV-BORROWER(WS-SRV-IDX)
009760         TO WS-HON-BORROWER(WS-HON-COUNT)
009761     MOVE WS-PAY-DATE(WS-PAY-IDX) TO WS-HON-PAY-DATE(WS-HON-COUNT)
009762     MOVE WS-QTE-GOOD-THRU(WS-QTE-MATCH-IDX)
009763         TO WS-HON-GOOD-THRU(WS-HON-COUNT)
009764     COMPUTE WS-HON-PRINCIPAL(WS-HON-COUNT) =
009765             WS-APPLY-PRINCIPAL + WS-APPLY-CURTAIL
009766     MOVE WS-APPLY-INTEREST TO WS-HON-INTEREST(WS-HON-COUNT)
009767     MOVE WS-APPLY-FEES     TO WS-HON-FEES(WS-HON-COUNT)
009768     MOVE WS-PAY-AMOUNT(WS-PAY-IDX)
009769         TO WS-HON-RECEIVED(WS-HON-COUNT).
009770 3620-EXIT.
009771     EXIT.
009772
009773*----------------------------------------------------------------
009774* 3650-COMPUTE-FEES-OWED - LATE FEES ASSESSED ON THE LOAN UP TO
009775* WS-FEES-AS-OF, LESS WHAT HAS ALREADY BEEN PAID TOWARD FEES.
009776* THE EVENTS FILE IS THE RECORD OF WHAT WAS CHARGED, SO A FEE
009777* IS NEVER COUNTED TWICE ACROSS RERUNS.
009778*----------------------------------------------------------------
009779 3650-COMPUTE-FEES-OWED.
009780     MOVE 0 TO WS-FEES-ASSESSED
009781     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
009782             UNTIL WS-EVT-IDX > WS-EVT-COUNT
009783         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
009784                 AND WS-EVT-TYPE(WS-EVT-IDX) = "L"
009785                 AND WS-EVT-DATE(WS-EVT-IDX) <= WS-FEES-AS-OF
009786             ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-FEES-ASSESSED
009787         END-IF
009788     END-PERFORM
009789     IF WS-FEES-ASSESSED > WS-SRV-FEES-PD(WS-SRV-IDX)
009790         COMPUTE WS-FEES-OWED =
009791                 WS-FEES-ASSESSED - WS-SRV-FEES-PD(WS-SRV-IDX)
009792     ELSE
009793         MOVE 0 TO WS-FEES-OWED
009794     END-IF.
009795 3650-EXIT.
009796     EXIT.
009797
009798*----------------------------------------------------------------
009799* 3700-SET-PAID-TO-DATE - THE DUE DATE OF THE LAST INSTALLMENT
009800* THE CASH RECEIVED FULLY COVERS, WALKING THE SAME SCHEDULE ROWS
009801* THE ARREARS RUN CLASSIFIES AGAINST (EVENTS AND TRUE-UP
009802* INCLUDED), SO "PAID TO" AND "MONTHS BEHIND" ALWAYS AGREE.  A
009803* PAID-OFF LOAN IS PAID TO ITS LAST RECEIPT.
009804*----------------------------------------------------------------
009805 3700-SET-PAID-TO-DATE.
009810     IF WS-SRV-STATUS(WS-SRV-IDX) = "P"
009820         MOVE WS-SRV-LAST-PAY(WS-SRV-IDX)
009830             TO WS-SRV-PAID-TO(WS-SRV-IDX)
009840         GO TO 3700-EXIT
009850     END-IF
009860     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
009870             UNTIL WS-EVT-IDX > WS-EVT-COUNT
009880         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
009890             MOVE "N" TO WS-EVT-APPLIED(WS-EVT-IDX)
009900         END-IF
009910     END-PERFORM
009920
009930     MOVE 0 TO WS-CUM-DUE
009940     MOVE 0 TO WS-PERIODS-COVERED
009950     MOVE "N" TO WS-PAID-OFF-SWITCH
009960     MOVE PF-START-DATE(1:4) TO WS-CUR-YYYY
009970     MOVE PF-START-DATE(5:2) TO WS-CUR-MM
009980     MOVE PF-PRINCIPAL TO WS-BALANCE
009990     PERFORM VARYING WS-PERIOD FROM 1 BY 1
010000             UNTIL WS-PERIOD > WS-TERM-MONTHS
010010             OR LOAN-IS-PAID-OFF
010020             OR WS-CUM-DUE > WS-SRV-TOT-PAID(WS-SRV-IDX)
010030         MOVE "N" TO WS-FORCE-PAYOFF-SW
010040         PERFORM 3750-APPLY-PERIOD-EVENTS THRU 3750-EXIT
010050         COMPUTE WS-INTEREST-AMT ROUNDED =
010060                 WS-BALANCE * WS-MONTHLY-RATE
010070         IF WS-PERIOD = WS-TERM-MONTHS
010080                 OR EVENT-FORCES-PAYOFF
010090                 OR (WS-PAYMENT - WS-INTEREST-AMT)
010100                     >= WS-BALANCE
010110             COMPUTE WS-ROW-PAYMENT =
010120                     WS-BALANCE + WS-INTEREST-AMT
010130             MOVE 0 TO WS-BALANCE
010140             MOVE "Y" TO WS-PAID-OFF-SWITCH
010150         ELSE
010160             MOVE WS-PAYMENT TO WS-ROW-PAYMENT
010170             COMPUTE WS-PRINCIPAL-AMT =
010180                     WS-PAYMENT - WS-INTEREST-AMT
010190             SUBTRACT WS-PRINCIPAL-AMT FROM WS-BALANCE
010200         END-IF
010210         ADD WS-ROW-PAYMENT TO WS-CUM-DUE
010220         IF WS-CUM-DUE <= WS-SRV-TOT-PAID(WS-SRV-IDX)
010230             MOVE WS-PERIOD TO WS-PERIODS-COVERED
010240         END-IF
010250         IF WS-CUR-MM = 12
010260             MOVE 1 TO WS-CUR-MM
010270             ADD 1 TO WS-CUR-YYYY
010280         ELSE
010290             ADD 1 TO WS-CUR-MM
010300         END-IF
010310     END-PERFORM
010320
010330     IF WS-PERIODS-COVERED = 0
010340         MOVE ZEROS TO WS-SRV-PAID-TO(WS-SRV-IDX)
010350     ELSE
010360         MOVE PF-START-DATE TO WS-MONTH-BASE
010370         COMPUTE WS-MONTH-OFFSET = WS-PERIODS-COVERED - 1
010380         PERFORM 8100-ADD-MONTHS THRU 8100-EXIT
010390         MOVE WS-MONTH-RESULT TO WS-SRV-PAID-TO(WS-SRV-IDX)
010400     END-IF.
010410 3700-EXIT.
010420     EXIT.
010430
010440 3750-APPLY-PERIOD-EVENTS.
010450*    THE SCHEDULE RUN'S EVENT RULES: APPLIED IN THE FIRST
010460*    PERIOD WHOSE MONTH REACHES THE EVENT DATE.
010470     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
010480             UNTIL WS-EVT-IDX > WS-EVT-COUNT
010490         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
010500                 AND WS-EVT-APPLIED(WS-EVT-IDX) = "N"
010510                 AND (WS-EVT-YYYY(WS-EVT-IDX) < WS-CUR-YYYY
010520                     OR (WS-EVT-YYYY(WS-EVT-IDX) = WS-CUR-YYYY
010530                         AND WS-EVT-MM(WS-EVT-IDX)
010540                             <= WS-CUR-MM))
010550             MOVE "Y" TO WS-EVT-APPLIED(WS-EVT-IDX)
010560             EVALUATE WS-EVT-TYPE(WS-EVT-IDX)
010570                 WHEN "P"
010580                     IF WS-EVT-AMOUNT(WS-EVT-IDX) > WS-BALANCE
010590                         MOVE WS-BALANCE TO WS-EVT-APPLY-AMT
010600                     ELSE
010610                         MOVE WS-EVT-AMOUNT(WS-EVT-IDX)
010620                             TO WS-EVT-APPLY-AMT
010630                     END-IF
010640                     SUBTRACT WS-EVT-APPLY-AMT FROM WS-BALANCE
010650                     IF WS-BALANCE = 0
010660                         MOVE "Y" TO WS-FORCE-PAYOFF-SW
010670                     END-IF
010680                 WHEN "R"
010690                     MOVE WS-EVT-RATE(WS-EVT-IDX)
010700                         TO WS-ANNUAL-RATE-PCT
010710                     PERFORM 3760-REPRICE-PAYMENT THRU 3760-EXIT
010720                 WHEN "F"
010730                     MOVE "Y" TO WS-FORCE-PAYOFF-SW
010733                 WHEN "L"
010736                     ADD WS-EVT-AMOUNT(WS-EVT-IDX) TO WS-CUM-DUE
010740             END-EVALUATE
010750         END-IF
010760     END-PERFORM.
010770 3750-EXIT.
010780     EXIT.
010790
010800 3760-REPRICE-PAYMENT.
010810*    RE-LEVEL THE PAYMENT OVER WHAT REMAINS OF THE TERM ON THE
010820*    CURRENT BALANCE, EXACTLY AS THE SCHEDULE RUN DOES.
010830     COMPUTE WS-MONTHLY-RATE ROUNDED =
010840             WS-ANNUAL-RATE-PCT / 100 / 12
010850     COMPUTE WS-REMAIN-TERM =
010860             WS-TERM-MONTHS - WS-PERIOD + 1
010870     IF WS-REMAIN-TERM = 0
010880         MOVE 1 TO WS-REMAIN-TERM
010890     END-IF
010900     IF WS-MONTHLY-RATE = 0
010910         COMPUTE WS-PAYMENT ROUNDED =
010920                 WS-BALANCE / WS-REMAIN-TERM
010930     ELSE
010940         MOVE 1 TO WS-COMPOUND-FACTOR
010950         PERFORM VARYING WS-EVT-PER FROM 1 BY 1
010960                 UNTIL WS-EVT-PER > WS-REMAIN-TERM
010970             COMPUTE WS-COMPOUND-FACTOR ROUNDED =
010980                     WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
010990         END-PERFORM
011000         COMPUTE WS-PAYMENT-DENOM = WS-COMPOUND-FACTOR - 1
011010         COMPUTE WS-PAYMENT-NUMER =
011020                 WS-BALANCE * WS-MONTHLY-RATE
011030                 * WS-COMPOUND-FACTOR
011040         COMPUTE WS-PAYMENT ROUNDED =
011050                 WS-PAYMENT-NUMER / WS-PAYMENT-DENOM
011060     END-IF.
011070 3760-EXIT.
011080     EXIT.
011090
011100 3800-WRITE-POSTING-LINE.
011110     MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-EDIT-AMOUNT
011120     MOVE WS-APPLY-INTEREST         TO WS-EDIT-INTEREST
011130     MOVE WS-APPLY-PRINCIPAL        TO WS-EDIT-PRINCIPAL
011135     MOVE WS-APPLY-FEES             TO WS-EDIT-FEES
011140     MOVE WS-APPLY-CURTAIL          TO WS-EDIT-CURTAIL
011150     MOVE WS-SRV-BAL(WS-SRV-IDX)    TO WS-EDIT-BALANCE
011160     MOVE SPACES TO LN-REGISTER-RECORD
011170     STRING PF-LOAN-ID              DELIMITED BY SIZE
011180            "  "                    DELIMITED BY SIZE
011190            WS-PAY-DATE(WS-PAY-IDX) DELIMITED BY SIZE
011200            "  "                    DELIMITED BY SIZE
011210            WS-EDIT-AMOUNT          DELIMITED BY SIZE
011220            "  "                    DELIMITED BY SIZE
011230            WS-EDIT-INTEREST        DELIMITED BY SIZE
011240            "  "                    DELIMITED BY SIZE
011250            WS-EDIT-PRINCIPAL       DELIMITED BY SIZE
011260            "  "                    DELIMITED BY SIZE
011263            WS-EDIT-FEES            DELIMITED BY SIZE
011266            "  "                    DELIMITED BY SIZE
011270            WS-EDIT-CURTAIL         DELIMITED BY SIZE
011280            "  "                    DELIMITED BY SIZE
011290            WS-EDIT-BALANCE         DELIMITED BY SIZE
011300            INTO LN-REGISTER-RECORD
011310     END-STRING
011315     WRITE LN-REGISTER-RECORD
011320     IF WS-APPLY-UNAPPLIED > 0
011330         MOVE WS-APPLY-UNAPPLIED TO WS-EDIT-UNAPPLIED
011335         MOVE SPACES TO LN-REGISTER-RECORD
011340         STRING "          *** UNAPPLIED " DELIMITED BY SIZE
011345                WS-EDIT-UNAPPLIED          DELIMITED BY SIZE
011350                " - REFUND DUE"            DELIMITED BY SIZE
011355                INTO LN-REGISTER-RECORD
011360         END-STRING
011365         WRITE LN-REGISTER-RECORD
011366     END-IF
011367     IF PAYOFF-ON-QUOTE
011368         MOVE WS-QTE-DUE TO WS-EDIT-TOTAL
011369         MOVE SPACES TO LN-REGISTER-RECORD
011370         STRING "          *** PAYOFF ON QUOTE " DELIMITED BY SIZE
011371                WS-QTE-ID(WS-QTE-MATCH-IDX)      DELIMITED BY SIZE
011372                " GOOD THRU "                    DELIMITED BY SIZE
011373                WS-QTE-GOOD-THRU(WS-QTE-MATCH-IDX)
011374                    DELIMITED BY SIZE
011375                " - QUOTED DUE "                 DELIMITED BY SIZE
011376                WS-EDIT-TOTAL                    DELIMITED BY SIZE
011377                INTO LN-REGISTER-RECORD
011378         END-STRING
011379         WRITE LN-REGISTER-RECORD
011380     END-IF
011381     IF PAYOFF-NO-QUOTE
011382         MOVE SPACES TO LN-REGISTER-RECORD
011383         MOVE "          *** PAID OFF - NO PAYOFF QUOTE ON FILE"
011384             TO LN-REGISTER-RECORD
011385         WRITE LN-REGISTER-RECORD
011386     END-IF.
011387 3800-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------
011420* 4000-WRITE-UNMATCHED-PAYMENTS - MONEY THAT ARRIVED FOR A LOAN
011430* NOT ON THE BOOK MUST NEVER VANISH QUIETLY.
011440*----------------------------------------------------------------
011450 4000-WRITE-UNMATCHED-PAYMENTS.
011460     MOVE 0 TO WS-PAY-UNMATCHED
011470     PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
011480             UNTIL WS-PAY-IDX > WS-PAY-COUNT
011490         IF WS-PAY-USED(WS-PAY-IDX) = "N"
011500             ADD 1 TO WS-PAY-UNMATCHED
011510             MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-EDIT-AMOUNT
011520             MOVE SPACES TO LN-REGISTER-RECORD
011530             STRING WS-PAY-LOAN(WS-PAY-IDX) DELIMITED BY SIZE
011540                    "  "                    DELIMITED BY SIZE
011550                    WS-PAY-DATE(WS-PAY-IDX) DELIMITED BY SIZE
011560                    "  "                    DELIMITED BY SIZE
011570                    WS-EDIT-AMOUNT          DELIMITED BY SIZE
011580                    "  *** LOAN NOT ON THE BOOK - NOT POSTED"
011590                        DELIMITED BY SIZE
011600                    INTO LN-REGISTER-RECORD
011610             END-STRING
011620             WRITE LN-REGISTER-RECORD
011630         END-IF
011640     END-PERFORM
011650     IF WS-PAY-UNMATCHED > 0 OR WS-PAY-BAD-COUNT > 0
011660             OR WS-UNAPPLIED-COUNT > 0
011670         IF WS-COND-CODE < 4
011680             MOVE 4 TO WS-COND-CODE
011690         END-IF
011700     END-IF.
011710 4000-EXIT.
011720     EXIT.
011730
011740*----------------------------------------------------------------
011750* 5000-WRITE-REGISTER-SUMMARY - COUNTS, THE CASH SPLIT AND THE
011760* BOOK POSITION THE NEW MASTER CARRIES.
011770*----------------------------------------------------------------
011780 5000-WRITE-REGISTER-SUMMARY.
011790     MOVE SPACES TO LN-REGISTER-RECORD
011800     WRITE LN-REGISTER-RECORD
011810     MOVE SPACES TO LN-REGISTER-RECORD
011820     STRING "REGISTER TOTALS: " DELIMITED BY SIZE
011830            WS-POSTED-COUNT     DELIMITED BY SIZE
011840            " POSTED, "         DELIMITED BY SIZE
011850            WS-PAY-UNMATCHED    DELIMITED BY SIZE
011860            " UNMATCHED, "      DELIMITED BY SIZE
011870            WS-FUTURE-COUNT     DELIMITED BY SIZE
011880            " FUTURE-DATED, "   DELIMITED BY SIZE
011890            WS-PAYOFF-COUNT     DELIMITED BY SIZE
011900            " PAID OFF"         DELIMITED BY SIZE
011910            INTO LN-REGISTER-RECORD
011920     END-STRING
011930     WRITE LN-REGISTER-RECORD
011940     DISPLAY LN-REGISTER-RECORD
011950
011960     MOVE WS-TOT-RECEIVED  TO WS-EDIT-TOTAL
011970     MOVE WS-TOT-INTEREST  TO WS-EDIT-TOTAL-2
011980     MOVE SPACES TO LN-REGISTER-RECORD
011990     STRING "CASH RECEIVED "   DELIMITED BY SIZE
012000            WS-EDIT-TOTAL      DELIMITED BY SIZE
012010            "  TO INTEREST "   DELIMITED BY SIZE
012020            WS-EDIT-TOTAL-2    DELIMITED BY SIZE
012030            INTO LN-REGISTER-RECORD
012040     END-STRING
012050     WRITE LN-REGISTER-RECORD
012060     MOVE WS-TOT-PRINCIPAL TO WS-EDIT-TOTAL
012070     MOVE WS-TOT-CURTAIL   TO WS-EDIT-TOTAL-2
012080     MOVE SPACES TO LN-REGISTER-RECORD
012090     STRING "TO PRINCIPAL "    DELIMITED BY SIZE
012100            WS-EDIT-TOTAL      DELIMITED BY SIZE
012110            "  TO CURTAILMENT " DELIMITED BY SIZE
012120            WS-EDIT-TOTAL-2    DELIMITED BY SIZE
012130            INTO LN-REGISTER-RECORD
012140     END-STRING
012150     WRITE LN-REGISTER-RECORD
012151     MOVE WS-TOT-FEES      TO WS-EDIT-TOTAL
012152     MOVE SPACES TO LN-REGISTER-RECORD
012153     STRING "TO LATE FEES "    DELIMITED BY SIZE
012154            WS-EDIT-TOTAL      DELIMITED BY SIZE
012155            INTO LN-REGISTER-RECORD
012156     END-STRING
012157     WRITE LN-REGISTER-RECORD
012160     IF WS-UNAPPLIED-COUNT > 0
012170         MOVE WS-TOT-UNAPPLIED TO WS-EDIT-TOTAL
012180         MOVE SPACES TO LN-REGISTER-RECORD
012190         STRING "UNAPPLIED CASH "  DELIMITED BY SIZE
012200                WS-EDIT-TOTAL      DELIMITED BY SIZE
012210                " ON "             DELIMITED BY SIZE
012220                WS-UNAPPLIED-COUNT DELIMITED BY SIZE
012230                " RECEIPTS - REFUND DUE" DELIMITED BY SIZE
012240                INTO LN-REGISTER-RECORD
012250         END-STRING
012260         WRITE LN-REGISTER-RECORD
012270     END-IF
012280
012290     MOVE WS-BOOK-PRINCIPAL TO WS-EDIT-TOTAL
012300     MOVE WS-BOOK-ACCRUED   TO WS-EDIT-TOTAL-2
012310     MOVE SPACES TO LN-REGISTER-RECORD
012320     STRING "BOOK: "           DELIMITED BY SIZE
012330            WS-LOAN-COUNT      DELIMITED BY SIZE
012340            " LOANS, PRINCIPAL " DELIMITED BY SIZE
012350            WS-EDIT-TOTAL      DELIMITED BY SIZE
012360            "  ACCRUED INTEREST " DELIMITED BY SIZE
012370            WS-EDIT-TOTAL-2    DELIMITED BY SIZE
012380            INTO LN-REGISTER-RECORD
012390     END-STRING
012400     WRITE LN-REGISTER-RECORD
012410     DISPLAY LN-REGISTER-RECORD
012411     MOVE WS-BOOK-FEES      TO WS-EDIT-TOTAL
012412     MOVE SPACES TO LN-REGISTER-RECORD
012413     STRING "BOOK: LATE FEES DUE " DELIMITED BY SIZE
012414            WS-EDIT-TOTAL      DELIMITED BY SIZE
012415            INTO LN-REGISTER-RECORD
012416     END-STRING
012417     WRITE LN-REGISTER-RECORD
012420     MOVE SPACES TO LN-REGISTER-RECORD
012430     STRING WS-SRV-OPENED      DELIMITED BY SIZE
012440            " LOANS OPENED ON THE SERVICING MASTER, "
012450                DELIMITED BY SIZE
012460            WS-SKIP-COUNT      DELIMITED BY SIZE
012470            " SKIPPED"         DELIMITED BY SIZE
012480            INTO LN-REGISTER-RECORD
012490     END-STRING
012500     WRITE LN-REGISTER-RECORD
012501     IF WS-PAYOFF-COUNT > 0
012502         MOVE SPACES TO LN-REGISTER-RECORD
012503         STRING WS-PAYOFF-QUOTED   DELIMITED BY SIZE
012504                " PAYOFFS MATCHED TO A PAYOFF QUOTE, "
012505                    DELIMITED BY SIZE
012506                WS-PAYOFF-UNQUOTED DELIMITED BY SIZE
012507                " WITHOUT ONE"     DELIMITED BY SIZE
012508                INTO LN-REGISTER-RECORD
012509         END-STRING
012510         WRITE LN-REGISTER-RECORD
012511     END-IF
012512     IF QTE-TABLE-FULL OR HON-TABLE-FULL
012513         MOVE "QUOTE TABLES FULL - PAYOFFS NOT ALL MATCHED/LOGGED"
012514             TO LN-REGISTER-RECORD
012515         WRITE LN-REGISTER-RECORD
012516         IF WS-COND-CODE < 4
012517             MOVE 4 TO WS-COND-CODE
012518         END-IF
012519     END-IF
012520     IF WS-PAY-BAD-COUNT > 0
012521         MOVE SPACES TO LN-REGISTER-RECORD
012530         STRING WS-PAY-BAD-COUNT DELIMITED BY SIZE
012540                " UNUSABLE PAYMENT RECORDS IGNORED"
012550                    DELIMITED BY SIZE
012560                INTO LN-REGISTER-RECORD
012570         END-STRING
012580         WRITE LN-REGISTER-RECORD
012590     END-IF
012600     IF WS-SRV-OVERFLOW > 0
012604         MOVE SPACES TO LN-REGISTER-RECORD
012608         STRING WS-SRV-OVERFLOW DELIMITED BY SIZE
012612                " LOANS NOT POSTED - SERVICING TABLE FULL (500)"
012616                    DELIMITED BY SIZE
012620                INTO LN-REGISTER-RECORD
012624         END-STRING
012630         WRITE LN-REGISTER-RECORD
012632         DISPLAY "LOANPOST: " LN-REGISTER-RECORD
012634         MOVE "FAILED" TO WS-RUN-STATUS
012636         MOVE "SERVICING TABLE FULL" TO WS-RUN-REASON
012640         IF WS-COND-CODE < 8
012650             MOVE 8 TO WS-COND-CODE
012660         END-IF
012670     END-IF
012680     IF WS-SKIP-COUNT > 0 AND WS-COND-CODE < 4
012690         MOVE 4 TO WS-COND-CODE
012700     END-IF
012710     CLOSE LN-REGISTER-FILE.
012720 5000-EXIT.
012730     EXIT.
012740
012750*----------------------------------------------------------------
012760* 6000-WRITE-NEW-MASTER - THE UPDATED BOOK GOES OUT TO
012770* LOANSRVN.DAT AND REPLACES LOANSERV.DAT ONLY ONCE IT IS WHOLE,
012780* THE SAME SWAP DISCIPLINE AS THE BALANCE MASTER.
012790*----------------------------------------------------------------
012800 6000-WRITE-NEW-MASTER.
012810     OPEN OUTPUT LN-SERVICE-NEW-FILE
012820     PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
012830             UNTIL WS-SRV-IDX > WS-SRV-COUNT
012840         MOVE SPACES TO LN-SERVICE-RECORD
012850         MOVE WS-SRV-LOAN(WS-SRV-IDX)     TO SV-LOAN-ID
012860         MOVE WS-SRV-BORROWER(WS-SRV-IDX) TO SV-BORROWER-REF
012870         MOVE WS-SRV-BAL(WS-SRV-IDX)      TO SV-PRINCIPAL-BAL
012880         MOVE WS-SRV-ACCRUED(WS-SRV-IDX)  TO SV-ACCRUED-INT
012890         MOVE WS-SRV-THRU(WS-SRV-IDX)     TO SV-ACCRUED-THRU
012900         MOVE WS-SRV-PAID-TO(WS-SRV-IDX)  TO SV-PAID-TO-DATE
012910         MOVE WS-SRV-LAST-PAY(WS-SRV-IDX) TO SV-LAST-PAY-DATE
012920         MOVE WS-SRV-RATE(WS-SRV-IDX)     TO SV-CURRENT-RATE
012930         MOVE WS-SRV-POSTED(WS-SRV-IDX)   TO SV-PAYMENTS-POSTED
012940         MOVE WS-SRV-TOT-PAID(WS-SRV-IDX) TO SV-TOTAL-PAID
012950         MOVE WS-SRV-STATUS(WS-SRV-IDX)   TO SV-STATUS
012953         MOVE WS-SRV-FEES-DUE(WS-SRV-IDX) TO SV-FEES-DUE
012956         MOVE WS-SRV-FEES-PD(WS-SRV-IDX)  TO SV-FEES-PAID
012960         MOVE LN-SERVICE-RECORD TO LN-SERVICE-NEW-RECORD
012970         WRITE LN-SERVICE-NEW-RECORD
012980     END-PERFORM
012990     CLOSE LN-SERVICE-NEW-FILE
013000
013010     MOVE SPACES TO WS-MOVE-COMMAND
013020     MOVE "mv LOANSRVN.DAT LOANSERV.DAT" TO WS-MOVE-COMMAND
013030     CALL "SYSTEM" USING WS-MOVE-COMMAND
013040     MOVE 0 TO RETURN-CODE.
013050 6000-EXIT.
013060     EXIT.
013061*----------------------------------------------------------------
013062* 6500-LOG-HONOURED-QUOTES - ONE HONOURED ENTRY PER PAYOFF MATCHED
013063* TONIGHT, CARRYING THE QUOTE NUMBER, THE RECEIPT AND HOW IT WAS
013064* APPLIED.
013065*----------------------------------------------------------------
013066 6500-LOG-HONOURED-QUOTES.
013067     IF WS-HON-COUNT = 0
013068         GO TO 6500-EXIT
013069     END-IF
013070     OPEN EXTEND QUOTE-LOG-FILE
013071     IF NOT QUOTE-LOG-OK
013072         OPEN OUTPUT QUOTE-LOG-FILE
013073     END-IF
013074     PERFORM VARYING WS-HON-IDX FROM 1 BY 1
013075             UNTIL WS-HON-IDX > WS-HON-COUNT
013076         MOVE SPACES TO QUOTE-LOG-RECORD
013077         MOVE WS-HON-QUOTE-ID(WS-HON-IDX)  TO QL-QUOTE-ID
013078         MOVE "H"                          TO QL-KIND
013079         MOVE WS-HON-LOAN(WS-HON-IDX)      TO QL-LOAN-ID
013080         MOVE WS-HON-BORROWER(WS-HON-IDX)  TO QL-BORROWER-REF
013081         MOVE WS-HON-PAY-DATE(WS-HON-IDX)  TO QL-ENTRY-DATE
013082         MOVE WS-HON-GOOD-THRU(WS-HON-IDX) TO QL-GOOD-THRU
013083         MOVE WS-HON-PRINCIPAL(WS-HON-IDX) TO QL-PRINCIPAL
013084         MOVE WS-HON-INTEREST(WS-HON-IDX)  TO QL-INTEREST
013085         MOVE WS-HON-FEES(WS-HON-IDX)      TO QL-FEES
013086         MOVE WS-HON-RECEIVED(WS-HON-IDX)  TO QL-TOTAL
013087         MOVE 0                            TO QL-PER-DIEM
013088         MOVE RH-RUN-ID                    TO QL-RUN-ID
013089         MOVE RH-OPERATOR-ID               TO QL-OPERATOR-ID
013090         WRITE QUOTE-LOG-RECORD
013091     END-PERFORM
013092     CLOSE QUOTE-LOG-FILE.
013093 6500-EXIT.
013094     EXIT.
013095
013096*----------------------------------------------------------------
013097* 7000-WRITE-RUN-METRICS - PUBLISH THE END-OF-RUN FIGURES ON THE
013100* SHARED METRICS INTERFACE.
013110*----------------------------------------------------------------
013120 7000-WRITE-RUN-METRICS.
013130     OPEN EXTEND RUN-METRICS-FILE
013140     IF NOT METRICS-OK
013150         OPEN OUTPUT RUN-METRICS-FILE
013160     END-IF
013170     MOVE SPACES TO RUN-METRICS-RECORD
013180     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
013190     MOVE RH-RUN-ID          TO MT-RUN-ID
013200     MOVE WS-PAY-COUNT       TO MT-RECORDS-READ
013210     MOVE WS-POSTED-COUNT    TO MT-RECORDS-WRITTEN
013220     COMPUTE MT-EXCEPTIONS =
013230             WS-PAY-UNMATCHED + WS-PAY-BAD-COUNT
013240     MOVE WS-TOT-RECEIVED    TO MT-TOTAL-AMOUNT
013250     MOVE 0                  TO MT-VALUE-MIN
013260     MOVE 0                  TO MT-VALUE-MAX
013270     WRITE RUN-METRICS-RECORD
013280     CLOSE RUN-METRICS-FILE.
013290 7000-EXIT.
013300     EXIT.
013310
013320*----------------------------------------------------------------
013330* 8100-ADD-MONTHS - WS-MONTH-BASE MOVED WS-MONTH-OFFSET WHOLE
013340* MONTHS (EITHER WAY) INTO WS-MONTH-RESULT, THE DAY CLIPPED TO
013350* THE LAST DAY OF THE TARGET MONTH.
013360*----------------------------------------------------------------
013370 8100-ADD-MONTHS.
013380     MOVE WS-MONTH-BASE TO WS-DATE-WORK-X
013390     COMPUTE WS-MONTH-WORK =
013400             WS-DATE-YYYY * 12 + WS-DATE-MM - 1
013410             + WS-MONTH-OFFSET
013420     COMPUTE WS-DATE-YYYY = WS-MONTH-WORK / 12
013430     COMPUTE WS-DATE-MM =
013440             WS-MONTH-WORK - (WS-DATE-YYYY * 12) + 1
013450     EVALUATE WS-DATE-MM
013460         WHEN 01 WHEN 03 WHEN 05 WHEN 07
013470         WHEN 08 WHEN 10 WHEN 12
013480             MOVE 31 TO WS-MONTH-MAX-DD
013490         WHEN 04 WHEN 06 WHEN 09 WHEN 11
013500             MOVE 30 TO WS-MONTH-MAX-DD
013510         WHEN OTHER
013520             IF FUNCTION MOD(WS-DATE-YYYY, 400) = 0
013530                 OR (FUNCTION MOD(WS-DATE-YYYY, 4) = 0
013540                     AND FUNCTION MOD(WS-DATE-YYYY, 100)
013550                         NOT = 0)
013560                 MOVE 29 TO WS-MONTH-MAX-DD
013570             ELSE
013580                 MOVE 28 TO WS-MONTH-MAX-DD
013590             END-IF
013600     END-EVALUATE
013610     IF WS-DATE-DD > WS-MONTH-MAX-DD
013620         MOVE WS-MONTH-MAX-DD TO WS-DATE-DD
013630     END-IF
013640     MOVE WS-DATE-WORK-X TO WS-MONTH-RESULT.
013650 8100-EXIT.
013660     EXIT.
013670
013680*----------------------------------------------------------------
013690* 9999-TERMINATE - LOG THE RUN.
013700*----------------------------------------------------------------
013710 9999-TERMINATE.
013720     DISPLAY "LOANPOST: register written to LOANPOST.DAT."
013730     OPEN EXTEND AUDIT-LOG-FILE
013740     IF NOT AUDIT-OK
013750         OPEN OUTPUT AUDIT-LOG-FILE
013760     END-IF
013770     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
013780     ACCEPT WS-END-TIME FROM TIME
013790     MOVE SPACES TO AUDIT-LOG-RECORD
013800     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
013810     MOVE " RUNID "          TO AL-RUNID-TAG
013820     MOVE RH-RUN-ID          TO AL-RUN-ID
013830     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
013840     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
013850     MOVE " MODE "           TO AL-MODE-TAG
013860     IF RUNCARD-PRESENT
013870         MOVE "B"            TO AL-RUN-MODE
013880     ELSE
013890         MOVE "I"            TO AL-RUN-MODE
013900     END-IF
013910     MOVE WS-END-DATE        TO AL-END-DATE
013920     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
013930     MOVE WS-RUN-STATUS      TO AL-STATUS
013940     MOVE WS-RUN-REASON      TO AL-REASON
013950     MOVE WS-PAY-COUNT       TO AL-RECORDS-READ
013960     MOVE WS-POSTED-COUNT    TO AL-RECORDS-WRITTEN
013970     MOVE WS-PAY-UNMATCHED   TO AL-RECORDS-REJECTED
013980     WRITE AUDIT-LOG-RECORD
013990     CLOSE AUDIT-LOG-FILE.
014000 9999-EXIT.
014010     EXIT.
