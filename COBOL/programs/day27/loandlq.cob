000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANDLQ.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  DELINQUENCY RUN: READS THE
000110*                  ARREARS SECTION OF LOANPAY'S CALL LIST
000120*                  (LOOPARRS.DAT) AND WRITES ONE FORM LETTER PER
000130*                  BORROWER REFERENCE INTO LOANDLQL.DAT - A
000140*                  PAYMENT REMINDER AT ONE MONTH BEHIND, A FORMAL
000150*                  NOTICE AT TWO, A FINAL DEMAND AT THREE OR
000160*                  MORE.  A LOAN PAST THE GRACE DAYS FOR IT IN
000170*                  LOANGRCE.DAT IS CHARGED A LATE FEE, APPENDED TO
000180*                  LOOPEVNT.DAT AS EVENT TYPE L SO THE SCHEDULE,
000190*                  ARREARS, POSTING AND STATEMENT RUNS ALL SEE IT.
000200*                  THE NOTICE HISTORY (LOANDLQH.DAT) STOPS THE
000210*                  SAME NOTICE OR FEE GOING TO A LOAN TWICE IN ONE
000220*                  MONTHLY CYCLE, SO THE RUN IS SAFE TO RERUN.
000221* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000222*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000223*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000224*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000225* 10/15/2026  RH   LETTERS ADDRESSED.  EACH LETTER NOW CARRIES THE
000226*                  BORROWER'S NAME AND MAILING ADDRESS FROM THE
000227*                  BORROWER MASTER (BORRMSTR.DAT, THROUGH
000228*                  BORRLOOK) UNDER THE REFERENCE LINE, AND IS
000229*                  ADDRESSED TO THE BORROWER BY NAME.  A BORROWER
000230*                  NOT ON THE MASTER GETS A MARKER LINE AND ENDS
000231*                  THE RUN CODE 4 SO THE LETTER IS HELD BACK.
000232*                  THE INDENTED CONTACT LINES LOANPAY NOW PRINTS
000233*                  UNDER EACH CALL-LIST LINE ARE STEPPED OVER.
000234* 10/15/2026  RH   A LETTER HELD BACK FOR WANT OF AN ADDRESS NO
000235*                  LONGER RECORDS ITS NOTICE OR CHARGES A FEE, SO
000236*                  THE NEXT RUN SENDS IT.  A LOAN BEHIND ON FEES
000237*                  ONLY GETS A REMINDER AND NO FURTHER FEE.
000238*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LD-ARREARS-FILE ASSIGN TO "LOOPARRS.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-ARREARS-STATUS.
000310     SELECT LD-PORTFOLIO-FILE ASSIGN TO "LOOPPORT.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PORTFOLIO-STATUS.
000340     SELECT LD-GRACE-FILE ASSIGN TO "LOANGRCE.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-GRACE-STATUS.
000370     SELECT LD-HISTORY-FILE ASSIGN TO "LOANDLQH.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-HISTORY-STATUS.
000400     SELECT LD-EVENT-FILE ASSIGN TO "LOOPEVNT.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-EVENT-STATUS.
000430     SELECT LD-LETTER-FILE ASSIGN TO "LOANDLQL.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LETTER-STATUS.
000460     SELECT LD-LOCK-FILE ASSIGN TO "LOOPLOCK.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LOCK-STATUS.
000490     COPY AUDITSEL.
000500     COPY RUNCSEL.
000510     COPY METRSEL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  LD-ARREARS-FILE.
000560 01  LD-ARREARS-RECORD       PIC X(100).
000570
000580 FD  LD-PORTFOLIO-FILE.
000590 01  LD-PORTFOLIO-RECORD.
000600     05  PF-LOAN-ID          PIC X(08).
000610     05  PF-BORROWER-REF     PIC X(08).
000620     05  PF-PRINCIPAL        PIC 9(7)V99.
000630     05  PF-ANNUAL-RATE      PIC 9(2)V999.
000640     05  PF-TERM-MONTHS      PIC 9(3).
000650     05  PF-START-DATE       PIC X(08).
000660
000670*----------------------------------------------------------------
000680* GRACE RULES, ONE RECORD PER LOAN WITH ITS OWN TERMS PLUS AN
000690* OPTIONAL "DEFAULT " RECORD FOR EVERY OTHER LOAN.  THE FEE IS
000700* THE FLAT AMOUNT PLUS THE PERCENTAGE OF THE OVERDUE AMOUNT,
000710* CAPPED AT THE MAXIMUM WHEN ONE IS GIVEN (ZERO = NO CAP).
000720*----------------------------------------------------------------
000730 FD  LD-GRACE-FILE.
000740 01  LD-GRACE-RECORD.
000750     05  GR-LOAN-ID          PIC X(08).
000760     05  GR-GRACE-DAYS       PIC 9(03).
000770     05  GR-FEE-FLAT         PIC 9(5)V99.
000780     05  GR-FEE-PCT          PIC 9(2)V99.
000790     05  GR-FEE-MAX          PIC 9(5)V99.
000800
000810*----------------------------------------------------------------
000820* NOTICE HISTORY - ONE RECORD PER LETTER LEVEL (1, 2, 3) OR FEE
000830* (F) ISSUED TO A LOAN IN A CYCLE (THE RUN'S YYYYMM).  APPENDED
000840* EVERY RUN, NEVER REWRITTEN.
000850*----------------------------------------------------------------
000860 FD  LD-HISTORY-FILE.
000870 01  LD-HISTORY-RECORD.
000880     05  DH-LOAN-ID          PIC X(08).
000890     05  DH-CYCLE            PIC X(06).
000900     05  DH-KIND             PIC X(01).
000910     05  DH-SENT-DATE        PIC X(08).
000920     05  DH-BORROWER-REF     PIC X(08).
000930     05  DH-MONTHS-BEHIND    PIC 9(03).
000940     05  DH-FEE-AMOUNT       PIC 9(5)V99.
000950     05  DH-RUN-ID           PIC X(16).
000960
000970 FD  LD-EVENT-FILE.
000980 01  LD-EVENT-RECORD.
000990     05  EV-LOAN-ID          PIC X(08).
001000     05  EV-DATE             PIC X(08).
001010     05  EV-TYPE             PIC X(01).
001020     05  EV-VALUE            PIC X(10).
001030     05  EV-VALUE-AMT REDEFINES EV-VALUE
001040                             PIC 9(8)V99.
001050
001060 FD  LD-LETTER-FILE.
001070 01  LD-LETTER-RECORD        PIC X(100).
001080
001090 FD  LD-LOCK-FILE.
001100 01  LD-LOCK-RECORD.
001110     05  LK-RUN-ID           PIC X(16).
001120     05  FILLER              PIC X(01).
001130     05  LK-OPERATOR         PIC X(08).
001140
001150 FD  AUDIT-LOG-FILE.
001160     COPY AUDITLOG.
001170
001180 FD  RUN-CARD-FILE.
001190     COPY RUNCARD.
001200
001210 FD  RUN-METRICS-FILE.
001220     COPY RUNMETR.
001230
001240 WORKING-STORAGE SECTION.
001250     COPY RUNHDR.
001255     COPY OPERLINK.
001257     COPY BORRLINK.
001260 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001270     88  AUDIT-OK                    VALUE "00".
001280 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001290     88  RUNCARD-OK                  VALUE "00".
001300 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001310     88  RUNCARD-PRESENT             VALUE "Y".
001320 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001330     88  METRICS-OK                  VALUE "00".
001340 01  WS-ARREARS-STATUS       PIC XX  VALUE SPACES.
001350     88  ARREARS-OK                  VALUE "00".
001360     88  ARREARS-EOF                 VALUE "10".
001370 01  WS-PORTFOLIO-STATUS     PIC XX  VALUE SPACES.
001380     88  PORTFOLIO-OK                VALUE "00".
001390     88  PORTFOLIO-EOF               VALUE "10".
001400 01  WS-GRACE-STATUS         PIC XX  VALUE SPACES.
001410     88  GRACE-OK                    VALUE "00".
001420     88  GRACE-EOF                   VALUE "10".
001430 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
001440     88  HISTORY-OK                  VALUE "00".
001450     88  HISTORY-EOF                 VALUE "10".
001460 01  WS-EVENT-STATUS         PIC XX  VALUE SPACES.
001470     88  EVENT-OK                    VALUE "00".
001480 01  WS-LETTER-STATUS        PIC XX  VALUE SPACES.
001490     88  LETTER-OK                   VALUE "00".
001500
001510*----------------------------------------------------------------
001520* EXCLUSIVE RUN LOCK ON THE LOAN SIDE - THIS RUN WRITES LOAN
001530* EVENTS, SO IT TAKES THE SAME LOOPLOCK.DAT AS THE SCHEDULE AND
001540* POSTING RUNS.
001550*----------------------------------------------------------------
001560 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
001570     88  LOCK-OK                     VALUE "00".
001580 01  WS-LOCK-SWITCH          PIC X   VALUE "N".
001590     88  RUN-LOCK-HELD               VALUE "Y".
001600 01  WS-LOCK-BUSY-SWITCH     PIC X   VALUE "N".
001610     88  LOCK-IS-BUSY                VALUE "Y".
001620 01  WS-LOCK-RUN-ID          PIC X(16) VALUE SPACES.
001630 01  WS-LOCK-OPERATOR        PIC X(08) VALUE SPACES.
001640 01  WS-CLEAR-ANSWER         PIC X     VALUE "N".
001650
001660 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001670 01  WS-END-TIME.
001680     05  WS-END-TIME-HHMMSS  PIC 9(6).
001690     05  FILLER              PIC 99.
001700 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001710 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001720
001730*----------------------------------------------------------------
001740* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
001750* 4 = WARNINGS (ARREARS LOAN NOT ON THE PORTFOLIO, CALL LIST NOT
001760* FROM TODAY, TABLE LIMITS, LETTER WITH NO ADDRESS), 12 = ABORT
001770* (NO CALL LIST, LOCK HELD).  HIGHEST WINS.
001780*----------------------------------------------------------------
001790 01  WS-COND-CODE            PIC 99     VALUE 0.
001800
001810*----------------------------------------------------------------
001820* THE CALL LIST LINE AS LOANPAY'S ARREARS SECTION PRINTS IT.
001830*----------------------------------------------------------------
001840 01  WS-ARREARS-LINE.
001850     05  FILLER              PIC X(02).
001860     05  WS-AL-MONTHS        PIC X(03).
001870     05  WS-AL-MONTHS-TAG    PIC X(15).
001880     05  FILLER              PIC X(06).
001890     05  WS-AL-LOAN          PIC X(08).
001900     05  FILLER              PIC X(11).
001910     05  WS-AL-BORROWER      PIC X(08).
001920     05  FILLER              PIC X(14).
001930     05  WS-AL-AMOUNT        PIC X(12).
001940     05  FILLER              PIC X(21).
001950 01  WS-ARREARS-HEADER       PIC X(100).
001960 01  WS-SECTION-SWITCH       PIC X      VALUE "N".
001970     88  IN-ARREARS-SECTION             VALUE "Y".
001980 01  WS-FOUND-SECTION-SW     PIC X      VALUE "N".
001990     88  ARREARS-SECTION-FOUND          VALUE "Y".
002000 01  WS-ARREARS-READ         PIC 9(5)   VALUE 0.
002010
002020*----------------------------------------------------------------
002030* THE PORTFOLIO - START DATE AND TERM FOR THE DUE-DATE FIGURING.
002040*----------------------------------------------------------------
002050 01  WS-PORT-COUNT           PIC 9(4)   VALUE 0.
002060 01  WS-PORT-TABLE.
002070     05  WS-PORT-ENTRY OCCURS 1000 TIMES.
002080         10  WS-PORT-LOAN    PIC X(08).
002090         10  WS-PORT-START   PIC X(08).
002100         10  WS-PORT-TERM    PIC 9(03).
002110 01  WS-PORT-IDX             PIC 9(4)   VALUE 0.
002120 01  WS-PORT-FULL-SWITCH     PIC X      VALUE "N".
002130     88  PORT-TABLE-FULL                VALUE "Y".
002140
002150*----------------------------------------------------------------
002160* GRACE RULES.  WITH NO FILE, OR NO DEFAULT RECORD, A LOAN GETS
002170* THE HOUSE TERMS: 15 DAYS' GRACE AND A FLAT 25.00.
002180*----------------------------------------------------------------
002190 01  WS-GRC-COUNT            PIC 9(3)   VALUE 0.
002200 01  WS-GRC-TABLE.
002210     05  WS-GRC-ENTRY OCCURS 200 TIMES.
002220         10  WS-GRC-LOAN     PIC X(08).
002230         10  WS-GRC-DAYS     PIC 9(03).
002240         10  WS-GRC-FLAT     PIC 9(5)V99.
002250         10  WS-GRC-PCT      PIC 9(2)V99.
002260         10  WS-GRC-MAX      PIC 9(5)V99.
002270 01  WS-GRC-IDX              PIC 9(3)   VALUE 0.
002280 01  WS-GRC-BAD-COUNT        PIC 9(3)   VALUE 0.
002290 01  WS-DEFAULT-RULE.
002300     05  WS-DFT-DAYS         PIC 9(03)   VALUE 15.
002310     05  WS-DFT-FLAT         PIC 9(5)V99 VALUE 25.00.
002320     05  WS-DFT-PCT          PIC 9(2)V99 VALUE 0.
002330     05  WS-DFT-MAX          PIC 9(5)V99 VALUE 0.
002340 01  WS-RULE.
002350     05  WS-RULE-DAYS        PIC 9(03).
002360     05  WS-RULE-FLAT        PIC 9(5)V99.
002370     05  WS-RULE-PCT         PIC 9(2)V99.
002380     05  WS-RULE-MAX         PIC 9(5)V99.
002390
002400*----------------------------------------------------------------
002410* THIS CYCLE'S NOTICE HISTORY.  EARLIER CYCLES STAY ON THE FILE
002420* BUT ARE NOT NEEDED IN STORAGE.
002430*----------------------------------------------------------------
002440 01  WS-CYCLE                PIC X(06)  VALUE SPACES.
002450 01  WS-HST-COUNT            PIC 9(4)   VALUE 0.
002460 01  WS-HST-TABLE.
002470     05  WS-HST-ENTRY OCCURS 2000 TIMES.
002480         10  WS-HST-LOAN     PIC X(08).
002490         10  WS-HST-KIND     PIC X(01).
002500 01  WS-HST-IDX              PIC 9(4)   VALUE 0.
002510 01  WS-HST-FULL-SWITCH      PIC X      VALUE "N".
002520     88  HST-TABLE-FULL                 VALUE "Y".
002530 01  WS-HST-KEY-LOAN         PIC X(08)  VALUE SPACES.
002540 01  WS-HST-KEY-KIND         PIC X(01)  VALUE SPACES.
002550 01  WS-HST-FOUND-SW         PIC X      VALUE "N".
002560     88  HISTORY-FOUND                  VALUE "Y".
002570
002580*----------------------------------------------------------------
002590* THE DELINQUENT LOANS FROM THE CALL LIST, WITH WHAT THIS RUN
002600* DECIDES FOR EACH: LETTER LEVEL, WHETHER THE LETTER IS STILL
002610* DUE THIS CYCLE, DAYS LATE, ANY FEE CHARGED, AND WHETHER THE
002615* LETTER IS HELD BACK FOR WANT OF A BORROWER ADDRESS.
002620*----------------------------------------------------------------
002630 01  WS-DLQ-COUNT            PIC 9(3)   VALUE 0.
002640 01  WS-DLQ-TABLE.
002650     05  WS-DLQ-ENTRY OCCURS 500 TIMES.
002660         10  WS-DLQ-BORROWER PIC X(08).
002670         10  WS-DLQ-LOAN     PIC X(08).
002680         10  WS-DLQ-MONTHS   PIC 9(03).
002690         10  WS-DLQ-AMOUNT   PIC 9(9)V99.
002700         10  WS-DLQ-LEVEL    PIC X(01).
002710         10  WS-DLQ-NOTICE   PIC X(01).
002720         10  WS-DLQ-DUE-DATE PIC X(08).
002730         10  WS-DLQ-DAYS     PIC S9(5).
002740         10  WS-DLQ-FEE      PIC 9(5)V99.
002745         10  WS-DLQ-HELD     PIC X(01).
002750 01  WS-DLQ-IDX              PIC 9(3)   VALUE 0.
002760 01  WS-DLQ-JDX              PIC 9(3)   VALUE 0.
002770 01  WS-DLQ-HOLD             PIC X(53).
002780 01  WS-DLQ-FULL-SWITCH      PIC X      VALUE "N".
002790     88  DLQ-TABLE-FULL                 VALUE "Y".
002800
002810*----------------------------------------------------------------
002820* DUE-DATE WORK.  PERIOD 1 FALLS IN THE START DATE'S MONTH, AS
002830* IN THE ARREARS RUN; THE OLDEST UNPAID INSTALLMENT IS THE
002840* MONTHS DUE LESS THE MONTHS BEHIND, PLUS ONE.
002850*----------------------------------------------------------------
002860 01  WS-START-DATE.
002870     05  WS-START-YYYY       PIC 9(4).
002880     05  WS-START-MM         PIC 99.
002890     05  WS-START-DD         PIC 99.
002900 01  WS-START-DATE-X REDEFINES WS-START-DATE PIC X(8).
002910 01  WS-MONTHS-ELAPSED       PIC S9(5)        VALUE 0.
002920 01  WS-MONTHS-DUE           PIC 9(3)         VALUE 0.
002930 01  WS-OLDEST-PERIOD        PIC S9(5)        VALUE 0.
002940 01  WS-DUE-DATE-N           PIC 9(8)         VALUE 0.
002950 01  WS-RUN-DATE-N           PIC 9(8)         VALUE 0.
002960 01  WS-FEE-WORK             PIC 9(7)V99      VALUE 0.
002970 01  WS-MONTH-BASE           PIC X(08)        VALUE SPACES.
002980 01  WS-MONTH-OFFSET         PIC S9(4)        VALUE 0.
002990 01  WS-MONTH-RESULT         PIC X(08)        VALUE SPACES.
003000 01  WS-MONTH-WORK           PIC S9(7)        VALUE 0.
003010 01  WS-DATE-WORK.
003020     05  WS-DATE-YYYY        PIC 9(4).
003030     05  WS-DATE-MM          PIC 99.
003040     05  WS-DATE-DD          PIC 99.
003050 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).
003060 01  WS-MONTH-MAX-DD         PIC 99           VALUE 0.
003070
003080*----------------------------------------------------------------
003090* FORM LETTER WORDING, THREE LINES PER LEVEL: 1 = REMINDER,
003100* 2 = FORMAL NOTICE, 3 = FINAL DEMAND.
003110*----------------------------------------------------------------
003120 01  WS-LETTER-TEXT.
003130     05  FILLER PIC X(64) VALUE
003140         "OUR RECORDS SHOW THE INSTALLMENT BELOW IS PAST DUE.".
003150     05  FILLER PIC X(64) VALUE
003160         "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS".
003170     05  FILLER PIC X(64) VALUE
003180         "REMINDER; OTHERWISE PLEASE SEND THE AMOUNT PROMPTLY.".
003190     05  FILLER PIC X(64) VALUE
003200         "YOUR LOAN ACCOUNT IS NOW TWO MONTHS IN ARREARS.".
003210     05  FILLER PIC X(64) VALUE
003220         "THE OVERDUE AMOUNT MUST BE PAID WITHIN 14 DAYS.".
003230     05  FILLER PIC X(64) VALUE
003240         "CALL US AT ONCE IF YOU CANNOT MAKE THIS PAYMENT.".
003250     05  FILLER PIC X(64) VALUE
003260         "DESPITE EARLIER NOTICES YOUR ACCOUNT IS STILL IN".
003270     05  FILLER PIC X(64) VALUE
003280         "ARREARS.  UNLESS THE OVERDUE AMOUNT IS RECEIVED IN".
003290     05  FILLER PIC X(64) VALUE
003300         "10 DAYS IT WILL BE REFERRED FOR COLLECTION.".
003310 01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT.
003320     05  WS-LETTER-LEVEL-TEXT OCCURS 3 TIMES.
003330         10  WS-LETTER-LINE  PIC X(64) OCCURS 3 TIMES.
003340 01  WS-LETTER-TITLES.
003350     05  FILLER PIC X(32) VALUE "PAYMENT REMINDER".
003360     05  FILLER PIC X(32) VALUE "FORMAL NOTICE OF DELINQUENCY".
003370     05  FILLER PIC X(32) VALUE "FINAL DEMAND".
003380 01  WS-LETTER-TITLE-TABLE REDEFINES WS-LETTER-TITLES.
003390     05  WS-LETTER-TITLE     PIC X(32) OCCURS 3 TIMES.
003400 01  WS-LEVEL-N              PIC 9      VALUE 0.
003410 01  WS-LINE-N               PIC 9      VALUE 0.
003420
003430*----------------------------------------------------------------
003440* ONE LETTER PER BORROWER: THE LOANS DUE A NOTICE ARE GROUPED
003450* ON BORROWER AND THE LETTER GOES OUT AT THE WORST LEVEL.
003460*----------------------------------------------------------------
003470 01  WS-CUR-BORROWER         PIC X(08)  VALUE SPACES.
003480 01  WS-BR-FIRST             PIC 9(3)   VALUE 0.
003490 01  WS-BR-LAST              PIC 9(3)   VALUE 0.
003500 01  WS-BR-LEVEL             PIC X(01)  VALUE SPACES.
003510 01  WS-BR-OVERDUE           PIC 9(9)V99 VALUE 0.
003520 01  WS-BR-FEES              PIC 9(7)V99 VALUE 0.
003530
003540 01  WS-LETTER-COUNT         PIC 9(5)   VALUE 0.
003543 01  WS-NO-ADDRESS-COUNT     PIC 9(4)   VALUE 0.
003546 01  WS-LABEL-IDX            PIC 9      VALUE 0.
003550 01  WS-LEVEL-COUNTS.
003560     05  WS-LEVEL-COUNT      PIC 9(5)   OCCURS 3 TIMES.
003570 01  WS-NOTICE-COUNT         PIC 9(5)   VALUE 0.
003580 01  WS-ALREADY-COUNT        PIC 9(5)   VALUE 0.
003590 01  WS-FEE-COUNT            PIC 9(5)   VALUE 0.
003600 01  WS-GRACE-COUNT          PIC 9(5)   VALUE 0.
003610 01  WS-NOTPORT-COUNT        PIC 9(5)   VALUE 0.
003620 01  WS-TOT-FEES             PIC 9(9)V99 VALUE 0.
003630
003640 01  WS-EDIT-AMOUNT          PIC 9(9).99.
003650 01  WS-EDIT-FEE             PIC 9(5).99.
003660 01  WS-EDIT-TOTAL           PIC 9(9).99.
003670 01  WS-EDIT-FEES            PIC 9(7).99.
003680 01  WS-EDIT-DAYS            PIC 9(5).
003690
003700 PROCEDURE DIVISION.
003710*----------------------------------------------------------------
003720* 0000-MAINLINE - TOP-LEVEL CONTROL
003730*----------------------------------------------------------------
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003760     PERFORM 1200-ACQUIRE-RUN-LOCK THRU 1200-EXIT
003770     IF RUN-LOCK-HELD
003780         PERFORM 2000-LOAD-ARREARS THRU 2000-EXIT
003790         IF WS-COND-CODE < 12
003800             PERFORM 2200-LOAD-PORTFOLIO THRU 2200-EXIT
003810             PERFORM 2400-LOAD-GRACE-RULES THRU 2400-EXIT
003820             PERFORM 2600-LOAD-HISTORY THRU 2600-EXIT
003830             PERFORM 3000-ASSESS-LOANS THRU 3000-EXIT
003840             PERFORM 4000-WRITE-LETTERS THRU 4000-EXIT
003850             PERFORM 5000-RECORD-HISTORY THRU 5000-EXIT
003860             PERFORM 6000-WRITE-CONTROL-PAGE THRU 6000-EXIT
003870             PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
003880         END-IF
003890         PERFORM 1300-RELEASE-RUN-LOCK THRU 1300-EXIT
003900     END-IF
003910     PERFORM 9999-TERMINATE THRU 9999-EXIT
003920     MOVE WS-COND-CODE TO RETURN-CODE
003930     STOP RUN.
003940
003950*----------------------------------------------------------------
003960* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
003970*----------------------------------------------------------------
003980 1000-INITIALIZE.
003990     DISPLAY " ".
004000     DISPLAY "=== LOANDLQ - DELINQUENCY NOTICE RUN ===".
004010     MOVE "LOANDLQ " TO RH-PROGRAM-NAME
004020     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
004030     IF NOT RUNCARD-PRESENT
004040         DISPLAY "Enter operator ID: " WITH NO ADVANCING
004050         ACCEPT RH-OPERATOR-ID
004060     END-IF
004070     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
004080     ACCEPT RH-RUN-TIME FROM TIME
004090     STRING RH-RUN-DATE DELIMITED BY SIZE
004100            RH-RUN-TIME DELIMITED BY SIZE
004110            INTO RH-RUN-ID
004120     END-STRING
004121*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
004122*    TO RUN THIS JOB.
004123     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
004124     MOVE RH-RUN-ID       TO OC-RUN-ID
004125     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
004126     IF RUNCARD-PRESENT
004127         MOVE "B" TO OC-RUN-MODE
004128     ELSE
004129         MOVE "I" TO OC-RUN-MODE
004130     END-IF
004131     MOVE "B"             TO OC-FUNCTION-GROUP
004132     CALL "OPERCHK" USING WS-OPERATOR-CHECK
004133     IF NOT OC-AUTHORIZED
004134         MOVE 12 TO RETURN-CODE
004135         STOP RUN
004136     END-IF
004137     MOVE RH-RUN-DATE TO WS-RUN-DATE-N
004140     MOVE RH-RUN-DATE(1:6) TO WS-CYCLE
004150     MOVE 0 TO WS-LEVEL-COUNT(1)
004160     MOVE 0 TO WS-LEVEL-COUNT(2)
004170     MOVE 0 TO WS-LEVEL-COUNT(3).
004180 1000-EXIT.
004190     EXIT.
004200
004210 1100-READ-RUN-CARD.
004220     MOVE "N" TO WS-RUNCARD-SWITCH
004230     OPEN INPUT RUN-CARD-FILE
004240     IF RUNCARD-OK
004250         READ RUN-CARD-FILE
004260             NOT AT END
004270                 IF RUN-CARD-RECORD NOT = SPACES
004280                     MOVE "Y" TO WS-RUNCARD-SWITCH
004290                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
004300                 END-IF
004310         END-READ
004320         CLOSE RUN-CARD-FILE
004330     END-IF.
004340 1100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 1200-ACQUIRE-RUN-LOCK - REFUSE TO RUN WHILE ANOTHER LOAN-SIDE
004390* BATCH HOLDS THE LOCK; AN OPERATOR AT THE CONSOLE MAY CLEAR A
004400* LOCK A CRASHED RUN LEFT BEHIND.
004410*----------------------------------------------------------------
004420 1200-ACQUIRE-RUN-LOCK.
004430     MOVE "N" TO WS-LOCK-SWITCH
004440     MOVE "N" TO WS-LOCK-BUSY-SWITCH
004450     OPEN INPUT LD-LOCK-FILE
004460     IF LOCK-OK
004470         READ LD-LOCK-FILE
004480             NOT AT END
004490                 IF LD-LOCK-RECORD NOT = SPACES
004500                     MOVE "Y" TO WS-LOCK-BUSY-SWITCH
004510                     MOVE LK-RUN-ID   TO WS-LOCK-RUN-ID
004520                     MOVE LK-OPERATOR TO WS-LOCK-OPERATOR
004530                 END-IF
004540         END-READ
004550         CLOSE LD-LOCK-FILE
004560     END-IF
004570
004580     IF LOCK-IS-BUSY
004590         DISPLAY "LOANDLQ: batch already running - lock held "
004600                 "by run " WS-LOCK-RUN-ID " operator "
004610                 WS-LOCK-OPERATOR
004620         IF NOT RUNCARD-PRESENT
004630             DISPLAY "Clear the lock and run anyway - only if "
004640                     "that run crashed (Y/N)? "
004650                 WITH NO ADVANCING
004660             ACCEPT WS-CLEAR-ANSWER
004670             MOVE FUNCTION UPPER-CASE(WS-CLEAR-ANSWER)
004680                 TO WS-CLEAR-ANSWER
004690             IF WS-CLEAR-ANSWER = "Y"
004700                 MOVE "N" TO WS-LOCK-BUSY-SWITCH
004710             END-IF
004720         END-IF
004730     END-IF
004740
004750     IF LOCK-IS-BUSY
004760         DISPLAY "LOANDLQ: delinquency run refused."
004770         MOVE "ABORTED" TO WS-RUN-STATUS
004780         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
004790         MOVE 12 TO WS-COND-CODE
004800     ELSE
004810         OPEN OUTPUT LD-LOCK-FILE
004820         MOVE SPACES TO LD-LOCK-RECORD
004830         MOVE RH-RUN-ID      TO LK-RUN-ID
004840         MOVE RH-OPERATOR-ID TO LK-OPERATOR
004850         WRITE LD-LOCK-RECORD
004860         CLOSE LD-LOCK-FILE
004870         MOVE "Y" TO WS-LOCK-SWITCH
004880     END-IF.
004890 1200-EXIT.
004900     EXIT.
004910
004920 1300-RELEASE-RUN-LOCK.
004930     OPEN OUTPUT LD-LOCK-FILE
004940     MOVE SPACES TO LD-LOCK-RECORD
004950     WRITE LD-LOCK-RECORD
004960     CLOSE LD-LOCK-FILE.
004970 1300-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010* 2000-LOAD-ARREARS - THE ARREARS SECTION OF THE CALL LIST, FROM
005020* ITS HEADING TO THE FIRST LINE THAT IS NOT A MONTHS-BEHIND
005030* LINE.  NO CALL LIST, OR ONE WITH NO ARREARS SECTION (THE
005040* ARREARS RUN ABORTED), STOPS THE RUN: NO LETTER IS BETTER THAN
005050* A WRONG ONE.
005060*----------------------------------------------------------------
005070 2000-LOAD-ARREARS.
005080     MOVE 0 TO WS-DLQ-COUNT
005090     OPEN INPUT LD-ARREARS-FILE
005100     IF NOT ARREARS-OK
005110         DISPLAY "LOANDLQ: cannot open LOOPARRS.DAT - run "
005120                 "aborted."
005130         MOVE "ABORTED" TO WS-RUN-STATUS
005140         MOVE "CANNOT OPEN LOOPARRS" TO WS-RUN-REASON
005150         MOVE 12 TO WS-COND-CODE
005160         GO TO 2000-EXIT
005170     END-IF
005180
005190     MOVE SPACES TO WS-ARREARS-HEADER
005200     READ LD-ARREARS-FILE
005210         AT END SET ARREARS-EOF TO TRUE
005220         NOT AT END MOVE LD-ARREARS-RECORD TO WS-ARREARS-HEADER
005230     END-READ
005240     PERFORM UNTIL ARREARS-EOF
005250         PERFORM 2100-LOAD-ONE-ARREARS-LINE THRU 2100-EXIT
005260         READ LD-ARREARS-FILE
005270             AT END SET ARREARS-EOF TO TRUE
005280         END-READ
005290     END-PERFORM
005300     CLOSE LD-ARREARS-FILE
005310
005320     IF NOT ARREARS-SECTION-FOUND
005330         DISPLAY "LOANDLQ: LOOPARRS.DAT has no arrears section "
005340                 "- run aborted."
005350         MOVE "ABORTED" TO WS-RUN-STATUS
005360         MOVE "NO ARREARS SECTION" TO WS-RUN-REASON
005370         MOVE 12 TO WS-COND-CODE
005380         GO TO 2000-EXIT
005390     END-IF
005400*    THE CALL LIST HEADER CARRIES ITS RUN ID, WHICH STARTS WITH
005410*    THE RUN DATE; A LIST FROM ANOTHER DAY IS USED BUT FLAGGED.
005420     IF WS-ARREARS-HEADER(33:8) NOT = RH-RUN-DATE
005430         DISPLAY "LOANDLQ: call list is not from today's "
005440                 "arrears run (" WS-ARREARS-HEADER(33:8) ")."
005450         IF WS-COND-CODE < 4
005460             MOVE 4 TO WS-COND-CODE
005470         END-IF
005480     END-IF
005490     IF DLQ-TABLE-FULL
005500         DISPLAY "LOANDLQ: over 500 loans in arrears - "
005510                 "overflow not processed."
005520         IF WS-COND-CODE < 4
005530             MOVE 4 TO WS-COND-CODE
005540         END-IF
005550     END-IF.
005560 2000-EXIT.
005570     EXIT.
005580
005590 2100-LOAD-ONE-ARREARS-LINE.
005600     IF NOT IN-ARREARS-SECTION
005610         IF LD-ARREARS-RECORD = "ARREARS BY MONTHS BEHIND"
005620             MOVE "Y" TO WS-SECTION-SWITCH
005630             MOVE "Y" TO WS-FOUND-SECTION-SW
005640         END-IF
005650         GO TO 2100-EXIT
005660     END-IF
005670     MOVE LD-ARREARS-RECORD TO WS-ARREARS-LINE
005671*    THE BORROWER'S CONTACT LINES ARE INDENTED UNDER EACH LOAN'S
005672*    CALL-LIST LINE; THEY DO NOT END THE SECTION.
005673     IF LD-ARREARS-RECORD(1:6) = SPACES
005674             AND LD-ARREARS-RECORD NOT = SPACES
005675         GO TO 2100-EXIT
005676     END-IF
005680     IF WS-AL-MONTHS IS NOT NUMERIC
005690             OR WS-AL-MONTHS-TAG NOT = " MONTHS BEHIND "
005700         MOVE "N" TO WS-SECTION-SWITCH
005710         GO TO 2100-EXIT
005720     END-IF
005730     ADD 1 TO WS-ARREARS-READ
005740     IF WS-DLQ-COUNT < 500
005750         ADD 1 TO WS-DLQ-COUNT
005760         MOVE WS-AL-BORROWER TO WS-DLQ-BORROWER(WS-DLQ-COUNT)
005770         MOVE WS-AL-LOAN     TO WS-DLQ-LOAN(WS-DLQ-COUNT)
005780         MOVE WS-AL-MONTHS   TO WS-DLQ-MONTHS(WS-DLQ-COUNT)
005790         COMPUTE WS-DLQ-AMOUNT(WS-DLQ-COUNT) =
005800                 FUNCTION NUMVAL(WS-AL-AMOUNT)
005810         MOVE "N"    TO WS-DLQ-NOTICE(WS-DLQ-COUNT)
005820         MOVE SPACES TO WS-DLQ-DUE-DATE(WS-DLQ-COUNT)
005830         MOVE 0      TO WS-DLQ-DAYS(WS-DLQ-COUNT)
005840         MOVE 0      TO WS-DLQ-FEE(WS-DLQ-COUNT)
005845         MOVE "N"    TO WS-DLQ-HELD(WS-DLQ-COUNT)
005850*        NO MONTHS BEHIND MEANS ONLY FEES ARE UNPAID - A REMINDER.
005852         EVALUATE TRUE
005855             WHEN WS-DLQ-MONTHS(WS-DLQ-COUNT) = 0
005860             WHEN WS-DLQ-MONTHS(WS-DLQ-COUNT) = 1
005870                 MOVE "1" TO WS-DLQ-LEVEL(WS-DLQ-COUNT)
005880             WHEN WS-DLQ-MONTHS(WS-DLQ-COUNT) = 2
005890                 MOVE "2" TO WS-DLQ-LEVEL(WS-DLQ-COUNT)
005900             WHEN OTHER
005910                 MOVE "3" TO WS-DLQ-LEVEL(WS-DLQ-COUNT)
005920         END-EVALUATE
005930     ELSE
005940         MOVE "Y" TO WS-DLQ-FULL-SWITCH
005950     END-IF.
005960 2100-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2200-LOAD-PORTFOLIO - START DATE AND TERM OF EVERY LOAN.
006010*----------------------------------------------------------------
006020 2200-LOAD-PORTFOLIO.
006030     MOVE 0 TO WS-PORT-COUNT
006040     OPEN INPUT LD-PORTFOLIO-FILE
006050     IF NOT PORTFOLIO-OK
006060         DISPLAY "LOANDLQ: cannot open LOOPPORT.DAT - no loan "
006070                 "charged a late fee."
006080         IF WS-COND-CODE < 4
006090             MOVE 4 TO WS-COND-CODE
006100         END-IF
006110         GO TO 2200-EXIT
006120     END-IF
006130     READ LD-PORTFOLIO-FILE
006140         AT END SET PORTFOLIO-EOF TO TRUE
006150     END-READ
006160     PERFORM UNTIL PORTFOLIO-EOF
006170         IF WS-PORT-COUNT < 1000
006180             ADD 1 TO WS-PORT-COUNT
006190             MOVE PF-LOAN-ID    TO WS-PORT-LOAN(WS-PORT-COUNT)
006200             MOVE PF-START-DATE TO WS-PORT-START(WS-PORT-COUNT)
006210             IF PF-TERM-MONTHS IS NUMERIC
006220                 MOVE PF-TERM-MONTHS
006230                     TO WS-PORT-TERM(WS-PORT-COUNT)
006240             ELSE
006250                 MOVE 0 TO WS-PORT-TERM(WS-PORT-COUNT)
006260             END-IF
006270         ELSE
006280             MOVE "Y" TO WS-PORT-FULL-SWITCH
006290         END-IF
006300         READ LD-PORTFOLIO-FILE
006310             AT END SET PORTFOLIO-EOF TO TRUE
006320         END-READ
006330     END-PERFORM
006340     CLOSE LD-PORTFOLIO-FILE
006350     IF PORT-TABLE-FULL
006360         DISPLAY "LOANDLQ: over 1000 loans on the portfolio - "
006370                 "overflow ignored and flagged."
006380         IF WS-COND-CODE < 4
006390             MOVE 4 TO WS-COND-CODE
006400         END-IF
006410     END-IF.
006420 2200-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 2400-LOAD-GRACE-RULES - A MISSING FILE MEANS HOUSE TERMS FOR
006470* EVERY LOAN; A "DEFAULT " RECORD REPLACES THE HOUSE TERMS.
006480*----------------------------------------------------------------
006490 2400-LOAD-GRACE-RULES.
006500     MOVE 0 TO WS-GRC-COUNT
006510     OPEN INPUT LD-GRACE-FILE
006520     IF NOT GRACE-OK
006530         DISPLAY "LOANDLQ: no grace rules (LOANGRCE.DAT) - "
006540                 "house terms used for every loan."
006550         GO TO 2400-EXIT
006560     END-IF
006570     READ LD-GRACE-FILE
006580         AT END SET GRACE-EOF TO TRUE
006590     END-READ
006600     PERFORM UNTIL GRACE-EOF
006610         PERFORM 2500-LOAD-ONE-RULE THRU 2500-EXIT
006620         READ LD-GRACE-FILE
006630             AT END SET GRACE-EOF TO TRUE
006640         END-READ
006650     END-PERFORM
006660     CLOSE LD-GRACE-FILE
006670     IF WS-GRC-BAD-COUNT > 0
006680         DISPLAY "LOANDLQ: " WS-GRC-BAD-COUNT
006690                 " unusable grace rule records ignored."
006700         IF WS-COND-CODE < 4
006710             MOVE 4 TO WS-COND-CODE
006720         END-IF
006730     END-IF.
006740 2400-EXIT.
006750     EXIT.
006760
006770 2500-LOAD-ONE-RULE.
006780     IF LD-GRACE-RECORD = SPACES
006790         GO TO 2500-EXIT
006800     END-IF
006810     IF GR-LOAN-ID = SPACES
006820             OR GR-GRACE-DAYS IS NOT NUMERIC
006830             OR GR-FEE-FLAT IS NOT NUMERIC
006840             OR GR-FEE-PCT IS NOT NUMERIC
006850             OR GR-FEE-MAX IS NOT NUMERIC
006860         ADD 1 TO WS-GRC-BAD-COUNT
006870         GO TO 2500-EXIT
006880     END-IF
006890     IF GR-LOAN-ID = "DEFAULT "
006900         MOVE GR-GRACE-DAYS TO WS-DFT-DAYS
006910         MOVE GR-FEE-FLAT   TO WS-DFT-FLAT
006920         MOVE GR-FEE-PCT    TO WS-DFT-PCT
006930         MOVE GR-FEE-MAX    TO WS-DFT-MAX
006940         GO TO 2500-EXIT
006950     END-IF
006960     IF WS-GRC-COUNT < 200
006970         ADD 1 TO WS-GRC-COUNT
006980         MOVE GR-LOAN-ID    TO WS-GRC-LOAN(WS-GRC-COUNT)
006990         MOVE GR-GRACE-DAYS TO WS-GRC-DAYS(WS-GRC-COUNT)
007000         MOVE GR-FEE-FLAT   TO WS-GRC-FLAT(WS-GRC-COUNT)
007010         MOVE GR-FEE-PCT    TO WS-GRC-PCT(WS-GRC-COUNT)
007020         MOVE GR-FEE-MAX    TO WS-GRC-MAX(WS-GRC-COUNT)
007030     ELSE
007040         ADD 1 TO WS-GRC-BAD-COUNT
007050     END-IF.
007060 2500-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100* 2600-LOAD-HISTORY - WHAT HAS ALREADY GONE OUT THIS CYCLE.  NO
007110* HISTORY FILE IS THE FIRST RUN.
007120*----------------------------------------------------------------
007130 2600-LOAD-HISTORY.
007140     MOVE 0 TO WS-HST-COUNT
007150     OPEN INPUT LD-HISTORY-FILE
007160     IF NOT HISTORY-OK
007170         GO TO 2600-EXIT
007180     END-IF
007190     READ LD-HISTORY-FILE
007200         AT END SET HISTORY-EOF TO TRUE
007210     END-READ
007220     PERFORM UNTIL HISTORY-EOF
007230         IF DH-CYCLE = WS-CYCLE
007240             IF WS-HST-COUNT < 2000
007250                 ADD 1 TO WS-HST-COUNT
007260                 MOVE DH-LOAN-ID TO WS-HST-LOAN(WS-HST-COUNT)
007270                 MOVE DH-KIND    TO WS-HST-KIND(WS-HST-COUNT)
007280             ELSE
007290                 MOVE "Y" TO WS-HST-FULL-SWITCH
007300             END-IF
007310         END-IF
007320         READ LD-HISTORY-FILE
007330             AT END SET HISTORY-EOF TO TRUE
007340         END-READ
007350     END-PERFORM
007360     CLOSE LD-HISTORY-FILE
007370*    A TRUNCATED HISTORY COULD LET A NOTICE GO OUT TWICE, SO IT
007380*    STOPS THE LETTERS RATHER THAN WARNS.
007390     IF HST-TABLE-FULL
007400         DISPLAY "LOANDLQ: over 2000 history records this "
007410                 "cycle - run aborted."
007420         MOVE "ABORTED" TO WS-RUN-STATUS
007430         MOVE "HISTORY TABLE FULL" TO WS-RUN-REASON
007440         MOVE 12 TO WS-COND-CODE
007450     END-IF.
007460 2600-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 3000-ASSESS-LOANS - FOR EACH DELINQUENT LOAN: IS THIS LEVEL'S
007510* NOTICE STILL DUE THIS CYCLE, AND IS A LATE FEE DUE.
007520*----------------------------------------------------------------
007530 3000-ASSESS-LOANS.
007540     IF WS-COND-CODE = 12
007550         GO TO 3000-EXIT
007560     END-IF
007570     PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
007580             UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
007590         PERFORM 3100-ASSESS-ONE-LOAN THRU 3100-EXIT
007600     END-PERFORM.
007610 3000-EXIT.
007620     EXIT.
007630
007640 3100-ASSESS-ONE-LOAN.
007641*    THE BORROWER MASTER IS ASKED FIRST.  A LETTER THAT CANNOT BE
007642*    ADDRESSED IS HELD BACK, SO ITS NOTICE IS NOT RECORDED AND NO
007643*    FEE IS CHARGED THIS RUN; THE NEXT RUN SENDS IT ONCE THE
007644*    MASTER IS PUT RIGHT.
007645     MOVE WS-DLQ-BORROWER(WS-DLQ-IDX) TO BL-BORROWER-REF
007646     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
007647     IF NOT BL-FOUND
007648         MOVE "Y" TO WS-DLQ-HELD(WS-DLQ-IDX)
007649     END-IF
007650     MOVE WS-DLQ-LOAN(WS-DLQ-IDX)  TO WS-HST-KEY-LOAN
007660     MOVE WS-DLQ-LEVEL(WS-DLQ-IDX) TO WS-HST-KEY-KIND
007670     PERFORM 8200-FIND-HISTORY THRU 8200-EXIT
007680     IF HISTORY-FOUND
007690         ADD 1 TO WS-ALREADY-COUNT
007700     ELSE
007710         MOVE "Y" TO WS-DLQ-NOTICE(WS-DLQ-IDX)
007720         ADD 1 TO WS-NOTICE-COUNT
007725         PERFORM 8300-ADD-HISTORY THRU 8300-EXIT
007730     END-IF
007732*    A LOAN BEHIND ON FEES ONLY HAS NO OVERDUE INSTALLMENT TO
007734*    CHARGE ANOTHER FEE ON.
007736     IF WS-DLQ-HELD(WS-DLQ-IDX) = "Y"
007738             OR WS-DLQ-MONTHS(WS-DLQ-IDX) = 0
007740         GO TO 3100-EXIT
007742     END-IF
007744
007750     PERFORM VARYING WS-PORT-IDX FROM 1 BY 1
007760             UNTIL WS-PORT-IDX > WS-PORT-COUNT
007766             OR WS-PORT-LOAN(WS-PORT-IDX)
007772                 = WS-DLQ-LOAN(WS-DLQ-IDX)
007780         CONTINUE
007790     END-PERFORM
007800     IF WS-PORT-IDX > WS-PORT-COUNT
007810         DISPLAY "LOANDLQ: loan " WS-DLQ-LOAN(WS-DLQ-IDX)
007820                 " on the call list is not on the portfolio "
007830                 "- no fee."
007840         ADD 1 TO WS-NOTPORT-COUNT
007850         IF WS-COND-CODE < 4
007860             MOVE 4 TO WS-COND-CODE
007870         END-IF
007880         GO TO 3100-EXIT
007890     END-IF
007900     IF WS-PORT-START(WS-PORT-IDX) IS NOT NUMERIC
007910             OR WS-PORT-START(WS-PORT-IDX)(5:2) < "01"
007920             OR WS-PORT-START(WS-PORT-IDX)(5:2) > "12"
007930             OR WS-PORT-TERM(WS-PORT-IDX) = 0
007940         GO TO 3100-EXIT
007950     END-IF
007960
007970     PERFORM 3200-FIND-OLDEST-DUE THRU 3200-EXIT
007980     PERFORM 3300-ASSESS-LATE-FEE THRU 3300-EXIT.
007990 3100-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030* 3200-FIND-OLDEST-DUE - THE DUE DATE OF THE OLDEST UNPAID
008040* INSTALLMENT AND HOW MANY DAYS AGO IT FELL DUE.
008050*----------------------------------------------------------------
008060 3200-FIND-OLDEST-DUE.
008070     MOVE WS-PORT-START(WS-PORT-IDX) TO WS-START-DATE-X
008080     COMPUTE WS-MONTHS-ELAPSED =
008090             (RH-RUN-YYYY - WS-START-YYYY) * 12
008100             + RH-RUN-MM - WS-START-MM + 1
008110     EVALUATE TRUE
008120         WHEN WS-MONTHS-ELAPSED < 0
008130             MOVE 0 TO WS-MONTHS-DUE
008140         WHEN WS-MONTHS-ELAPSED > WS-PORT-TERM(WS-PORT-IDX)
008150             MOVE WS-PORT-TERM(WS-PORT-IDX) TO WS-MONTHS-DUE
008160         WHEN OTHER
008170             MOVE WS-MONTHS-ELAPSED TO WS-MONTHS-DUE
008180     END-EVALUATE
008190     COMPUTE WS-OLDEST-PERIOD =
008200             WS-MONTHS-DUE - WS-DLQ-MONTHS(WS-DLQ-IDX) + 1
008210     IF WS-OLDEST-PERIOD < 1
008220         MOVE 1 TO WS-OLDEST-PERIOD
008230     END-IF
008240
008250     MOVE WS-START-DATE-X TO WS-MONTH-BASE
008260     COMPUTE WS-MONTH-OFFSET = WS-OLDEST-PERIOD - 1
008270     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT
008280     MOVE WS-MONTH-RESULT TO WS-DLQ-DUE-DATE(WS-DLQ-IDX)
008290     MOVE WS-MONTH-RESULT TO WS-DUE-DATE-N
008300     COMPUTE WS-DLQ-DAYS(WS-DLQ-IDX) =
008310             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
008320             - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N).
008330 3200-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370* 3300-ASSESS-LATE-FEE - ONE FEE PER LOAN PER CYCLE, AND ONLY
008380* ONCE THE OLDEST INSTALLMENT IS PAST THE LOAN'S GRACE DAYS.
008390*----------------------------------------------------------------
008400 3300-ASSESS-LATE-FEE.
008410     MOVE WS-DLQ-LOAN(WS-DLQ-IDX) TO WS-HST-KEY-LOAN
008420     MOVE "F"                     TO WS-HST-KEY-KIND
008430     PERFORM 8200-FIND-HISTORY THRU 8200-EXIT
008440     IF HISTORY-FOUND
008450         GO TO 3300-EXIT
008460     END-IF
008470
008480     MOVE WS-DEFAULT-RULE TO WS-RULE
008490     PERFORM VARYING WS-GRC-IDX FROM 1 BY 1
008500             UNTIL WS-GRC-IDX > WS-GRC-COUNT
008510         IF WS-GRC-LOAN(WS-GRC-IDX) = WS-DLQ-LOAN(WS-DLQ-IDX)
008520             MOVE WS-GRC-DAYS(WS-GRC-IDX) TO WS-RULE-DAYS
008530             MOVE WS-GRC-FLAT(WS-GRC-IDX) TO WS-RULE-FLAT
008540             MOVE WS-GRC-PCT(WS-GRC-IDX)  TO WS-RULE-PCT
008550             MOVE WS-GRC-MAX(WS-GRC-IDX)  TO WS-RULE-MAX
008560         END-IF
008570     END-PERFORM
008580
008590     IF WS-DLQ-DAYS(WS-DLQ-IDX) NOT > WS-RULE-DAYS
008600         ADD 1 TO WS-GRACE-COUNT
008610         GO TO 3300-EXIT
008620     END-IF
008630     COMPUTE WS-FEE-WORK ROUNDED =
008640             WS-RULE-FLAT
008650             + WS-DLQ-AMOUNT(WS-DLQ-IDX) * WS-RULE-PCT / 100
008660     IF WS-RULE-MAX > 0 AND WS-FEE-WORK > WS-RULE-MAX
008670         MOVE WS-RULE-MAX TO WS-FEE-WORK
008680     END-IF
008690     IF WS-FEE-WORK > 99999.99
008700         MOVE 99999.99 TO WS-FEE-WORK
008710     END-IF
008720     MOVE WS-FEE-WORK TO WS-DLQ-FEE(WS-DLQ-IDX)
008730     IF WS-FEE-WORK > 0
008740         ADD 1 TO WS-FEE-COUNT
008750         ADD WS-FEE-WORK TO WS-TOT-FEES
008755         PERFORM 8300-ADD-HISTORY THRU 8300-EXIT
008760     END-IF.
008770 3300-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------
008810* 4000-WRITE-LETTERS - GROUP THE LOANS ON BORROWER (A STRAIGHT
008820* EXCHANGE SORT OVER THE IN-STORAGE TABLE), THEN ONE LETTER PER
008830* BORROWER WITH ANY LOAN STILL DUE A NOTICE THIS CYCLE.
008840*----------------------------------------------------------------
008850 4000-WRITE-LETTERS.
008860     OPEN OUTPUT LD-LETTER-FILE
008870     IF WS-COND-CODE = 12
008880         GO TO 4000-EXIT
008890     END-IF
008900     PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
008910             UNTIL WS-DLQ-IDX >= WS-DLQ-COUNT
008920         PERFORM VARYING WS-DLQ-JDX FROM 1 BY 1
008930                 UNTIL WS-DLQ-JDX >= WS-DLQ-COUNT
008940             IF WS-DLQ-BORROWER(WS-DLQ-JDX)
008950                     > WS-DLQ-BORROWER(WS-DLQ-JDX + 1)
008960                 MOVE WS-DLQ-ENTRY(WS-DLQ-JDX) TO WS-DLQ-HOLD
008970                 MOVE WS-DLQ-ENTRY(WS-DLQ-JDX + 1)
008980                     TO WS-DLQ-ENTRY(WS-DLQ-JDX)
008990                 MOVE WS-DLQ-HOLD
009000                     TO WS-DLQ-ENTRY(WS-DLQ-JDX + 1)
009010             END-IF
009020         END-PERFORM
009030     END-PERFORM
009040
009050     MOVE 1 TO WS-DLQ-IDX
009060     PERFORM UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
009070         MOVE WS-DLQ-BORROWER(WS-DLQ-IDX) TO WS-CUR-BORROWER
009080         MOVE WS-DLQ-IDX TO WS-BR-FIRST
009090         PERFORM UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
009100                 OR WS-DLQ-BORROWER(WS-DLQ-IDX)
009110                     NOT = WS-CUR-BORROWER
009120             ADD 1 TO WS-DLQ-IDX
009130         END-PERFORM
009140         COMPUTE WS-BR-LAST = WS-DLQ-IDX - 1
009150         PERFORM 4100-WRITE-ONE-LETTER THRU 4100-EXIT
009160     END-PERFORM.
009170 4000-EXIT.
009180     EXIT.
009190
009200*----------------------------------------------------------------
009210* 4100-WRITE-ONE-LETTER - THE BORROWER'S LOANS STILL DUE A
009220* NOTICE, AT THE WORST LEVEL AMONG THEM.  A BORROWER WHOSE
009230* NOTICES HAVE ALL GONE OUT THIS CYCLE GETS NOTHING.
009240*----------------------------------------------------------------
009250 4100-WRITE-ONE-LETTER.
009260     MOVE SPACES TO WS-BR-LEVEL
009270     MOVE 0 TO WS-BR-OVERDUE
009280     MOVE 0 TO WS-BR-FEES
009290     PERFORM VARYING WS-DLQ-JDX FROM WS-BR-FIRST BY 1
009300             UNTIL WS-DLQ-JDX > WS-BR-LAST
009310         IF WS-DLQ-NOTICE(WS-DLQ-JDX) = "Y"
009320             IF WS-DLQ-LEVEL(WS-DLQ-JDX) > WS-BR-LEVEL
009330                 MOVE WS-DLQ-LEVEL(WS-DLQ-JDX) TO WS-BR-LEVEL
009340             END-IF
009350             ADD WS-DLQ-AMOUNT(WS-DLQ-JDX) TO WS-BR-OVERDUE
009360             ADD WS-DLQ-FEE(WS-DLQ-JDX)    TO WS-BR-FEES
009370         END-IF
009380     END-PERFORM
009390     IF WS-BR-LEVEL = SPACES
009400         GO TO 4100-EXIT
009410     END-IF
009420     MOVE WS-BR-LEVEL TO WS-LEVEL-N
009430     ADD 1 TO WS-LETTER-COUNT
009440     ADD 1 TO WS-LEVEL-COUNT(WS-LEVEL-N)
009450
009455     MOVE SPACES TO LD-LETTER-RECORD
009460     MOVE ALL "=" TO LD-LETTER-RECORD(1:72)
009470     WRITE LD-LETTER-RECORD
009480     MOVE SPACES TO LD-LETTER-RECORD
009490     STRING "LOAN SERVICING DEPARTMENT"    DELIMITED BY SIZE
009500            "                       DATE " DELIMITED BY SIZE
009510            RH-RUN-DATE                    DELIMITED BY SIZE
009520            INTO LD-LETTER-RECORD
009530     END-STRING
009540     WRITE LD-LETTER-RECORD
009550     MOVE SPACES TO LD-LETTER-RECORD
009560     STRING "BORROWER REFERENCE " DELIMITED BY SIZE
009570            WS-CUR-BORROWER      DELIMITED BY SIZE
009580            INTO LD-LETTER-RECORD
009590     END-STRING
009600     WRITE LD-LETTER-RECORD
009605     PERFORM 4150-WRITE-ADDRESS-BLOCK THRU 4150-EXIT
009610     MOVE SPACES TO LD-LETTER-RECORD
009620     WRITE LD-LETTER-RECORD
009630     MOVE SPACES TO LD-LETTER-RECORD
009640     STRING "          "                   DELIMITED BY SIZE
009650            WS-LETTER-TITLE(WS-LEVEL-N)    DELIMITED BY SIZE
009660            INTO LD-LETTER-RECORD
009670     END-STRING
009680     WRITE LD-LETTER-RECORD
009690     MOVE SPACES TO LD-LETTER-RECORD
009700     WRITE LD-LETTER-RECORD
009702     MOVE SPACES TO LD-LETTER-RECORD
009703     IF BL-FOUND
009704         STRING "DEAR "                  DELIMITED BY SIZE
009706                FUNCTION TRIM(BL-NAME)   DELIMITED BY SIZE
009708                ","                      DELIMITED BY SIZE
009710                INTO LD-LETTER-RECORD
009712         END-STRING
009714     ELSE
009716         MOVE "DEAR BORROWER," TO LD-LETTER-RECORD
009718     END-IF
009720     WRITE LD-LETTER-RECORD
009730     MOVE SPACES TO LD-LETTER-RECORD
009740     WRITE LD-LETTER-RECORD
009750     PERFORM VARYING WS-LINE-N FROM 1 BY 1 UNTIL WS-LINE-N > 3
009760         MOVE SPACES TO LD-LETTER-RECORD
009770         MOVE WS-LETTER-LINE(WS-LEVEL-N, WS-LINE-N)
009780             TO LD-LETTER-RECORD
009790         WRITE LD-LETTER-RECORD
009800     END-PERFORM
009810     MOVE SPACES TO LD-LETTER-RECORD
009820     WRITE LD-LETTER-RECORD
009830
009840     PERFORM VARYING WS-DLQ-JDX FROM WS-BR-FIRST BY 1
009850             UNTIL WS-DLQ-JDX > WS-BR-LAST
009860         IF WS-DLQ-NOTICE(WS-DLQ-JDX) = "Y"
009870             PERFORM 4200-WRITE-LOAN-LINE THRU 4200-EXIT
009880         END-IF
009890     END-PERFORM
009900
009910     MOVE WS-BR-OVERDUE TO WS-EDIT-TOTAL
009920     MOVE WS-BR-FEES    TO WS-EDIT-FEES
009930     MOVE SPACES TO LD-LETTER-RECORD
009940     WRITE LD-LETTER-RECORD
009950     MOVE SPACES TO LD-LETTER-RECORD
009960     STRING "    TOTAL OVERDUE " DELIMITED BY SIZE
009970            WS-EDIT-TOTAL        DELIMITED BY SIZE
009980            "  LATE FEES "       DELIMITED BY SIZE
009990            WS-EDIT-FEES         DELIMITED BY SIZE
010000            INTO LD-LETTER-RECORD
010010     END-STRING
010020     WRITE LD-LETTER-RECORD
010030     MOVE SPACES TO LD-LETTER-RECORD
010040     WRITE LD-LETTER-RECORD
010050     MOVE "LOAN SERVICING DEPARTMENT" TO LD-LETTER-RECORD
010060     WRITE LD-LETTER-RECORD
010070     MOVE SPACES TO LD-LETTER-RECORD
010080     WRITE LD-LETTER-RECORD.
010090 4100-EXIT.
010100     EXIT.
010101
010102*----------------------------------------------------------------
010103* 4150-WRITE-ADDRESS-BLOCK - THE BORROWER'S NAME AND MAILING
010104* ADDRESS UNDER THE REFERENCE LINE, FROM THE BORROWER MASTER.  A
010105* BORROWER THE MASTER DOES NOT KNOW GETS A MARKER LINE INSTEAD,
010106* SO THE LETTER IS HELD BACK RATHER THAN MAILED BLIND.
010107*----------------------------------------------------------------
010108 4150-WRITE-ADDRESS-BLOCK.
010109     MOVE WS-CUR-BORROWER TO BL-BORROWER-REF
010110     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
010111     MOVE SPACES TO LD-LETTER-RECORD
010112     WRITE LD-LETTER-RECORD
010113     IF NOT BL-FOUND
010114         ADD 1 TO WS-NO-ADDRESS-COUNT
010115         IF WS-COND-CODE < 4
010116             MOVE 4 TO WS-COND-CODE
010117         END-IF
010118         MOVE SPACES TO LD-LETTER-RECORD
010119         STRING "(BORROWER NOT ON BORROWER MASTER - "
010120                    DELIMITED BY SIZE
010121                "ADDRESS UNKNOWN)" DELIMITED BY SIZE
010122                INTO LD-LETTER-RECORD
010123         END-STRING
010124         WRITE LD-LETTER-RECORD
010125         GO TO 4150-EXIT
010126     END-IF
010127     PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
010128             UNTIL WS-LABEL-IDX > BL-LABEL-COUNT
010129         MOVE BL-LABEL-LINE(WS-LABEL-IDX) TO LD-LETTER-RECORD
010130         WRITE LD-LETTER-RECORD
010131     END-PERFORM.
010132 4150-EXIT.
010133     EXIT.
010134
010135 4200-WRITE-LOAN-LINE.
010136     MOVE WS-DLQ-AMOUNT(WS-DLQ-JDX) TO WS-EDIT-AMOUNT
010140     MOVE WS-DLQ-FEE(WS-DLQ-JDX)    TO WS-EDIT-FEE
010150     MOVE SPACES TO LD-LETTER-RECORD
010160     STRING "    LOAN "                  DELIMITED BY SIZE
010170            WS-DLQ-LOAN(WS-DLQ-JDX)      DELIMITED BY SIZE
010180            "  "                         DELIMITED BY SIZE
010190            WS-DLQ-MONTHS(WS-DLQ-JDX)    DELIMITED BY SIZE
010200            " MONTHS BEHIND  OVERDUE "   DELIMITED BY SIZE
010210            WS-EDIT-AMOUNT               DELIMITED BY SIZE
010220            "  LATE FEE "                DELIMITED BY SIZE
010230            WS-EDIT-FEE                  DELIMITED BY SIZE
010240            INTO LD-LETTER-RECORD
010250     END-STRING
010260     WRITE LD-LETTER-RECORD
010270     IF WS-DLQ-DUE-DATE(WS-DLQ-JDX) NOT = SPACES
010280         MOVE SPACES TO LD-LETTER-RECORD
010290         STRING "         OLDEST INSTALLMENT DUE "
010300                    DELIMITED BY SIZE
010310                WS-DLQ-DUE-DATE(WS-DLQ-JDX) DELIMITED BY SIZE
010320                INTO LD-LETTER-RECORD
010330         END-STRING
010340         WRITE LD-LETTER-RECORD
010350     END-IF.
010360 4200-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400* 5000-RECORD-HISTORY - A HISTORY RECORD FOR EVERY NOTICE SENT
010410* AND EVERY FEE CHARGED, AND THE FEE ITSELF AS A LOAN EVENT
010420* DATED TODAY.  BOTH FILES ARE ONLY EVER EXTENDED.  A HELD
010425* LETTER'S NOTICE IS LEFT OFF, SO THE NEXT RUN SENDS IT.
010430*----------------------------------------------------------------
010440 5000-RECORD-HISTORY.
010450     IF WS-COND-CODE = 12
010460         GO TO 5000-EXIT
010470     END-IF
010480     OPEN EXTEND LD-HISTORY-FILE
010490     IF NOT HISTORY-OK
010500         OPEN OUTPUT LD-HISTORY-FILE
010510     END-IF
010520     IF WS-FEE-COUNT > 0
010530         OPEN EXTEND LD-EVENT-FILE
010540         IF NOT EVENT-OK
010550             OPEN OUTPUT LD-EVENT-FILE
010560         END-IF
010570     END-IF
010580     PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
010590             UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
010600         IF WS-DLQ-NOTICE(WS-DLQ-IDX) = "Y"
010605                 AND WS-DLQ-HELD(WS-DLQ-IDX) NOT = "Y"
010610             MOVE WS-DLQ-LEVEL(WS-DLQ-IDX) TO DH-KIND
010620             PERFORM 5100-WRITE-HISTORY THRU 5100-EXIT
010630         END-IF
010640         IF WS-DLQ-FEE(WS-DLQ-IDX) > 0
010650             MOVE "F" TO DH-KIND
010660             PERFORM 5100-WRITE-HISTORY THRU 5100-EXIT
010670             MOVE SPACES TO LD-EVENT-RECORD
010680             MOVE WS-DLQ-LOAN(WS-DLQ-IDX) TO EV-LOAN-ID
010690             MOVE RH-RUN-DATE             TO EV-DATE
010700             MOVE "L"                     TO EV-TYPE
010710             MOVE WS-DLQ-FEE(WS-DLQ-IDX)  TO EV-VALUE-AMT
010720             WRITE LD-EVENT-RECORD
010730         END-IF
010740     END-PERFORM
010750     CLOSE LD-HISTORY-FILE
010760     IF WS-FEE-COUNT > 0
010770         CLOSE LD-EVENT-FILE
010780     END-IF.
010790 5000-EXIT.
010800     EXIT.
010810
010820 5100-WRITE-HISTORY.
010830     MOVE WS-DLQ-LOAN(WS-DLQ-IDX)     TO DH-LOAN-ID
010840     MOVE WS-CYCLE                    TO DH-CYCLE
010850     MOVE RH-RUN-DATE                 TO DH-SENT-DATE
010860     MOVE WS-DLQ-BORROWER(WS-DLQ-IDX) TO DH-BORROWER-REF
010870     MOVE WS-DLQ-MONTHS(WS-DLQ-IDX)   TO DH-MONTHS-BEHIND
010880     IF DH-KIND = "F"
010890         MOVE WS-DLQ-FEE(WS-DLQ-IDX)  TO DH-FEE-AMOUNT
010900     ELSE
010910         MOVE 0                       TO DH-FEE-AMOUNT
010920     END-IF
010930     MOVE RH-RUN-ID                   TO DH-RUN-ID
010940     WRITE LD-HISTORY-RECORD.
010950 5100-EXIT.
010960     EXIT.
010970
010980*----------------------------------------------------------------
010990* 6000-WRITE-CONTROL-PAGE - THE LAST PAGE OF THE PRINT FILE: WHAT
011000* WENT OUT, WHAT WAS HELD BACK AND WHY, AND THE FEES CHARGED.
011010*----------------------------------------------------------------
011020 6000-WRITE-CONTROL-PAGE.
011025     MOVE SPACES TO LD-LETTER-RECORD
011030     MOVE ALL "=" TO LD-LETTER-RECORD(1:72)
011040     WRITE LD-LETTER-RECORD
011050     MOVE SPACES TO LD-LETTER-RECORD
011060     STRING "DELINQUENCY RUN CONTROL - RUN " DELIMITED BY SIZE
011070            RH-RUN-ID                        DELIMITED BY SIZE
011080            " OPERATOR "                     DELIMITED BY SIZE
011090            RH-OPERATOR-ID                   DELIMITED BY SIZE
011100            " CYCLE "                        DELIMITED BY SIZE
011110            WS-CYCLE                         DELIMITED BY SIZE
011120            INTO LD-LETTER-RECORD
011130     END-STRING
011140     WRITE LD-LETTER-RECORD
011150     MOVE SPACES TO LD-LETTER-RECORD
011160     STRING "LETTERS: "           DELIMITED BY SIZE
011170            WS-LETTER-COUNT       DELIMITED BY SIZE
011180            " - "                 DELIMITED BY SIZE
011190            WS-LEVEL-COUNT(1)     DELIMITED BY SIZE
011200            " REMINDER, "         DELIMITED BY SIZE
011210            WS-LEVEL-COUNT(2)     DELIMITED BY SIZE
011220            " FORMAL NOTICE, "    DELIMITED BY SIZE
011230            WS-LEVEL-COUNT(3)     DELIMITED BY SIZE
011240            " FINAL DEMAND"       DELIMITED BY SIZE
011250            INTO LD-LETTER-RECORD
011260     END-STRING
011270     WRITE LD-LETTER-RECORD
011280     DISPLAY LD-LETTER-RECORD
011290     MOVE SPACES TO LD-LETTER-RECORD
011300     STRING "LOANS IN ARREARS: "   DELIMITED BY SIZE
011310            WS-DLQ-COUNT           DELIMITED BY SIZE
011320            " - "                  DELIMITED BY SIZE
011330            WS-NOTICE-COUNT        DELIMITED BY SIZE
011340            " NOTICED, "           DELIMITED BY SIZE
011350            WS-ALREADY-COUNT       DELIMITED BY SIZE
011360            " ALREADY NOTICED THIS CYCLE"
011370                DELIMITED BY SIZE
011380            INTO LD-LETTER-RECORD
011390     END-STRING
011400     WRITE LD-LETTER-RECORD
011410     MOVE WS-TOT-FEES TO WS-EDIT-TOTAL
011420     MOVE SPACES TO LD-LETTER-RECORD
011430     STRING "LATE FEES: "          DELIMITED BY SIZE
011440            WS-FEE-COUNT           DELIMITED BY SIZE
011450            " CHARGED, TOTAL "     DELIMITED BY SIZE
011460            WS-EDIT-TOTAL          DELIMITED BY SIZE
011470            ", "                   DELIMITED BY SIZE
011480            WS-GRACE-COUNT         DELIMITED BY SIZE
011490            " WITHIN GRACE"        DELIMITED BY SIZE
011500            INTO LD-LETTER-RECORD
011510     END-STRING
011520     WRITE LD-LETTER-RECORD
011530     DISPLAY LD-LETTER-RECORD
011540     IF WS-NOTPORT-COUNT > 0
011550         MOVE SPACES TO LD-LETTER-RECORD
011560         STRING WS-NOTPORT-COUNT DELIMITED BY SIZE
011570                " CALL LIST LOANS NOT ON THE PORTFOLIO - "
011580                    DELIMITED BY SIZE
011590                "LETTERED, NO FEE"
011600                    DELIMITED BY SIZE
011610                INTO LD-LETTER-RECORD
011620         END-STRING
011630         WRITE LD-LETTER-RECORD
011640     END-IF
011650     IF DLQ-TABLE-FULL
011660         MOVE "ARREARS TABLE FULL (500) - LOANS NOT PROCESSED"
011670             TO LD-LETTER-RECORD
011680         WRITE LD-LETTER-RECORD
011690     END-IF
011700     CLOSE LD-LETTER-FILE.
011710 6000-EXIT.
011720     EXIT.
011730
011740*----------------------------------------------------------------
011750* 7000-WRITE-RUN-METRICS - PUBLISH THE END-OF-RUN FIGURES ON THE
011760* SHARED METRICS INTERFACE.
011770*----------------------------------------------------------------
011780 7000-WRITE-RUN-METRICS.
011790     OPEN EXTEND RUN-METRICS-FILE
011800     IF NOT METRICS-OK
011810         OPEN OUTPUT RUN-METRICS-FILE
011820     END-IF
011830     MOVE SPACES TO RUN-METRICS-RECORD
011840     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
011850     MOVE RH-RUN-ID          TO MT-RUN-ID
011860     MOVE WS-ARREARS-READ    TO MT-RECORDS-READ
011870     MOVE WS-LETTER-COUNT    TO MT-RECORDS-WRITTEN
011880     MOVE WS-NOTPORT-COUNT   TO MT-EXCEPTIONS
011890     MOVE WS-TOT-FEES        TO MT-TOTAL-AMOUNT
011900     MOVE 0                  TO MT-VALUE-MIN
011910     MOVE 0                  TO MT-VALUE-MAX
011920     WRITE RUN-METRICS-RECORD
011930     CLOSE RUN-METRICS-FILE.
011940 7000-EXIT.
011950     EXIT.
011960
011970*----------------------------------------------------------------
011980* 8100-ADD-MONTHS - WS-MONTH-BASE MOVED WS-MONTH-OFFSET WHOLE
011990* MONTHS (EITHER WAY) INTO WS-MONTH-RESULT, THE DAY CLIPPED TO
012000* THE LAST DAY OF THE TARGET MONTH.
012010*----------------------------------------------------------------
012020 8100-ADD-MONTHS.
012030     MOVE WS-MONTH-BASE TO WS-DATE-WORK-X
012040     COMPUTE WS-MONTH-WORK =
012050             WS-DATE-YYYY * 12 + WS-DATE-MM - 1
012060             + WS-MONTH-OFFSET
012070     COMPUTE WS-DATE-YYYY = WS-MONTH-WORK / 12
012080     COMPUTE WS-DATE-MM =
012090             WS-MONTH-WORK - (WS-DATE-YYYY * 12) + 1
012100     EVALUATE WS-DATE-MM
012110         WHEN 01 WHEN 03 WHEN 05 WHEN 07
012120         WHEN 08 WHEN 10 WHEN 12
012130             MOVE 31 TO WS-MONTH-MAX-DD
012140         WHEN 04 WHEN 06 WHEN 09 WHEN 11
012150             MOVE 30 TO WS-MONTH-MAX-DD
012160         WHEN OTHER
012170             IF FUNCTION MOD(WS-DATE-YYYY, 400) = 0
012180                 OR (FUNCTION MOD(WS-DATE-YYYY, 4) = 0
012190                     AND FUNCTION MOD(WS-DATE-YYYY, 100)
012200                         NOT = 0)
012210                 MOVE 29 TO WS-MONTH-MAX-DD
012220             ELSE
012230                 MOVE 28 TO WS-MONTH-MAX-DD
012240             END-IF
012250     END-EVALUATE
012260     IF WS-DATE-DD > WS-MONTH-MAX-DD
012270         MOVE WS-MONTH-MAX-DD TO WS-DATE-DD
012280     END-IF
012290     MOVE WS-DATE-WORK-X TO WS-MONTH-RESULT.
012300 8100-EXIT.
012310     EXIT.
012320
012330*----------------------------------------------------------------
012340* 8200-FIND-HISTORY - HAS THIS LOAN HAD THIS NOTICE LEVEL (OR A
012350* FEE) ALREADY THIS CYCLE.
012360*----------------------------------------------------------------
012370 8200-FIND-HISTORY.
012380     MOVE "N" TO WS-HST-FOUND-SW
012390     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
012400             UNTIL WS-HST-IDX > WS-HST-COUNT
012410             OR HISTORY-FOUND
012420         IF WS-HST-LOAN(WS-HST-IDX) = WS-HST-KEY-LOAN
012430                 AND WS-HST-KIND(WS-HST-IDX) = WS-HST-KEY-KIND
012440             MOVE "Y" TO WS-HST-FOUND-SW
012450         END-IF
012460     END-PERFORM.
012470 8200-EXIT.
012480     EXIT.
012481
012482*----------------------------------------------------------------
012483* 8300-ADD-HISTORY - WHAT THIS RUN DECIDES GOES STRAIGHT INTO
012484* THE IN-STORAGE HISTORY, SO A LOAN LISTED TWICE ON THE CALL
012485* LIST IS NOT NOTICED OR CHARGED TWICE.
012486*----------------------------------------------------------------
012487 8300-ADD-HISTORY.
012488     IF WS-HST-COUNT < 2000
012489         ADD 1 TO WS-HST-COUNT
012490         MOVE WS-HST-KEY-LOAN TO WS-HST-LOAN(WS-HST-COUNT)
012491         MOVE WS-HST-KEY-KIND TO WS-HST-KIND(WS-HST-COUNT)
012492     END-IF.
012493 8300-EXIT.
012494     EXIT.
012497
012500*----------------------------------------------------------------
012510* 9999-TERMINATE - LOG THE RUN.
012520*----------------------------------------------------------------
012530 9999-TERMINATE.
012540     IF WS-COND-CODE < 12
012550         DISPLAY "LOANDLQ: letters written to LOANDLQL.DAT."
012552         IF WS-NO-ADDRESS-COUNT > 0
012554             DISPLAY "LOANDLQ: " WS-NO-ADDRESS-COUNT " letters "
012556                     "have no borrower address - hold them back."
012558         END-IF
012560     END-IF
012570     OPEN EXTEND AUDIT-LOG-FILE
012580     IF NOT AUDIT-OK
012590         OPEN OUTPUT AUDIT-LOG-FILE
012600     END-IF
012610     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
012620     ACCEPT WS-END-TIME FROM TIME
012630     MOVE SPACES TO AUDIT-LOG-RECORD
012640     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
012650     MOVE " RUNID "          TO AL-RUNID-TAG
012660     MOVE RH-RUN-ID          TO AL-RUN-ID
012670     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
012680     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
012690     MOVE " MODE "           TO AL-MODE-TAG
012700     IF RUNCARD-PRESENT
012710         MOVE "B"            TO AL-RUN-MODE
012720     ELSE
012730         MOVE "I"            TO AL-RUN-MODE
012740     END-IF
012750     MOVE WS-END-DATE        TO AL-END-DATE
012760     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
012770     MOVE WS-RUN-STATUS      TO AL-STATUS
012780     MOVE WS-RUN-REASON      TO AL-REASON
012790     MOVE WS-ARREARS-READ    TO AL-RECORDS-READ
012800     MOVE WS-LETTER-COUNT    TO AL-RECORDS-WRITTEN
012810     MOVE WS-NOTPORT-COUNT   TO AL-RECORDS-REJECTED
012820     WRITE AUDIT-LOG-RECORD
012830     CLOSE AUDIT-LOG-FILE.
012840 9999-EXIT.
012850     EXIT.
