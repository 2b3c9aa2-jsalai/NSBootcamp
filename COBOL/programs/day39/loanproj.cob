000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANPROJ.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  LOAN BOOK PROJECTION:
000110*                  REBUILDS EVERY LOAN'S SCHEDULE FROM
000120*                  LOOPPORT.DAT WITH THE SAME ARITHMETIC (AND THE
000130*                  SAME LOOPEVNT.DAT EVENTS) AS THE SCHEDULE RUN
000140*                  AND PROJECTS THE BOOK FROM THE MONTH AFTER THE
000150*                  RUN: PRINCIPAL AND INTEREST RECEIPTS MONTH BY
000160*                  MONTH FOR 24 MONTHS, THEN BY YEAR; THE
000170*                  MATURITY LADDER (LOANS AND BALANCE MATURING
000180*                  PER CALENDAR QUARTER); AND THE BOOK BY RATE
000190*                  BAND AND BY TERM BAND.  THE REPORT IS WRITTEN
000200*                  TO LOANPROJ.DAT AND THE SAME FIGURES TO THE
000210*                  FIXED-FIELD EXTRACT LOANPRJX.DAT FOR TREASURY.
000220*                  THE PROOF LINE HOLDS THE PROJECTED PRINCIPAL
000230*                  AGAINST THE BOOK BALANCE AT THE START.
000233* 10/15/2026  RH   A FAILED PROOF IS LOGGED AS FAILED ON THE
000236*                  AUDIT LOG, NOT NORMAL, TO MATCH ITS CODE 8.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT LJ-PORTFOLIO-FILE ASSIGN TO "LOOPPORT.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PORTFOLIO-STATUS.
000320     SELECT LJ-EVENT-FILE ASSIGN TO "LOOPEVNT.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-EVENT-STATUS.
000350     SELECT LJ-REPORT-FILE ASSIGN TO "LOANPROJ.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REPORT-STATUS.
000380     SELECT LJ-EXTRACT-FILE ASSIGN TO "LOANPRJX.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-EXTRACT-STATUS.
000410     COPY AUDITSEL.
000420     COPY RUNCSEL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LJ-PORTFOLIO-FILE.
000470 01  LJ-PORTFOLIO-RECORD.
000480     05  PF-LOAN-ID          PIC X(08).
000490     05  PF-BORROWER-REF     PIC X(08).
000500     05  PF-PRINCIPAL        PIC 9(7)V99.
000510     05  PF-ANNUAL-RATE      PIC 9(2)V999.
000520     05  PF-TERM-MONTHS      PIC 9(3).
000530     05  PF-START-DATE       PIC X(08).
000540
000550 FD  LJ-EVENT-FILE.
000560 01  LJ-EVENT-RECORD.
000570     05  EV-LOAN-ID          PIC X(08).
000580     05  EV-DATE             PIC X(08).
000590     05  EV-TYPE             PIC X(01).
000600     05  EV-VALUE            PIC X(10).
000610     05  EV-VALUE-AMT REDEFINES EV-VALUE
000620                             PIC 9(8)V99.
000630     05  EV-VALUE-RATE REDEFINES EV-VALUE.
000640         10  EV-NEW-RATE     PIC 9(2)V999.
000650         10  FILLER          PIC X(05).
000660
000670 FD  LJ-REPORT-FILE.
000680 01  LJ-REPORT-RECORD        PIC X(100).
000690
000700 FD  LJ-EXTRACT-FILE.
000710     COPY LOANPRJX.
000720
000730 FD  AUDIT-LOG-FILE.
000740     COPY AUDITLOG.
000750
000760 FD  RUN-CARD-FILE.
000770     COPY RUNCARD.
000780
000790 WORKING-STORAGE SECTION.
000800     COPY RUNHDR.
000810     COPY OPERLINK.
000820 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000830     88  AUDIT-OK                    VALUE "00".
000840 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000850     88  RUNCARD-OK                  VALUE "00".
000860 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000870     88  RUNCARD-PRESENT             VALUE "Y".
000880 01  WS-PORTFOLIO-STATUS     PIC XX  VALUE SPACES.
000890     88  PORTFOLIO-OK                VALUE "00".
000900     88  PORTFOLIO-EOF               VALUE "10".
000910 01  WS-EVENT-STATUS         PIC XX  VALUE SPACES.
000920     88  EVENT-OK                    VALUE "00".
000930     88  EVENT-EOF                   VALUE "10".
000940 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
000950     88  REPORT-OK                   VALUE "00".
000960 01  WS-EXTRACT-STATUS       PIC XX  VALUE SPACES.
000970     88  EXTRACT-OK                  VALUE "00".
000980
000990 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001000 01  WS-END-TIME.
001010     05  WS-END-TIME-HHMMSS  PIC 9(6).
001020     05  FILLER              PIC 99.
001030 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001040 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001050
001060*----------------------------------------------------------------
001070* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN
001080* (PROOF HOLDS), 4 = WARNINGS (LOANS SKIPPED), 8 = PROOF FAILED,
001090* 12 = ABORT (MISSING PORTFOLIO).
001100*----------------------------------------------------------------
001110 01  WS-COND-CODE            PIC 99     VALUE 0.
001120
001130*----------------------------------------------------------------
001140* THE PROJECTION STARTS WITH THE MONTH AFTER THE RUN MONTH; A
001150* SCHEDULE ROW DUE IN THE RUN MONTH OR EARLIER IS TAKEN AS
001160* ALREADY RECEIVED.  AT THE TERMINAL ANOTHER START MAY BE KEYED.
001170*----------------------------------------------------------------
001180 01  WS-PROJ-START.
001190     05  WS-PROJ-YYYY        PIC 9(4).
001200     05  WS-PROJ-MM          PIC 99.
001210 01  WS-PROJ-START-N REDEFINES WS-PROJ-START PIC 9(6).
001220 01  WS-PROJ-QTR             PIC 9      VALUE 0.
001230 01  WS-START-INPUT          PIC X(06)  VALUE SPACES.
001240
001250*----------------------------------------------------------------
001260* CASH-FLOW BUCKETS: 1-24 ARE THE FIRST 24 MONTHS, 25-32 ARE
001270* PROJECTION YEARS 3 TO 10, 33 IS EVERYTHING LATER.  EACH BUCKET
001280* CARRIES ITS FIRST AND LAST MONTH (YYYYMM).
001290*----------------------------------------------------------------
001300 01  WS-CF-TABLE.
001310     05  WS-CF-ENTRY OCCURS 33 TIMES.
001320         10  WS-CF-FROM      PIC 9(6).
001330         10  WS-CF-TO        PIC 9(6).
001340         10  WS-CF-PRINCIPAL PIC 9(11)V99.
001350         10  WS-CF-INTEREST  PIC 9(11)V99.
001360 01  WS-CF-IDX               PIC 99     VALUE 0.
001370 01  WS-CF-YEAR-NO           PIC 99     VALUE 0.
001380
001390*----------------------------------------------------------------
001400* MATURITY LADDER: ONE RUNG PER CALENDAR QUARTER FROM THE
001410* QUARTER THE PROJECTION STARTS IN, 40 RUNGS, THEN ONE RUNG FOR
001420* EVERYTHING MATURING AFTER THE TENTH YEAR.
001430*----------------------------------------------------------------
001440 01  WS-LAD-TABLE.
001450     05  WS-LAD-ENTRY OCCURS 41 TIMES.
001460         10  WS-LAD-YYYY     PIC 9(4).
001470         10  WS-LAD-QTR      PIC 9.
001480         10  WS-LAD-LOANS    PIC 9(5).
001490         10  WS-LAD-BALANCE  PIC 9(11)V99.
001500 01  WS-LAD-IDX              PIC 99     VALUE 0.
001510 01  WS-LAD-LAST             PIC 99     VALUE 0.
001520 01  WS-QTR-OFF              PIC S9(5)  VALUE 0.
001530 01  WS-MAT-YYYY             PIC 9(4)   VALUE 0.
001540 01  WS-MAT-MM               PIC 99     VALUE 0.
001550 01  WS-MAT-QTR              PIC 9      VALUE 0.
001560
001570*----------------------------------------------------------------
001580* CONCENTRATION BANDS.  A LOAN FALLS IN THE FIRST BAND WHOSE
001590* UPPER LIMIT IT DOES NOT EXCEED: RATE IS THE ANNUAL RATE IN
001600* FORCE AT THE START OF THE PROJECTION, TERM IS THE ORIGINAL
001610* TERM IN MONTHS.
001620*----------------------------------------------------------------
001630 01  WS-RATE-BAND-LIST.
001640     05  FILLER              PIC X(10)  VALUE "0000002999".
001650     05  FILLER              PIC X(10)  VALUE "0300004999".
001660     05  FILLER              PIC X(10)  VALUE "0500006999".
001670     05  FILLER              PIC X(10)  VALUE "0700008999".
001680     05  FILLER              PIC X(10)  VALUE "0900011999".
001690     05  FILLER              PIC X(10)  VALUE "1200099999".
001700 01  WS-RATE-BANDS REDEFINES WS-RATE-BAND-LIST.
001710     05  WS-RB-ENTRY OCCURS 6 TIMES.
001720         10  WS-RB-LOW       PIC 9(2)V999.
001730         10  WS-RB-HIGH      PIC 9(2)V999.
001740 01  WS-RATE-BAND-TOTALS.
001750     05  WS-RT-ENTRY OCCURS 6 TIMES.
001760         10  WS-RT-LOANS     PIC 9(5).
001770         10  WS-RT-PRINCIPAL PIC 9(11)V99.
001780         10  WS-RT-BALANCE   PIC 9(11)V99.
001790 01  WS-TERM-BAND-LIST.
001800     05  FILLER              PIC X(06)  VALUE "001012".
001810     05  FILLER              PIC X(06)  VALUE "013036".
001820     05  FILLER              PIC X(06)  VALUE "037060".
001830     05  FILLER              PIC X(06)  VALUE "061120".
001840     05  FILLER              PIC X(06)  VALUE "121240".
001850     05  FILLER              PIC X(06)  VALUE "241999".
001860 01  WS-TERM-BANDS REDEFINES WS-TERM-BAND-LIST.
001870     05  WS-TB-ENTRY OCCURS 6 TIMES.
001880         10  WS-TB-LOW       PIC 9(3).
001890         10  WS-TB-HIGH      PIC 9(3).
001900 01  WS-TERM-BAND-TOTALS.
001910     05  WS-TT-ENTRY OCCURS 6 TIMES.
001920         10  WS-TT-LOANS     PIC 9(5).
001930         10  WS-TT-PRINCIPAL PIC 9(11)V99.
001940         10  WS-TT-BALANCE   PIC 9(11)V99.
001950 01  WS-BAND-IDX             PIC 9      VALUE 0.
001960 01  WS-BAND-MATCH           PIC 9      VALUE 0.
001970 01  WS-BAND-PCT             PIC 9(3)V99 VALUE 0.
001980 01  WS-BAND-BALANCE         PIC 9(11)V99 VALUE 0.
001990
002000*----------------------------------------------------------------
002010* THE LOAN EVENTS, SAME SHAPE AND RULES AS THE SCHEDULE RUN'S
002020* TABLE, SO THE PROJECTION AGREES WITH LOOPAMRT.DAT.
002030*----------------------------------------------------------------
002040 01  WS-EVT-COUNT            PIC 9(3)   VALUE 0.
002050 01  WS-EVT-TABLE.
002060     05  WS-EVT-ENTRY OCCURS 200 TIMES.
002070         10  WS-EVT-LOAN     PIC X(08).
002080         10  WS-EVT-YYYY     PIC 9(4).
002090         10  WS-EVT-MM       PIC 99.
002100         10  WS-EVT-TYPE     PIC X(01).
002110         10  WS-EVT-AMOUNT   PIC 9(8)V99.
002120         10  WS-EVT-RATE     PIC 9(2)V999.
002130         10  WS-EVT-APPLIED  PIC X(01).
002140 01  WS-EVT-IDX              PIC 9(3)   VALUE 0.
002150 01  WS-EVT-PER              PIC 9(3)   VALUE 0.
002160 01  WS-EVT-APPLY-AMT        PIC 9(8)V99 VALUE 0.
002170 01  WS-REMAIN-TERM          PIC 9(3)   VALUE 0.
002180
002190*----------------------------------------------------------------
002200* AMORTIZATION WORK FIELDS, AS THE SCHEDULE RUN CARRIES THEM.
002210*----------------------------------------------------------------
002220 01  WS-PRINCIPAL            PIC 9(7)V99      VALUE 0.
002230 01  WS-ANNUAL-RATE-PCT      PIC 9(2)V999     VALUE 0.
002240 01  WS-TERM-MONTHS          PIC 9(3)         VALUE 0.
002250 01  WS-MONTHLY-RATE         PIC 9V9(6)       VALUE 0.
002260 01  WS-COMPOUND-FACTOR      PIC 9(4)V9(6)    VALUE 0.
002270 01  WS-PAYMENT              PIC 9(7)V99      VALUE 0.
002280 01  WS-PAYMENT-DENOM        PIC 9(4)V9(6)    VALUE 0.
002290 01  WS-PAYMENT-NUMER        PIC 9(9)V9(6)    VALUE 0.
002300 01  WS-BALANCE              PIC 9(7)V99      VALUE 0.
002310 01  WS-INTEREST-AMT         PIC 9(7)V99      VALUE 0.
002320 01  WS-PRINCIPAL-AMT        PIC 9(7)V99      VALUE 0.
002330 01  WS-PERIOD               PIC 9(3)         VALUE 0.
002340 01  WS-START-DATE.
002350     05  WS-START-YYYY       PIC 9(4).
002360     05  WS-START-MM         PIC 99.
002370     05  WS-START-DD         PIC 99.
002380 01  WS-START-DATE-X REDEFINES WS-START-DATE PIC X(8).
002390 01  WS-CUR-YYYY             PIC 9(4)         VALUE 0.
002400 01  WS-CUR-MM               PIC 99           VALUE 0.
002410 01  WS-PAID-OFF-SWITCH      PIC X            VALUE "N".
002420     88  LOAN-IS-PAID-OFF                     VALUE "Y".
002430 01  WS-FORCE-PAYOFF-SW      PIC X            VALUE "N".
002440     88  EVENT-FORCES-PAYOFF                  VALUE "Y".
002450
002460*----------------------------------------------------------------
002470* PROJECTION WORK FIELDS FOR THE LOAN IN HAND.  THE MONTH OFFSET
002480* IS 1 FOR THE FIRST PROJECTED MONTH; ZERO OR LESS IS HISTORY.
002490* LUMP-SUM PAYMENTS FALLING IN A PROJECTED PERIOD ARE RECEIPTS
002500* OF THAT PERIOD'S PRINCIPAL.
002510*----------------------------------------------------------------
002520 01  WS-MONTH-OFF            PIC S9(5)        VALUE 0.
002530 01  WS-WORK-OFF             PIC 9(5)         VALUE 0.
002540 01  WS-WORK-MONTHS          PIC 9(7)         VALUE 0.
002550 01  WS-WORK-YYYY            PIC 9(4)         VALUE 0.
002560 01  WS-WORK-MM              PIC 99           VALUE 0.
002570 01  WS-WORK-MONTH.
002580     05  WS-WORK-MONTH-YYYY  PIC 9(4).
002590     05  WS-WORK-MONTH-MM    PIC 99.
002600 01  WS-WORK-MONTH-N REDEFINES WS-WORK-MONTH PIC 9(6).
002610 01  WS-LUMP-PRINCIPAL       PIC 9(9)V99      VALUE 0.
002620 01  WS-OPEN-BALANCE         PIC 9(7)V99      VALUE 0.
002630 01  WS-OPEN-RATE            PIC 9(2)V999     VALUE 0.
002640 01  WS-LIVE-SWITCH          PIC X            VALUE "N".
002650     88  LOAN-IS-LIVE                         VALUE "Y".
002660
002670 01  WS-LOAN-COUNT           PIC 9(5)   VALUE 0.
002680 01  WS-LIVE-COUNT           PIC 9(5)   VALUE 0.
002690 01  WS-RUN-OFF-COUNT        PIC 9(5)   VALUE 0.
002700 01  WS-SKIP-COUNT           PIC 9(5)   VALUE 0.
002710 01  WS-EXTRACT-COUNT        PIC 9(5)   VALUE 0.
002720 01  WS-BOOK-BALANCE         PIC 9(11)V99 VALUE 0.
002730 01  WS-PROJ-PRINCIPAL       PIC 9(11)V99 VALUE 0.
002740 01  WS-PROJ-INTEREST        PIC 9(11)V99 VALUE 0.
002750 01  WS-PROOF-SWITCH         PIC X      VALUE "N".
002760     88  PROOF-HOLDS                    VALUE "Y".
002770
002780*----------------------------------------------------------------
002790* PRINT-LINE PIECES.
002800*----------------------------------------------------------------
002810 01  WS-LABEL                PIC X(26)  VALUE SPACES.
002820 01  WS-EDIT-MONTH           PIC X(07)  VALUE SPACES.
002830 01  WS-EDIT-MONTH-2         PIC X(07)  VALUE SPACES.
002840 01  WS-EDIT-YEAR-NO         PIC Z9.
002850 01  WS-EDIT-PRINCIPAL       PIC 9(11).99.
002860 01  WS-EDIT-INTEREST        PIC 9(11).99.
002870 01  WS-EDIT-TOTAL           PIC 9(11).99.
002880 01  WS-EDIT-BALANCE         PIC 9(11).99.
002890 01  WS-EDIT-LOANS           PIC Z(4)9.
002900 01  WS-EDIT-PCT             PIC ZZ9.99.
002910 01  WS-EDIT-RATE-LO         PIC Z9.999.
002920 01  WS-EDIT-RATE-HI         PIC Z9.999.
002930 01  WS-EDIT-TERM-LO         PIC ZZ9.
002940 01  WS-EDIT-TERM-HI         PIC ZZ9.
002950
002960 PROCEDURE DIVISION.
002970*----------------------------------------------------------------
002980* 0000-MAINLINE - TOP-LEVEL CONTROL
002990*----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003020     PERFORM 2000-LOAD-EVENTS THRU 2000-EXIT
003030     PERFORM 3000-SCAN-PORTFOLIO THRU 3000-EXIT
003040     IF WS-COND-CODE < 12
003050         PERFORM 4000-WRITE-PROJECTION THRU 4000-EXIT
003060         PERFORM 5000-WRITE-PROOF-LINE THRU 5000-EXIT
003070     END-IF
003080     PERFORM 9999-TERMINATE THRU 9999-EXIT
003090     MOVE WS-COND-CODE TO RETURN-CODE
003100     STOP RUN.
003110
003120*----------------------------------------------------------------
003130* 1000-INITIALIZE - RUN HEADER, THE PROJECTION START AND THE
003140* BUCKET AND LADDER CALENDARS.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     DISPLAY " ".
003180     DISPLAY "=== LOANPROJ - LOAN BOOK PROJECTION ===".
003190     MOVE "LOANPROJ" TO RH-PROGRAM-NAME
003200     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
003210     IF NOT RUNCARD-PRESENT
003220         DISPLAY "Enter operator ID: " WITH NO ADVANCING
003230         ACCEPT RH-OPERATOR-ID
003240     END-IF
003250     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
003260     ACCEPT RH-RUN-TIME FROM TIME
003270     STRING RH-RUN-DATE DELIMITED BY SIZE
003280            RH-RUN-TIME DELIMITED BY SIZE
003290            INTO RH-RUN-ID
003300     END-STRING
003310*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
003320*    TO RUN THIS JOB.
003330     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
003340     MOVE RH-RUN-ID       TO OC-RUN-ID
003350     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
003360     IF RUNCARD-PRESENT
003370         MOVE "B" TO OC-RUN-MODE
003380     ELSE
003390         MOVE "I" TO OC-RUN-MODE
003400     END-IF
003410     MOVE "B"             TO OC-FUNCTION-GROUP
003420     CALL "OPERCHK" USING WS-OPERATOR-CHECK
003430     IF NOT OC-AUTHORIZED
003440         MOVE 12 TO RETURN-CODE
003450         STOP RUN
003460     END-IF
003470
003480     PERFORM 1200-SET-PROJECTION-START THRU 1200-EXIT
003490     PERFORM 1300-BUILD-CALENDARS THRU 1300-EXIT
003500
003510     OPEN OUTPUT LJ-REPORT-FILE
003520     OPEN OUTPUT LJ-EXTRACT-FILE
003530     MOVE WS-PROJ-YYYY TO WS-WORK-MONTH-YYYY
003540     MOVE WS-PROJ-MM   TO WS-WORK-MONTH-MM
003550     PERFORM 1500-EDIT-MONTH THRU 1500-EXIT
003560     MOVE SPACES TO LJ-REPORT-RECORD
003570     STRING "LOAN BOOK PROJECTION FROM " DELIMITED BY SIZE
003580            WS-EDIT-MONTH  DELIMITED BY SIZE
003590            " - RUN "      DELIMITED BY SIZE
003600            RH-RUN-ID      DELIMITED BY SIZE
003610            INTO LJ-REPORT-RECORD
003620     END-STRING
003630     WRITE LJ-REPORT-RECORD.
003640 1000-EXIT.
003650     EXIT.
003660
003670 1100-READ-RUN-CARD.
003680     MOVE "N" TO WS-RUNCARD-SWITCH
003690     OPEN INPUT RUN-CARD-FILE
003700     IF RUNCARD-OK
003710         READ RUN-CARD-FILE
003720             NOT AT END
003730                 IF RUN-CARD-RECORD NOT = SPACES
003740                     MOVE "Y" TO WS-RUNCARD-SWITCH
003750                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
003760                 END-IF
003770         END-READ
003780         CLOSE RUN-CARD-FILE
003790     END-IF.
003800 1100-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840* 1200-SET-PROJECTION-START - THE MONTH AFTER THE RUN MONTH,
003850* UNLESS THE OPERATOR KEYS ANOTHER (YYYYMM) AT THE TERMINAL.
003860*----------------------------------------------------------------
003870 1200-SET-PROJECTION-START.
003880     MOVE RH-RUN-YYYY TO WS-PROJ-YYYY
003890     MOVE RH-RUN-MM   TO WS-PROJ-MM
003900     IF WS-PROJ-MM = 12
003910         MOVE 1 TO WS-PROJ-MM
003920         ADD 1 TO WS-PROJ-YYYY
003930     ELSE
003940         ADD 1 TO WS-PROJ-MM
003950     END-IF
003960     IF NOT RUNCARD-PRESENT
003970         DISPLAY "Project from month (YYYYMM, blank = "
003980                 WS-PROJ-START-N "): " WITH NO ADVANCING
003990         ACCEPT WS-START-INPUT
004000         IF WS-START-INPUT NOT = SPACES
004010             IF WS-START-INPUT IS NUMERIC
004020                     AND WS-START-INPUT(5:2) >= "01"
004030                     AND WS-START-INPUT(5:2) <= "12"
004040                 MOVE WS-START-INPUT TO WS-PROJ-START
004050             ELSE
004060                 DISPLAY "Not a month - projecting from "
004070                         WS-PROJ-START-N "."
004080             END-IF
004090         END-IF
004100     END-IF
004110     COMPUTE WS-PROJ-QTR = (WS-PROJ-MM - 1) / 3 + 1.
004120 1200-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 1300-BUILD-CALENDARS - FIRST AND LAST MONTH OF EVERY CASH-FLOW
004170* BUCKET AND THE QUARTER OF EVERY LADDER RUNG.
004180*----------------------------------------------------------------
004190 1300-BUILD-CALENDARS.
004200     PERFORM VARYING WS-CF-IDX FROM 1 BY 1
004210             UNTIL WS-CF-IDX > 33
004220         EVALUATE TRUE
004230             WHEN WS-CF-IDX <= 24
004240                 MOVE WS-CF-IDX TO WS-WORK-OFF
004250                 PERFORM 1400-OFFSET-TO-MONTH THRU 1400-EXIT
004260                 MOVE WS-WORK-MONTH-N TO WS-CF-FROM(WS-CF-IDX)
004270                 MOVE WS-WORK-MONTH-N TO WS-CF-TO(WS-CF-IDX)
004280             WHEN WS-CF-IDX <= 32
004290                 COMPUTE WS-WORK-OFF = (WS-CF-IDX - 25) * 12 + 25
004300                 PERFORM 1400-OFFSET-TO-MONTH THRU 1400-EXIT
004310                 MOVE WS-WORK-MONTH-N TO WS-CF-FROM(WS-CF-IDX)
004320                 ADD 11 TO WS-WORK-OFF
004330                 PERFORM 1400-OFFSET-TO-MONTH THRU 1400-EXIT
004340                 MOVE WS-WORK-MONTH-N TO WS-CF-TO(WS-CF-IDX)
004350             WHEN OTHER
004360                 MOVE 121 TO WS-WORK-OFF
004370                 PERFORM 1400-OFFSET-TO-MONTH THRU 1400-EXIT
004380                 MOVE WS-WORK-MONTH-N TO WS-CF-FROM(WS-CF-IDX)
004390                 MOVE 999999 TO WS-CF-TO(WS-CF-IDX)
004400         END-EVALUATE
004410         MOVE 0 TO WS-CF-PRINCIPAL(WS-CF-IDX)
004420         MOVE 0 TO WS-CF-INTEREST(WS-CF-IDX)
004430     END-PERFORM
004440
004450     MOVE WS-PROJ-YYYY TO WS-WORK-YYYY
004460     MOVE WS-PROJ-QTR  TO WS-MAT-QTR
004470     PERFORM VARYING WS-LAD-IDX FROM 1 BY 1
004480             UNTIL WS-LAD-IDX > 40
004490         MOVE WS-WORK-YYYY TO WS-LAD-YYYY(WS-LAD-IDX)
004500         MOVE WS-MAT-QTR   TO WS-LAD-QTR(WS-LAD-IDX)
004510         MOVE 0 TO WS-LAD-LOANS(WS-LAD-IDX)
004520         MOVE 0 TO WS-LAD-BALANCE(WS-LAD-IDX)
004530         IF WS-MAT-QTR = 4
004540             MOVE 1 TO WS-MAT-QTR
004550             ADD 1 TO WS-WORK-YYYY
004560         ELSE
004570             ADD 1 TO WS-MAT-QTR
004580         END-IF
004590     END-PERFORM
004600     MOVE 9999 TO WS-LAD-YYYY(41)
004610     MOVE 9    TO WS-LAD-QTR(41)
004620     MOVE 0    TO WS-LAD-LOANS(41)
004630     MOVE 0    TO WS-LAD-BALANCE(41)
004640
004650     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
004660             UNTIL WS-BAND-IDX > 6
004670         MOVE 0 TO WS-RT-LOANS(WS-BAND-IDX)
004680         MOVE 0 TO WS-RT-PRINCIPAL(WS-BAND-IDX)
004690         MOVE 0 TO WS-RT-BALANCE(WS-BAND-IDX)
004700         MOVE 0 TO WS-TT-LOANS(WS-BAND-IDX)
004710         MOVE 0 TO WS-TT-PRINCIPAL(WS-BAND-IDX)
004720         MOVE 0 TO WS-TT-BALANCE(WS-BAND-IDX)
004730     END-PERFORM.
004740 1300-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------
004780* 1400-OFFSET-TO-MONTH - THE CALENDAR MONTH (YYYYMM) THAT IS
004790* WS-WORK-OFF MONTHS INTO THE PROJECTION (1 = THE FIRST).
004800*----------------------------------------------------------------
004810 1400-OFFSET-TO-MONTH.
004820     COMPUTE WS-WORK-MONTHS =
004830             WS-PROJ-YYYY * 12 + WS-PROJ-MM - 1 + WS-WORK-OFF - 1
004840     DIVIDE WS-WORK-MONTHS BY 12 GIVING WS-WORK-YYYY
004850             REMAINDER WS-WORK-MM
004860     ADD 1 TO WS-WORK-MM
004870     MOVE WS-WORK-YYYY TO WS-WORK-MONTH-YYYY
004880     MOVE WS-WORK-MM   TO WS-WORK-MONTH-MM.
004890 1400-EXIT.
004900     EXIT.
004910
004920 1500-EDIT-MONTH.
004930     MOVE SPACES TO WS-EDIT-MONTH
004940     STRING WS-WORK-MONTH-YYYY DELIMITED BY SIZE
004950            "/"                DELIMITED BY SIZE
004960            WS-WORK-MONTH-MM   DELIMITED BY SIZE
004970            INTO WS-EDIT-MONTH
004980     END-STRING.
004990 1500-EXIT.
005000     EXIT.
005010
005020 2000-LOAD-EVENTS.
005030     MOVE 0 TO WS-EVT-COUNT
005040     OPEN INPUT LJ-EVENT-FILE
005050     IF EVENT-OK
005060         READ LJ-EVENT-FILE
005070             AT END SET EVENT-EOF TO TRUE
005080         END-READ
005090         PERFORM UNTIL EVENT-EOF OR WS-EVT-COUNT = 200
005100             PERFORM 2100-LOAD-ONE-EVENT THRU 2100-EXIT
005110             READ LJ-EVENT-FILE
005120                 AT END SET EVENT-EOF TO TRUE
005130             END-READ
005140         END-PERFORM
005150         CLOSE LJ-EVENT-FILE
005160     END-IF.
005170 2000-EXIT.
005180     EXIT.
005190
005200 2100-LOAD-ONE-EVENT.
005210*    THE SAME ACCEPTANCE RULES AS THE SCHEDULE RUN, SO BOTH
005220*    PROGRAMS APPLY EXACTLY THE SAME EVENT SET.
005230     IF EV-LOAN-ID = SPACES
005240             OR EV-DATE IS NOT NUMERIC
005250             OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
005260             OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
005270                 AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
005280             OR ((EV-TYPE = "P" OR EV-TYPE = "L")
005290                 AND EV-VALUE IS NOT NUMERIC)
005300             OR (EV-TYPE = "R"
005310                 AND EV-NEW-RATE IS NOT NUMERIC)
005320         CONTINUE
005330     ELSE
005340         ADD 1 TO WS-EVT-COUNT
005350         MOVE EV-LOAN-ID    TO WS-EVT-LOAN(WS-EVT-COUNT)
005360         MOVE EV-DATE(1:4)  TO WS-EVT-YYYY(WS-EVT-COUNT)
005370         MOVE EV-DATE(5:2)  TO WS-EVT-MM(WS-EVT-COUNT)
005380         MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
005390         IF EV-TYPE = "P" OR EV-TYPE = "L"
005400             MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
005410         ELSE
005420             MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
005430         END-IF
005440         IF EV-TYPE = "R"
005450             MOVE EV-NEW-RATE TO WS-EVT-RATE(WS-EVT-COUNT)
005460         ELSE
005470             MOVE 0 TO WS-EVT-RATE(WS-EVT-COUNT)
005480         END-IF
005490         MOVE "N" TO WS-EVT-APPLIED(WS-EVT-COUNT)
005500     END-IF.
005510 2100-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 3000-SCAN-PORTFOLIO - REBUILD EACH SCHEDULE AND BANK ITS
005560* PROJECTED RECEIPTS, MATURITY AND BANDS.
005570*----------------------------------------------------------------
005580 3000-SCAN-PORTFOLIO.
005590     OPEN INPUT LJ-PORTFOLIO-FILE
005600     IF NOT PORTFOLIO-OK
005610         DISPLAY "LOANPROJ: cannot open LOOPPORT.DAT - run "
005620                 "aborted."
005630         MOVE "ABORTED" TO WS-RUN-STATUS
005640         MOVE "CANNOT OPEN LOOPPORT" TO WS-RUN-REASON
005650         MOVE 12 TO WS-COND-CODE
005660         GO TO 3000-EXIT
005670     END-IF
005680     READ LJ-PORTFOLIO-FILE
005690         AT END SET PORTFOLIO-EOF TO TRUE
005700     END-READ
005710     PERFORM UNTIL PORTFOLIO-EOF
005720         PERFORM 3100-SCAN-ONE-LOAN THRU 3100-EXIT
005730         READ LJ-PORTFOLIO-FILE
005740             AT END SET PORTFOLIO-EOF TO TRUE
005750         END-READ
005760     END-PERFORM
005770     CLOSE LJ-PORTFOLIO-FILE.
005780 3000-EXIT.
005790     EXIT.
005800
005810 3100-SCAN-ONE-LOAN.
005820*    A LOAN WITHOUT A USABLE START DATE CANNOT BE PLACED ON THE
005830*    CALENDAR - IT IS COUNTED AND SKIPPED, AS THE STATEMENT RUN
005840*    SKIPS IT.
005850     IF PF-PRINCIPAL IS NOT NUMERIC
005860             OR PF-ANNUAL-RATE IS NOT NUMERIC
005870             OR PF-TERM-MONTHS IS NOT NUMERIC
005880             OR PF-TERM-MONTHS = 0
005890             OR PF-PRINCIPAL = 0
005900             OR PF-START-DATE = SPACES
005910             OR PF-START-DATE IS NOT NUMERIC
005920             OR PF-START-DATE(5:2) < "01"
005930             OR PF-START-DATE(5:2) > "12"
005940         ADD 1 TO WS-SKIP-COUNT
005950         GO TO 3100-EXIT
005960     END-IF
005970     ADD 1 TO WS-LOAN-COUNT
005980     MOVE PF-PRINCIPAL   TO WS-PRINCIPAL
005990     MOVE PF-ANNUAL-RATE TO WS-ANNUAL-RATE-PCT
006000     MOVE PF-TERM-MONTHS TO WS-TERM-MONTHS
006010     MOVE PF-START-DATE  TO WS-START-DATE-X
006020
006030     PERFORM 3200-COMPUTE-PAYMENT THRU 3200-EXIT
006040     PERFORM 3300-WALK-SCHEDULE THRU 3300-EXIT
006050
006060*    A LOAN WHOSE LAST ROW FELL BEFORE THE PROJECTION HAS RUN
006070*    OFF THE BOOK: IT HAS NO RECEIPTS, RUNG OR BAND TO SHOW.
006080     IF LOAN-IS-LIVE
006090         ADD 1 TO WS-LIVE-COUNT
006100         ADD WS-OPEN-BALANCE TO WS-BOOK-BALANCE
006110         PERFORM 3500-LADDER-AND-BANDS THRU 3500-EXIT
006120     ELSE
006130         ADD 1 TO WS-RUN-OFF-COUNT
006140     END-IF.
006150 3100-EXIT.
006160     EXIT.
006170
006180 3200-COMPUTE-PAYMENT.
006190     COMPUTE WS-MONTHLY-RATE ROUNDED =
006200             WS-ANNUAL-RATE-PCT / 100 / 12
006210     IF WS-MONTHLY-RATE = 0
006220         COMPUTE WS-PAYMENT ROUNDED =
006230                 WS-PRINCIPAL / WS-TERM-MONTHS
006240     ELSE
006250         MOVE 1 TO WS-COMPOUND-FACTOR
006260         PERFORM VARYING WS-PERIOD FROM 1 BY 1
006270                 UNTIL WS-PERIOD > WS-TERM-MONTHS
006280             COMPUTE WS-COMPOUND-FACTOR ROUNDED =
006290                     WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
006300         END-PERFORM
006310         COMPUTE WS-PAYMENT-DENOM = WS-COMPOUND-FACTOR - 1
006320         COMPUTE WS-PAYMENT-NUMER =
006330                 WS-PRINCIPAL * WS-MONTHLY-RATE
006340                 * WS-COMPOUND-FACTOR
006350         COMPUTE WS-PAYMENT ROUNDED =
006360                 WS-PAYMENT-NUMER / WS-PAYMENT-DENOM
006370     END-IF.
006380 3200-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 3300-WALK-SCHEDULE - THE SCHEDULE RUN'S PERIOD LOOP, EVENTS
006430* AND TRUE-UP INCLUDED.  ON REACHING THE FIRST PROJECTED MONTH
006440* THE BALANCE AND RATE ARE TAKEN AS THE LOAN'S OPENING POSITION;
006450* FROM THERE EVERY ROW'S PRINCIPAL AND INTEREST GO TO A BUCKET.
006460* THE LAST ROW'S MONTH IS THE LOAN'S MATURITY.
006470*----------------------------------------------------------------
006480 3300-WALK-SCHEDULE.
006490     MOVE "N" TO WS-PAID-OFF-SWITCH
006500     MOVE "N" TO WS-LIVE-SWITCH
006510     MOVE 0   TO WS-OPEN-BALANCE
006520     MOVE WS-START-YYYY TO WS-CUR-YYYY
006530     MOVE WS-START-MM   TO WS-CUR-MM
006540     MOVE WS-PRINCIPAL  TO WS-BALANCE
006550     PERFORM VARYING WS-PERIOD FROM 1 BY 1
006560             UNTIL WS-PERIOD > WS-TERM-MONTHS
006570             OR LOAN-IS-PAID-OFF
006580         COMPUTE WS-MONTH-OFF =
006590                 (WS-CUR-YYYY - WS-PROJ-YYYY) * 12
006600                 + WS-CUR-MM - WS-PROJ-MM + 1
006610         IF WS-MONTH-OFF > 0 AND NOT LOAN-IS-LIVE
006620             MOVE "Y" TO WS-LIVE-SWITCH
006630             MOVE WS-BALANCE         TO WS-OPEN-BALANCE
006640             MOVE WS-ANNUAL-RATE-PCT TO WS-OPEN-RATE
006650         END-IF
006660         MOVE "N" TO WS-FORCE-PAYOFF-SW
006670         MOVE 0   TO WS-LUMP-PRINCIPAL
006680         PERFORM 3400-APPLY-PERIOD-EVENTS THRU 3400-EXIT
006690         COMPUTE WS-INTEREST-AMT ROUNDED =
006700                 WS-BALANCE * WS-MONTHLY-RATE
006710         IF WS-PERIOD = WS-TERM-MONTHS
006720                 OR EVENT-FORCES-PAYOFF
006730                 OR (WS-PAYMENT - WS-INTEREST-AMT)
006740                     >= WS-BALANCE
006750             MOVE WS-BALANCE TO WS-PRINCIPAL-AMT
006760             MOVE 0 TO WS-BALANCE
006770             MOVE "Y" TO WS-PAID-OFF-SWITCH
006780             MOVE WS-CUR-YYYY TO WS-MAT-YYYY
006790             MOVE WS-CUR-MM   TO WS-MAT-MM
006800         ELSE
006810             COMPUTE WS-PRINCIPAL-AMT =
006820                     WS-PAYMENT - WS-INTEREST-AMT
006830             SUBTRACT WS-PRINCIPAL-AMT FROM WS-BALANCE
006840         END-IF
006850         IF WS-MONTH-OFF > 0
006860             PERFORM 3350-BANK-PERIOD THRU 3350-EXIT
006870         END-IF
006880         IF WS-CUR-MM = 12
006890             MOVE 1 TO WS-CUR-MM
006900             ADD 1 TO WS-CUR-YYYY
006910         ELSE
006920             ADD 1 TO WS-CUR-MM
006930         END-IF
006940     END-PERFORM.
006950 3300-EXIT.
006960     EXIT.
006970
006980 3350-BANK-PERIOD.
006990     EVALUATE TRUE
007000         WHEN WS-MONTH-OFF <= 24
007010             MOVE WS-MONTH-OFF TO WS-CF-IDX
007020         WHEN WS-MONTH-OFF <= 120
007030             COMPUTE WS-CF-IDX = (WS-MONTH-OFF - 25) / 12 + 25
007040         WHEN OTHER
007050             MOVE 33 TO WS-CF-IDX
007060     END-EVALUATE
007070     ADD WS-PRINCIPAL-AMT  TO WS-CF-PRINCIPAL(WS-CF-IDX)
007080     ADD WS-LUMP-PRINCIPAL TO WS-CF-PRINCIPAL(WS-CF-IDX)
007090     ADD WS-INTEREST-AMT   TO WS-CF-INTEREST(WS-CF-IDX).
007100 3350-EXIT.
007110     EXIT.
007120
007130 3400-APPLY-PERIOD-EVENTS.
007140     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
007150             UNTIL WS-EVT-IDX > WS-EVT-COUNT
007160         IF WS-EVT-LOAN(WS-EVT-IDX) = PF-LOAN-ID
007170                 AND WS-EVT-APPLIED(WS-EVT-IDX) = "N"
007180                 AND (WS-EVT-YYYY(WS-EVT-IDX) < WS-CUR-YYYY
007190                     OR (WS-EVT-YYYY(WS-EVT-IDX) = WS-CUR-YYYY
007200                         AND WS-EVT-MM(WS-EVT-IDX)
007210                             <= WS-CUR-MM))
007220             MOVE "Y" TO WS-EVT-APPLIED(WS-EVT-IDX)
007230             EVALUATE WS-EVT-TYPE(WS-EVT-IDX)
007240                 WHEN "P"
007250                     IF WS-EVT-AMOUNT(WS-EVT-IDX) > WS-BALANCE
007260                         MOVE WS-BALANCE TO WS-EVT-APPLY-AMT
007270                     ELSE
007280                         MOVE WS-EVT-AMOUNT(WS-EVT-IDX)
007290                             TO WS-EVT-APPLY-AMT
007300                     END-IF
007310                     SUBTRACT WS-EVT-APPLY-AMT FROM WS-BALANCE
007320                     ADD WS-EVT-APPLY-AMT TO WS-LUMP-PRINCIPAL
007330                     IF WS-BALANCE = 0
007340                         MOVE "Y" TO WS-FORCE-PAYOFF-SW
007350                     END-IF
007360                 WHEN "R"
007370                     MOVE WS-EVT-RATE(WS-EVT-IDX)
007380                         TO WS-ANNUAL-RATE-PCT
007390                     PERFORM 3450-REPRICE-PAYMENT THRU 3450-EXIT
007400                 WHEN "F"
007410                     MOVE "Y" TO WS-FORCE-PAYOFF-SW
007420*                WHEN "L" - A LATE FEE IS NOT PRINCIPAL OR
007430*                INTEREST AND IS NOT PROJECTED.
007440             END-EVALUATE
007450         END-IF
007460     END-PERFORM.
007470 3400-EXIT.
007480     EXIT.
007490
007500 3450-REPRICE-PAYMENT.
007510     COMPUTE WS-MONTHLY-RATE ROUNDED =
007520             WS-ANNUAL-RATE-PCT / 100 / 12
007530     COMPUTE WS-REMAIN-TERM =
007540             WS-TERM-MONTHS - WS-PERIOD + 1
007550     IF WS-REMAIN-TERM = 0
007560         MOVE 1 TO WS-REMAIN-TERM
007570     END-IF
007580     IF WS-MONTHLY-RATE = 0
007590         COMPUTE WS-PAYMENT ROUNDED =
007600                 WS-BALANCE / WS-REMAIN-TERM
007610     ELSE
007620         MOVE 1 TO WS-COMPOUND-FACTOR
007630         PERFORM VARYING WS-EVT-PER FROM 1 BY 1
007640                 UNTIL WS-EVT-PER > WS-REMAIN-TERM
007650             COMPUTE WS-COMPOUND-FACTOR ROUNDED =
007660                     WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
007670         END-PERFORM
007680         COMPUTE WS-PAYMENT-DENOM = WS-COMPOUND-FACTOR - 1
007690         COMPUTE WS-PAYMENT-NUMER =
007700                 WS-BALANCE * WS-MONTHLY-RATE
007710                 * WS-COMPOUND-FACTOR
007720         COMPUTE WS-PAYMENT ROUNDED =
007730                 WS-PAYMENT-NUMER / WS-PAYMENT-DENOM
007740     END-IF.
007750 3450-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------
007790* 3500-LADDER-AND-BANDS - PUT A LIVE LOAN'S OPENING BALANCE ON
007800* ITS MATURITY RUNG AND IN ITS RATE AND TERM BANDS.
007810*----------------------------------------------------------------
007820 3500-LADDER-AND-BANDS.
007830     COMPUTE WS-MAT-QTR = (WS-MAT-MM - 1) / 3 + 1
007840     COMPUTE WS-QTR-OFF =
007850             (WS-MAT-YYYY - WS-PROJ-YYYY) * 4
007860             + WS-MAT-QTR - WS-PROJ-QTR + 1
007870     IF WS-QTR-OFF > 40
007880         MOVE 41 TO WS-LAD-IDX
007890     ELSE
007900         MOVE WS-QTR-OFF TO WS-LAD-IDX
007910     END-IF
007920     ADD 1 TO WS-LAD-LOANS(WS-LAD-IDX)
007930     ADD WS-OPEN-BALANCE TO WS-LAD-BALANCE(WS-LAD-IDX)
007940
007950     MOVE 0 TO WS-BAND-MATCH
007960     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
007970             UNTIL WS-BAND-IDX > 6 OR WS-BAND-MATCH > 0
007980         IF WS-OPEN-RATE <= WS-RB-HIGH(WS-BAND-IDX)
007990             MOVE WS-BAND-IDX TO WS-BAND-MATCH
008000         END-IF
008010     END-PERFORM
008020     ADD 1               TO WS-RT-LOANS(WS-BAND-MATCH)
008030     ADD WS-PRINCIPAL    TO WS-RT-PRINCIPAL(WS-BAND-MATCH)
008040     ADD WS-OPEN-BALANCE TO WS-RT-BALANCE(WS-BAND-MATCH)
008050
008060     MOVE 0 TO WS-BAND-MATCH
008070     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
008080             UNTIL WS-BAND-IDX > 6 OR WS-BAND-MATCH > 0
008090         IF WS-TERM-MONTHS <= WS-TB-HIGH(WS-BAND-IDX)
008100             MOVE WS-BAND-IDX TO WS-BAND-MATCH
008110         END-IF
008120     END-PERFORM
008130     ADD 1               TO WS-TT-LOANS(WS-BAND-MATCH)
008140     ADD WS-PRINCIPAL    TO WS-TT-PRINCIPAL(WS-BAND-MATCH)
008150     ADD WS-OPEN-BALANCE TO WS-TT-BALANCE(WS-BAND-MATCH).
008160 3500-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------
008200* 4000-WRITE-PROJECTION - THE REPORT SECTIONS, EACH LINE MATCHED
008210* BY ITS EXTRACT RECORD.  THE EXTRACT HEADER GOES FIRST.
008220*----------------------------------------------------------------
008230 4000-WRITE-PROJECTION.
008240     MOVE SPACES TO PROJ-EXTRACT-RECORD
008250     MOVE "H" TO PX-REC-TYPE
008260     MOVE 1   TO PX-SEQ
008270     MOVE WS-PROJ-START-N  TO PX-H-FROM-MONTH
008280     MOVE WS-LIVE-COUNT    TO PX-H-LOANS
008290     MOVE WS-SKIP-COUNT    TO PX-H-SKIPPED
008300     MOVE WS-RUN-OFF-COUNT TO PX-H-RUN-OFF
008310     MOVE WS-BOOK-BALANCE  TO PX-H-BALANCE
008320     PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
008330
008340     PERFORM 4100-WRITE-CASH-FLOW THRU 4100-EXIT
008350     PERFORM 4200-WRITE-LADDER THRU 4200-EXIT
008360     PERFORM 4300-WRITE-RATE-BANDS THRU 4300-EXIT
008370     PERFORM 4400-WRITE-TERM-BANDS THRU 4400-EXIT.
008380 4000-EXIT.
008390     EXIT.
008400
008410 4100-WRITE-CASH-FLOW.
008420     MOVE SPACES TO LJ-REPORT-RECORD
008430     WRITE LJ-REPORT-RECORD
008440     MOVE SPACES TO LJ-REPORT-RECORD
008450     STRING "  EXPECTED RECEIPTS               PRINCIPAL"
008460                DELIMITED BY SIZE
008470            "         INTEREST            TOTAL"
008480                DELIMITED BY SIZE
008490            INTO LJ-REPORT-RECORD
008500     END-STRING
008510     WRITE LJ-REPORT-RECORD
008520     PERFORM VARYING WS-CF-IDX FROM 1 BY 1
008530             UNTIL WS-CF-IDX > 33
008540         MOVE WS-CF-FROM(WS-CF-IDX) TO WS-WORK-MONTH-N
008550         PERFORM 1500-EDIT-MONTH THRU 1500-EXIT
008560         MOVE SPACES TO WS-LABEL
008570         EVALUATE TRUE
008580             WHEN WS-CF-IDX <= 24
008590                 MOVE WS-EDIT-MONTH TO WS-LABEL
008600             WHEN WS-CF-IDX <= 32
008610                 MOVE WS-EDIT-MONTH TO WS-EDIT-MONTH-2
008620                 MOVE WS-CF-TO(WS-CF-IDX) TO WS-WORK-MONTH-N
008630                 PERFORM 1500-EDIT-MONTH THRU 1500-EXIT
008640                 COMPUTE WS-CF-YEAR-NO = WS-CF-IDX - 22
008650                 MOVE WS-CF-YEAR-NO TO WS-EDIT-YEAR-NO
008660                 STRING "YEAR "         DELIMITED BY SIZE
008670                        WS-EDIT-YEAR-NO DELIMITED BY SIZE
008680                        "  "            DELIMITED BY SIZE
008690                        WS-EDIT-MONTH-2 DELIMITED BY SIZE
008700                        "-"             DELIMITED BY SIZE
008710                        WS-EDIT-MONTH   DELIMITED BY SIZE
008720                        INTO WS-LABEL
008730                 END-STRING
008740             WHEN OTHER
008750                 STRING "LATER    "     DELIMITED BY SIZE
008760                        WS-EDIT-MONTH   DELIMITED BY SIZE
008770                        " ON"           DELIMITED BY SIZE
008780                        INTO WS-LABEL
008790                 END-STRING
008800         END-EVALUATE
008810         ADD WS-CF-PRINCIPAL(WS-CF-IDX) TO WS-PROJ-PRINCIPAL
008820         ADD WS-CF-INTEREST(WS-CF-IDX)  TO WS-PROJ-INTEREST
008830         MOVE WS-CF-PRINCIPAL(WS-CF-IDX) TO WS-EDIT-PRINCIPAL
008840         MOVE WS-CF-INTEREST(WS-CF-IDX)  TO WS-EDIT-INTEREST
008850         COMPUTE WS-EDIT-TOTAL = WS-CF-PRINCIPAL(WS-CF-IDX)
008860                               + WS-CF-INTEREST(WS-CF-IDX)
008870         MOVE SPACES TO LJ-REPORT-RECORD
008880         STRING "  "              DELIMITED BY SIZE
008890                WS-LABEL          DELIMITED BY SIZE
008900                WS-EDIT-PRINCIPAL DELIMITED BY SIZE
008910                "  "              DELIMITED BY SIZE
008920                WS-EDIT-INTEREST  DELIMITED BY SIZE
008930                "  "              DELIMITED BY SIZE
008940                WS-EDIT-TOTAL     DELIMITED BY SIZE
008950                INTO LJ-REPORT-RECORD
008960         END-STRING
008970         WRITE LJ-REPORT-RECORD
008980
008990         MOVE SPACES TO PROJ-EXTRACT-RECORD
009000         MOVE "C" TO PX-REC-TYPE
009010         MOVE WS-CF-IDX TO PX-SEQ
009020         MOVE WS-CF-FROM(WS-CF-IDX)      TO PX-C-FROM-MONTH
009030         MOVE WS-CF-TO(WS-CF-IDX)        TO PX-C-TO-MONTH
009040         MOVE WS-CF-PRINCIPAL(WS-CF-IDX) TO PX-C-PRINCIPAL
009050         MOVE WS-CF-INTEREST(WS-CF-IDX)  TO PX-C-INTEREST
009060         COMPUTE PX-C-TOTAL = WS-CF-PRINCIPAL(WS-CF-IDX)
009070                            + WS-CF-INTEREST(WS-CF-IDX)
009080         PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
009090     END-PERFORM
009100     MOVE WS-PROJ-PRINCIPAL TO WS-EDIT-PRINCIPAL
009110     MOVE WS-PROJ-INTEREST  TO WS-EDIT-INTEREST
009120     COMPUTE WS-EDIT-TOTAL = WS-PROJ-PRINCIPAL + WS-PROJ-INTEREST
009130     MOVE SPACES TO LJ-REPORT-RECORD
009140     STRING "  TOTAL                     " DELIMITED BY SIZE
009150            WS-EDIT-PRINCIPAL DELIMITED BY SIZE
009160            "  "              DELIMITED BY SIZE
009170            WS-EDIT-INTEREST  DELIMITED BY SIZE
009180            "  "              DELIMITED BY SIZE
009190            WS-EDIT-TOTAL     DELIMITED BY SIZE
009200            INTO LJ-REPORT-RECORD
009210     END-STRING
009220     WRITE LJ-REPORT-RECORD.
009230 4100-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------------
009270* 4200-WRITE-LADDER - EVERY QUARTER UP TO THE LAST ONE IN WHICH
009280* A LOAN MATURES, EMPTY RUNGS INCLUDED, THEN THE AFTER RUNG IF
009290* ANYTHING MATURES THAT LATE.
009300*----------------------------------------------------------------
009310 4200-WRITE-LADDER.
009320     MOVE SPACES TO LJ-REPORT-RECORD
009330     WRITE LJ-REPORT-RECORD
009340     MOVE "  MATURITY LADDER" TO LJ-REPORT-RECORD
009350     WRITE LJ-REPORT-RECORD
009360     MOVE 0 TO WS-LAD-LAST
009370     PERFORM VARYING WS-LAD-IDX FROM 1 BY 1
009380             UNTIL WS-LAD-IDX > 40
009390         IF WS-LAD-LOANS(WS-LAD-IDX) > 0
009400             MOVE WS-LAD-IDX TO WS-LAD-LAST
009410         END-IF
009420     END-PERFORM
009430     PERFORM VARYING WS-LAD-IDX FROM 1 BY 1
009440             UNTIL WS-LAD-IDX > 41
009450         IF WS-LAD-IDX <= WS-LAD-LAST
009460                 OR (WS-LAD-IDX = 41
009470                     AND WS-LAD-LOANS(41) > 0)
009480             PERFORM 4250-WRITE-RUNG THRU 4250-EXIT
009490         END-IF
009500     END-PERFORM.
009510 4200-EXIT.
009520     EXIT.
009530
009540 4250-WRITE-RUNG.
009550     MOVE SPACES TO WS-LABEL
009560     IF WS-LAD-IDX = 41
009570         STRING "AFTER "           DELIMITED BY SIZE
009580                WS-LAD-YYYY(40)    DELIMITED BY SIZE
009590                " Q"               DELIMITED BY SIZE
009600                WS-LAD-QTR(40)     DELIMITED BY SIZE
009610                INTO WS-LABEL
009620         END-STRING
009630     ELSE
009640         STRING WS-LAD-YYYY(WS-LAD-IDX) DELIMITED BY SIZE
009650                " Q"                    DELIMITED BY SIZE
009660                WS-LAD-QTR(WS-LAD-IDX)  DELIMITED BY SIZE
009670                INTO WS-LABEL
009680         END-STRING
009690     END-IF
009700     MOVE WS-LAD-LOANS(WS-LAD-IDX)   TO WS-EDIT-LOANS
009710     MOVE WS-LAD-BALANCE(WS-LAD-IDX) TO WS-EDIT-BALANCE
009720     MOVE SPACES TO LJ-REPORT-RECORD
009730     STRING "  "            DELIMITED BY SIZE
009740            WS-LABEL        DELIMITED BY SIZE
009750            "LOANS "        DELIMITED BY SIZE
009760            WS-EDIT-LOANS   DELIMITED BY SIZE
009770            "  BALANCE "    DELIMITED BY SIZE
009780            WS-EDIT-BALANCE DELIMITED BY SIZE
009790            INTO LJ-REPORT-RECORD
009800     END-STRING
009810     WRITE LJ-REPORT-RECORD
009820
009830     MOVE SPACES TO PROJ-EXTRACT-RECORD
009840     MOVE "M" TO PX-REC-TYPE
009850     MOVE WS-LAD-IDX TO PX-SEQ
009860     MOVE WS-LAD-YYYY(WS-LAD-IDX)    TO PX-M-YEAR
009870     MOVE WS-LAD-QTR(WS-LAD-IDX)     TO PX-M-QUARTER
009880     MOVE WS-LAD-LOANS(WS-LAD-IDX)   TO PX-M-LOANS
009890     MOVE WS-LAD-BALANCE(WS-LAD-IDX) TO PX-M-BALANCE
009900     PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT.
009910 4250-EXIT.
009920     EXIT.
009930
009940 4300-WRITE-RATE-BANDS.
009950     MOVE SPACES TO LJ-REPORT-RECORD
009960     WRITE LJ-REPORT-RECORD
009970     MOVE "  CONCENTRATION BY RATE BAND (RATE IN FORCE AT START)"
009980         TO LJ-REPORT-RECORD
009990     WRITE LJ-REPORT-RECORD
010000     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
010010             UNTIL WS-BAND-IDX > 6
010020         MOVE WS-RB-LOW(WS-BAND-IDX)  TO WS-EDIT-RATE-LO
010030         MOVE SPACES TO WS-LABEL
010040         IF WS-BAND-IDX = 6
010050             STRING "RATE "         DELIMITED BY SIZE
010060                    WS-EDIT-RATE-LO DELIMITED BY SIZE
010070                    " AND OVER"     DELIMITED BY SIZE
010080                    INTO WS-LABEL
010090             END-STRING
010100         ELSE
010110             MOVE WS-RB-HIGH(WS-BAND-IDX) TO WS-EDIT-RATE-HI
010120             STRING "RATE "         DELIMITED BY SIZE
010130                    WS-EDIT-RATE-LO DELIMITED BY SIZE
010140                    " - "           DELIMITED BY SIZE
010150                    WS-EDIT-RATE-HI DELIMITED BY SIZE
010160                    INTO WS-LABEL
010170             END-STRING
010180         END-IF
010190         MOVE WS-RT-BALANCE(WS-BAND-IDX) TO WS-BAND-BALANCE
010200         PERFORM 4350-BAND-PERCENT THRU 4350-EXIT
010210         MOVE WS-RT-LOANS(WS-BAND-IDX)     TO WS-EDIT-LOANS
010220         MOVE WS-RT-PRINCIPAL(WS-BAND-IDX) TO WS-EDIT-PRINCIPAL
010230         MOVE WS-RT-BALANCE(WS-BAND-IDX)   TO WS-EDIT-BALANCE
010240         PERFORM 4380-WRITE-BAND-LINE THRU 4380-EXIT
010250
010260         MOVE SPACES TO PROJ-EXTRACT-RECORD
010270         MOVE "R" TO PX-REC-TYPE
010280         MOVE WS-BAND-IDX TO PX-SEQ
010290         MOVE WS-RB-LOW(WS-BAND-IDX)       TO PX-R-LOW
010300         MOVE WS-RB-HIGH(WS-BAND-IDX)      TO PX-R-HIGH
010310         MOVE WS-RT-LOANS(WS-BAND-IDX)     TO PX-R-LOANS
010320         MOVE WS-RT-PRINCIPAL(WS-BAND-IDX) TO PX-R-PRINCIPAL
010330         MOVE WS-RT-BALANCE(WS-BAND-IDX)   TO PX-R-BALANCE
010340         MOVE WS-BAND-PCT                  TO PX-R-PCT
010350         PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
010360     END-PERFORM.
010370 4300-EXIT.
010380     EXIT.
010390
010400 4350-BAND-PERCENT.
010410*    SHARE OF THE BOOK BALANCE AT THE START OF THE PROJECTION.
010420     MOVE 0 TO WS-BAND-PCT
010430     IF WS-BOOK-BALANCE > 0
010440         COMPUTE WS-BAND-PCT ROUNDED =
010450                 WS-BAND-BALANCE * 100 / WS-BOOK-BALANCE
010460     END-IF.
010470 4350-EXIT.
010480     EXIT.
010490
010500 4380-WRITE-BAND-LINE.
010510     MOVE WS-BAND-PCT TO WS-EDIT-PCT
010520     MOVE SPACES TO LJ-REPORT-RECORD
010530     STRING "  "              DELIMITED BY SIZE
010540            WS-LABEL          DELIMITED BY SIZE
010550            "LOANS "          DELIMITED BY SIZE
010560            WS-EDIT-LOANS     DELIMITED BY SIZE
010570            "  PRINCIPAL "    DELIMITED BY SIZE
010580            WS-EDIT-PRINCIPAL DELIMITED BY SIZE
010590            "  BALANCE "      DELIMITED BY SIZE
010600            WS-EDIT-BALANCE   DELIMITED BY SIZE
010610            " "               DELIMITED BY SIZE
010620            WS-EDIT-PCT       DELIMITED BY SIZE
010630            "%"               DELIMITED BY SIZE
010640            INTO LJ-REPORT-RECORD
010650     END-STRING
010660     WRITE LJ-REPORT-RECORD.
010670 4380-EXIT.
010680     EXIT.
010690
010700 4400-WRITE-TERM-BANDS.
010710     MOVE SPACES TO LJ-REPORT-RECORD
010720     WRITE LJ-REPORT-RECORD
010730     MOVE "  CONCENTRATION BY TERM BAND (ORIGINAL TERM)"
010740         TO LJ-REPORT-RECORD
010750     WRITE LJ-REPORT-RECORD
010760     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
010770             UNTIL WS-BAND-IDX > 6
010780         MOVE WS-TB-LOW(WS-BAND-IDX)  TO WS-EDIT-TERM-LO
010790         MOVE SPACES TO WS-LABEL
010800         IF WS-BAND-IDX = 6
010810             STRING "TERM "         DELIMITED BY SIZE
010820                    WS-EDIT-TERM-LO DELIMITED BY SIZE
010830                    " MONTHS UP"    DELIMITED BY SIZE
010840                    INTO WS-LABEL
010850             END-STRING
010860         ELSE
010870             MOVE WS-TB-HIGH(WS-BAND-IDX) TO WS-EDIT-TERM-HI
010880             STRING "TERM "         DELIMITED BY SIZE
010890                    WS-EDIT-TERM-LO DELIMITED BY SIZE
010900                    " - "           DELIMITED BY SIZE
010910                    WS-EDIT-TERM-HI DELIMITED BY SIZE
010920                    " MONTHS"       DELIMITED BY SIZE
010930                    INTO WS-LABEL
010940             END-STRING
010950         END-IF
010960         MOVE WS-TT-BALANCE(WS-BAND-IDX) TO WS-BAND-BALANCE
010970         PERFORM 4350-BAND-PERCENT THRU 4350-EXIT
010980         MOVE WS-TT-LOANS(WS-BAND-IDX)     TO WS-EDIT-LOANS
010990         MOVE WS-TT-PRINCIPAL(WS-BAND-IDX) TO WS-EDIT-PRINCIPAL
011000         MOVE WS-TT-BALANCE(WS-BAND-IDX)   TO WS-EDIT-BALANCE
011010         PERFORM 4380-WRITE-BAND-LINE THRU 4380-EXIT
011020
011030         MOVE SPACES TO PROJ-EXTRACT-RECORD
011040         MOVE "T" TO PX-REC-TYPE
011050         MOVE WS-BAND-IDX TO PX-SEQ
011060         MOVE WS-TB-LOW(WS-BAND-IDX)       TO PX-T-LOW
011070         MOVE WS-TB-HIGH(WS-BAND-IDX)      TO PX-T-HIGH
011080         MOVE WS-TT-LOANS(WS-BAND-IDX)     TO PX-T-LOANS
011090         MOVE WS-TT-PRINCIPAL(WS-BAND-IDX) TO PX-T-PRINCIPAL
011100         MOVE WS-TT-BALANCE(WS-BAND-IDX)   TO PX-T-BALANCE
011110         MOVE WS-BAND-PCT                  TO PX-T-PCT
011120         PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
011130     END-PERFORM.
011140 4400-EXIT.
011150     EXIT.
011160
011170 4900-WRITE-EXTRACT.
011180     MOVE RH-RUN-ID TO PX-RUN-ID
011190     WRITE PROJ-EXTRACT-RECORD
011200     ADD 1 TO WS-EXTRACT-COUNT.
011210 4900-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------------
011250* 5000-WRITE-PROOF-LINE - THE PRINCIPAL PROJECTED ACROSS ALL
011260* BUCKETS AGAINST THE BOOK BALANCE AT THE START, BANKED LOAN BY
011270* LOAN DURING THE SCAN.  THE EXTRACT TRAILER CARRIES THE RESULT.
011280*----------------------------------------------------------------
011290 5000-WRITE-PROOF-LINE.
011300     MOVE WS-PROJ-PRINCIPAL TO WS-EDIT-PRINCIPAL
011310     MOVE WS-BOOK-BALANCE   TO WS-EDIT-BALANCE
011320     MOVE SPACES TO LJ-REPORT-RECORD
011330     WRITE LJ-REPORT-RECORD
011340     MOVE SPACES TO LJ-REPORT-RECORD
011350     IF WS-PROJ-PRINCIPAL = WS-BOOK-BALANCE
011360         MOVE "Y" TO WS-PROOF-SWITCH
011370         STRING "PROOF: PROJECTED PRINCIPAL " DELIMITED BY SIZE
011380                WS-EDIT-PRINCIPAL    DELIMITED BY SIZE
011390                " = BOOK BALANCE "   DELIMITED BY SIZE
011400                WS-EDIT-BALANCE      DELIMITED BY SIZE
011410                " - IN BALANCE"      DELIMITED BY SIZE
011420                INTO LJ-REPORT-RECORD
011430         END-STRING
011440     ELSE
011450         STRING "*** PROOF FAILED: PROJECTED PRINCIPAL "
011460                    DELIMITED BY SIZE
011470                WS-EDIT-PRINCIPAL    DELIMITED BY SIZE
011480                ", BOOK "            DELIMITED BY SIZE
011490                WS-EDIT-BALANCE      DELIMITED BY SIZE
011500                " ***"               DELIMITED BY SIZE
011510                INTO LJ-REPORT-RECORD
011520         END-STRING
011525         MOVE "FAILED" TO WS-RUN-STATUS
011530         MOVE "PROJ PROOF FAILED" TO WS-RUN-REASON
011540         IF WS-COND-CODE < 8
011550             MOVE 8 TO WS-COND-CODE
011560         END-IF
011570     END-IF
011580     WRITE LJ-REPORT-RECORD
011590     DISPLAY LJ-REPORT-RECORD
011600     MOVE SPACES TO LJ-REPORT-RECORD
011610     STRING WS-LIVE-COUNT    DELIMITED BY SIZE
011620            " LOANS PROJECTED, " DELIMITED BY SIZE
011630            WS-RUN-OFF-COUNT DELIMITED BY SIZE
011640            " ALREADY RUN OFF, " DELIMITED BY SIZE
011650            WS-SKIP-COUNT    DELIMITED BY SIZE
011660            " SKIPPED (BAD RECORD)" DELIMITED BY SIZE
011670            INTO LJ-REPORT-RECORD
011680     END-STRING
011690     WRITE LJ-REPORT-RECORD
011700     IF WS-SKIP-COUNT > 0 AND WS-COND-CODE < 4
011710         MOVE 4 TO WS-COND-CODE
011720     END-IF
011730
011740     MOVE SPACES TO PROJ-EXTRACT-RECORD
011750     MOVE "Z" TO PX-REC-TYPE
011760     MOVE 1   TO PX-SEQ
011770     COMPUTE PX-Z-RECORDS = WS-EXTRACT-COUNT + 1
011780     MOVE WS-PROJ-PRINCIPAL TO PX-Z-PRINCIPAL
011790     MOVE WS-PROJ-INTEREST  TO PX-Z-INTEREST
011800     MOVE WS-BOOK-BALANCE   TO PX-Z-BALANCE
011810     IF PROOF-HOLDS
011820         MOVE "Y" TO PX-Z-IN-BALANCE
011830     ELSE
011840         MOVE "N" TO PX-Z-IN-BALANCE
011850     END-IF
011860     PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT.
011870 5000-EXIT.
011880     EXIT.
011890
011900*----------------------------------------------------------------
011910* 9999-TERMINATE - CLOSE THE REPORT AND EXTRACT AND LOG THE RUN.
011920*----------------------------------------------------------------
011930 9999-TERMINATE.
011940     CLOSE LJ-REPORT-FILE
011950     CLOSE LJ-EXTRACT-FILE
011960     DISPLAY "LOANPROJ: " WS-LIVE-COUNT " loans projected - see "
011970             "LOANPROJ.DAT and LOANPRJX.DAT."
011980     OPEN EXTEND AUDIT-LOG-FILE
011990     IF NOT AUDIT-OK
012000         OPEN OUTPUT AUDIT-LOG-FILE
012010     END-IF
012020     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
012030     ACCEPT WS-END-TIME FROM TIME
012040     MOVE SPACES TO AUDIT-LOG-RECORD
012050     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
012060     MOVE " RUNID "          TO AL-RUNID-TAG
012070     MOVE RH-RUN-ID          TO AL-RUN-ID
012080     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
012090     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
012100     MOVE " MODE "           TO AL-MODE-TAG
012110     IF RUNCARD-PRESENT
012120         MOVE "B"            TO AL-RUN-MODE
012130     ELSE
012140         MOVE "I"            TO AL-RUN-MODE
012150     END-IF
012160     MOVE WS-END-DATE        TO AL-END-DATE
012170     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
012180     MOVE WS-RUN-STATUS      TO AL-STATUS
012190     MOVE WS-RUN-REASON      TO AL-REASON
012200     MOVE WS-LOAN-COUNT      TO AL-RECORDS-READ
012210     MOVE WS-EXTRACT-COUNT   TO AL-RECORDS-WRITTEN
012220     MOVE WS-SKIP-COUNT      TO AL-RECORDS-REJECTED
012230     WRITE AUDIT-LOG-RECORD
012240     CLOSE AUDIT-LOG-FILE.
012250 9999-EXIT.
012260     EXIT.
