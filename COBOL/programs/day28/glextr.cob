000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLEXTR.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  GENERAL-LEDGER INTERFACE:
000110*                  READS THE NIGHT'S ADD2NUM POSTING REGISTER
000120*                  (ADDPOST.DAT), THE SUSPENSE WRITE-OFFS
000130*                  (ADDSUSAG.DAT) AND THE LOAN POSTING REGISTER
000140*                  (LOANPOST.DAT), MAPS EVERY MOVEMENT THROUGH
000150*                  THE GL ACCOUNT-MAPPING TABLE (GLMAP.DAT) TO
000160*                  A DEBIT AND A CREDIT JOURNAL LINE, AND
000170*                  WRITES THE JOURNAL IN A HEADER / DETAIL /
000180*                  TRAILER ENVELOPE.  THE JOURNAL IS RELEASED
000190*                  TO GLJRNL.DAT ONLY WHEN DEBITS EQUAL CREDITS,
000200*                  EVERY MOVEMENT MAPPED AND THE DAY'S POSTINGS
000210*                  TIE BACK TO THE ADD2NUM CONTROL CARD
000220*                  (ADDCTRL.DAT); OTHERWISE IT STAYS ON THE WORK
000230*                  FILE AND THE RUN ENDS WITH CODE 8.  THE PROOF
000240*                  IS PRINTED ON GLPROOF.DAT.
000242* 10/15/2026  RH   CAPITALIZED INTEREST (ADD2NUM OP I, POSTED
000244*                  FROM THE DAY'S FILE) BOOKS UNDER ITS OWN
000246*                  MOVEMENT CODE ADIC SO IT CAN MAP TO INTEREST
000248*                  EXPENSE; IT STILL COUNTS IN THE CONTROL TIE.
000249* 10/15/2026  RH   REVERSALS (ADD2NUM OP R, FROM THE DAY'S FILE)
000250*                  BOOK UNDER MOVEMENT CODE ADRV.  A REVERSAL
000251*                  THE POSTING RUN REFUSED AS ALREADY REVERSED
000252*                  (ADRX) COUNTS IN THE CONTROL TIE BUT BOOKS
000253*                  NOTHING.
000254* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000255*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000256*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000257*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000258* 10/15/2026  RH   ACCOUNT TRANSFERS (ADD2NUM OP T).  BOTH LEGS
000259*                  BOOK UNDER MOVEMENT CODE ADXF AND NET TO ZERO.
000260*                  A TRANSFER HELD AS A PAIR (ADXH) BOOKS NOTHING.
000261*                  EITHER WAY THE TRANSFER TIES AS ONE RECORD -
000262*                  ONLY THE FROM-ACCOUNT LEG IS COUNTED.
000263* 10/15/2026  RH   A REFUSED JOURNAL IS LOGGED AS FAILED ON THE
000264*                  AUDIT LOG, NOT NORMAL, TO MATCH ITS CODE 8.
000265*----------------------------------------------------------------
000266
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MAP-STATUS.
000330     SELECT GL-CONTROL-FILE ASSIGN TO "ADDCTRL.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CONTROL-STATUS.
000360     SELECT GL-REGISTER-FILE ASSIGN TO "ADDPOST.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REGISTER-STATUS.
000390     SELECT GL-AGED-FILE ASSIGN TO "ADDSUSAG.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AGED-STATUS.
000420     SELECT GL-LOAN-REG-FILE ASSIGN TO "LOANPOST.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LOAN-REG-STATUS.
000450     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNLW.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-JOURNAL-STATUS.
000480     SELECT GL-PROOF-FILE ASSIGN TO "GLPROOF.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PROOF-STATUS.
000510     COPY AUDITSEL.
000520     COPY RUNCSEL.
000530     COPY METRSEL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------
000580* GL ACCOUNT MAPPING - ONE RECORD PER MOVEMENT CODE, GIVING THE
000590* ACCOUNT DEBITED AND THE ACCOUNT CREDITED FOR A POSITIVE
000600* AMOUNT (A NEGATIVE AMOUNT BOOKS THE OTHER WAY ROUND).
000610*   ADPT  ADD2NUM POSTING FROM THE DAY'S FILE
000615*   ADIC  ADD2NUM INTEREST CAPITALIZED FROM THE DAY'S FILE
000617*   ADRV  ADD2NUM REVERSAL OF AN EARLIER POSTING, DAY'S FILE
000618*   ADXF  ADD2NUM TRANSFER LEG, EITHER ACCOUNT OF THE PAIR
000620*   ADPR  ADD2NUM POSTING RELEASED FROM HOLDING
000630*   ADPS  ADD2NUM POSTING RETRIED FROM SUSPENSE
000640*   ADUT  DAY'S TRANSACTION, NO ACCOUNT - INTO SUSPENSE
000650*   ADUR  HOLDING RELEASE, NO ACCOUNT - INTO SUSPENSE
000660*   ADLT  DAY'S TRANSACTION HELD BY POSTING LIMITS
000670*   ADLR  HOLDING RELEASE HELD BY POSTING LIMITS
000680*   ADLS  SUSPENSE RETRY HELD BY POSTING LIMITS
000690*   ADHT  DAY'S TRANSACTION PARKED ON HOLDING (FUTURE DATE)
000700*   ADAS  SUSPENSE ITEM AGED OUT
000710*   LNIN  LOAN RECEIPT TO INTEREST
000720*   LNPR  LOAN RECEIPT TO PRINCIPAL
000730*   LNFE  LOAN RECEIPT TO LATE FEES
000740*   LNCU  LOAN RECEIPT TO CURTAILMENT
000750*   LNUA  LOAN RECEIPT UNAPPLIED - REFUND DUE
000760*   LNUM  LOAN RECEIPT FOR A LOAN NOT ON THE BOOK
000770*----------------------------------------------------------------
000780 FD  GL-MAP-FILE.
000790 01  GL-MAP-RECORD.
000800     05  GM-MOVE-CODE        PIC X(04).
000810     05  FILLER              PIC X(01).
000820     05  GM-DEBIT-ACCT       PIC X(10).
000830     05  FILLER              PIC X(01).
000840     05  GM-CREDIT-ACCT      PIC X(10).
000850     05  FILLER              PIC X(01).
000860     05  GM-DESCRIPTION      PIC X(30).
000870
000880 FD  GL-CONTROL-FILE.
000890 01  GL-CONTROL-RECORD.
000900     05  CT-EXPECTED-COUNT   PIC 9(7).
000910     05  CT-EXPECTED-TOTAL   PIC S9(9)V99 SIGN IS LEADING
000920                                          SEPARATE.
000930
000940 FD  GL-REGISTER-FILE.
000950 01  GL-REGISTER-RECORD      PIC X(100).
000960
000970 FD  GL-AGED-FILE.
000980 01  GL-AGED-RECORD          PIC X(100).
000990
001000 FD  GL-LOAN-REG-FILE.
001010 01  GL-LOAN-REG-RECORD      PIC X(100).
001020
001030*----------------------------------------------------------------
001040* THE JOURNAL ENVELOPE: AN "H" HEADER WITH THE RUN ID AND DATE,
001050* ONE "D" LINE PER DEBIT OR CREDIT, AND A "T" TRAILER CARRYING
001060* THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS THE LEDGER
001070* LOAD PROVES ITSELF AGAINST.
001080*----------------------------------------------------------------
001090 FD  GL-JOURNAL-FILE.
001100 01  GL-JOURNAL-RECORD.
001110     05  GJ-REC-TYPE         PIC X(01).
001120         88  GJ-IS-HEADER            VALUE "H".
001130         88  GJ-IS-DETAIL            VALUE "D".
001140         88  GJ-IS-TRAILER           VALUE "T".
001150     05  GJ-BODY             PIC X(79).
001160 01  GL-JOURNAL-HEADER.
001170     05  FILLER              PIC X(01).
001180     05  GH-RUN-ID           PIC X(16).
001190     05  GH-RUN-DATE         PIC X(08).
001200     05  GH-SOURCE           PIC X(08).
001210     05  GH-OPERATOR         PIC X(08).
001220     05  FILLER              PIC X(39).
001230 01  GL-JOURNAL-DETAIL.
001240     05  FILLER              PIC X(01).
001250     05  GD-LINE-NO          PIC 9(07).
001260     05  GD-GL-ACCOUNT       PIC X(10).
001270     05  GD-DR-CR            PIC X(01).
001280     05  GD-AMOUNT           PIC 9(11)V99.
001290     05  GD-MOVE-CODE        PIC X(04).
001300     05  GD-REFERENCE        PIC X(08).
001310     05  GD-EFF-DATE         PIC X(08).
001320     05  GD-SOURCE           PIC X(08).
001330     05  FILLER              PIC X(20).
001340 01  GL-JOURNAL-TRAILER.
001350     05  FILLER              PIC X(01).
001360     05  GT-LINE-COUNT       PIC 9(07).
001370     05  GT-DEBIT-TOTAL      PIC 9(13)V99.
001380     05  GT-CREDIT-TOTAL     PIC 9(13)V99.
001390     05  FILLER              PIC X(42).
001400
001410 FD  GL-PROOF-FILE.
001420 01  GL-PROOF-RECORD         PIC X(100).
001430
001440 FD  AUDIT-LOG-FILE.
001450     COPY AUDITLOG.
001460
001470 FD  RUN-CARD-FILE.
001480     COPY RUNCARD.
001490
001500 FD  RUN-METRICS-FILE.
001510     COPY RUNMETR.
001520
001530 WORKING-STORAGE SECTION.
001540     COPY RUNHDR.
001545     COPY OPERLINK.
001550 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001560     88  AUDIT-OK                    VALUE "00".
001570 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001580     88  RUNCARD-OK                  VALUE "00".
001590 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001600     88  RUNCARD-PRESENT             VALUE "Y".
001610 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001620     88  METRICS-OK                  VALUE "00".
001630 01  WS-MAP-STATUS           PIC XX  VALUE SPACES.
001640     88  MAP-OK                      VALUE "00".
001650     88  MAP-EOF                     VALUE "10".
001660 01  WS-CONTROL-STATUS       PIC XX  VALUE SPACES.
001670     88  CONTROL-OK                  VALUE "00".
001680 01  WS-REGISTER-STATUS      PIC XX  VALUE SPACES.
001690     88  REGISTER-OK                 VALUE "00".
001700     88  REGISTER-EOF                VALUE "10".
001710 01  WS-AGED-STATUS          PIC XX  VALUE SPACES.
001720     88  AGED-OK                     VALUE "00".
001730     88  AGED-EOF                    VALUE "10".
001740 01  WS-LOAN-REG-STATUS      PIC XX  VALUE SPACES.
001750     88  LOAN-REG-OK                 VALUE "00".
001760     88  LOAN-REG-EOF                VALUE "10".
001770 01  WS-JOURNAL-STATUS       PIC XX  VALUE SPACES.
001780     88  JOURNAL-OK                  VALUE "00".
001790 01  WS-PROOF-STATUS         PIC XX  VALUE SPACES.
001800     88  PROOF-OK                    VALUE "00".
001810
001820 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001830 01  WS-END-TIME.
001840     05  WS-END-TIME-HHMMSS  PIC 9(6).
001850     05  FILLER              PIC 99.
001860 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001870 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001880
001890*----------------------------------------------------------------
001900* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
001910* 4 = WARNINGS (A REGISTER MISSING OR NOT FROM TODAY), 8 = THE
001920* JOURNAL WAS NOT RELEASED, 12 = ABORT (NO MAPPING TABLE).
001930* HIGHEST WINS.
001940*----------------------------------------------------------------
001950 01  WS-COND-CODE            PIC 99     VALUE 0.
001960
001970*----------------------------------------------------------------
001980* THE MAPPING TABLE, WITH EACH CODE'S COUNT AND NET AMOUNT FOR
001990* THE PROOF PAGE.
002000*----------------------------------------------------------------
002010 01  WS-MAP-COUNT            PIC 9(3)   VALUE 0.
002020 01  WS-MAP-TABLE.
002030     05  WS-MAP-ENTRY OCCURS 50 TIMES.
002040         10  WS-MAP-CODE     PIC X(04).
002050         10  WS-MAP-DEBIT    PIC X(10).
002060         10  WS-MAP-CREDIT   PIC X(10).
002070         10  WS-MAP-DESC     PIC X(30).
002080         10  WS-MAP-USED     PIC 9(7).
002090         10  WS-MAP-TOTAL    PIC S9(11)V99 SIGN IS LEADING
002100                                           SEPARATE.
002110 01  WS-MAP-IDX              PIC 9(3)   VALUE 0.
002120 01  WS-MAP-BAD-COUNT        PIC 9(3)   VALUE 0.
002130 01  WS-MAP-FOUND-SW         PIC X      VALUE "N".
002140     88  MAP-FOUND                      VALUE "Y".
002150
002160*----------------------------------------------------------------
002170* THE ADD2NUM CONTROL CARD, AND THE DAY'S POSTINGS TIED BACK TO
002180* IT: EVERY RECORD OF THE DAY'S FILE LANDS ON THE REGISTER AS
002187* POSTED, UNMATCHED, LIMIT-HELD, PARKED FOR A FUTURE DATE OR
002194* REFUSED AS ALREADY REVERSED, SO THOSE FIVE TOGETHER MUST EQUAL
002201* THE CARD.
002210*----------------------------------------------------------------
002220 01  WS-CONTROL-SWITCH       PIC X      VALUE "N".
002230     88  CONTROL-TOTAL-SUPPLIED         VALUE "Y".
002240 01  WS-EXPECTED-COUNT       PIC 9(7)   VALUE 0.
002250 01  WS-EXPECTED-TOTAL       PIC S9(9)V99 SIGN IS LEADING
002260                                          SEPARATE VALUE 0.
002270 01  WS-TIE-COUNT            PIC 9(7)   VALUE 0.
002280 01  WS-TIE-TOTAL            PIC S9(11)V99 SIGN IS LEADING
002290                                          SEPARATE VALUE 0.
002300
002310*----------------------------------------------------------------
002320* ONE MOVEMENT IN HAND, AS CLASSIFIED OFF A REGISTER LINE.
002330*----------------------------------------------------------------
002340 01  WS-MOVE-CODE            PIC X(04)  VALUE SPACES.
002350 01  WS-MOVE-AMOUNT          PIC S9(9)V99 SIGN IS LEADING
002360                                          SEPARATE VALUE 0.
002370 01  WS-MOVE-REF             PIC X(08)  VALUE SPACES.
002380 01  WS-MOVE-DATE            PIC X(08)  VALUE SPACES.
002390 01  WS-MOVE-SOURCE          PIC X(08)  VALUE SPACES.
002400 01  WS-MOVE-TIE-SW          PIC X      VALUE "N".
002410     88  MOVE-TIES-TO-CARD              VALUE "Y".
002420 01  WS-HOLD-TALLY           PIC 9(3)   VALUE 0.
002430 01  WS-SUSP-TALLY           PIC 9(3)   VALUE 0.
002440 01  WS-LINE-DR-ACCT         PIC X(10)  VALUE SPACES.
002450 01  WS-LINE-CR-ACCT         PIC X(10)  VALUE SPACES.
002460 01  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.
002470 01  WS-LAST-LOAN            PIC X(08)  VALUE SPACES.
002480 01  WS-LAST-PAY-DATE        PIC X(08)  VALUE SPACES.
002490
002500*----------------------------------------------------------------
002510* SOURCE REGISTERS ARE BOOKED ONLY WHEN THEY ARE TODAY'S - A
002520* REGISTER LEFT FROM AN EARLIER NIGHT WOULD POST TWICE.
002530*----------------------------------------------------------------
002540 01  WS-ADD-CURRENT-SW       PIC X      VALUE "N".
002550     88  ADD-REGISTER-CURRENT           VALUE "Y".
002560 01  WS-LOAN-CURRENT-SW      PIC X      VALUE "N".
002570     88  LOAN-REGISTER-CURRENT          VALUE "Y".
002580
002590 01  WS-LINES-READ           PIC 9(7)   VALUE 0.
002600 01  WS-MOVE-COUNT           PIC 9(7)   VALUE 0.
002610 01  WS-UNMAPPED-COUNT       PIC 9(7)   VALUE 0.
002620 01  WS-JOURNAL-LINES        PIC 9(7)   VALUE 0.
002630 01  WS-DEBIT-TOTAL          PIC 9(13)V99 VALUE 0.
002640 01  WS-CREDIT-TOTAL         PIC 9(13)V99 VALUE 0.
002650 01  WS-RELEASE-SWITCH       PIC X      VALUE "N".
002660     88  JOURNAL-RELEASED               VALUE "Y".
002670 01  WS-GEN-COMMAND          PIC X(100) VALUE SPACES.
002680
002690 01  WS-EDIT-AMOUNT          PIC +9(11).99.
002700 01  WS-EDIT-TOTAL           PIC 9(13).99.
002710 01  WS-EDIT-TOTAL-2         PIC 9(13).99.
002720 01  WS-EDIT-SIGNED          PIC +9(11).99.
002730 01  WS-EDIT-SIGNED-2        PIC +9(11).99.
002740
002750 PROCEDURE DIVISION.
002760*----------------------------------------------------------------
002770* 0000-MAINLINE - TOP-LEVEL CONTROL
002780*----------------------------------------------------------------
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002810     PERFORM 2000-LOAD-GL-MAP THRU 2000-EXIT
002820     IF WS-COND-CODE < 12
002830         PERFORM 2500-READ-CONTROL-TOTALS THRU 2500-EXIT
002840         PERFORM 3000-OPEN-JOURNAL THRU 3000-EXIT
002850         PERFORM 4000-EXTRACT-ADD-REGISTER THRU 4000-EXIT
002860         IF ADD-REGISTER-CURRENT
002870             PERFORM 4500-EXTRACT-AGED-SUSPENSE THRU 4500-EXIT
002880         END-IF
002890         PERFORM 5000-EXTRACT-LOAN-REGISTER THRU 5000-EXIT
002900         PERFORM 6000-PROVE-AND-RELEASE THRU 6000-EXIT
002910         PERFORM 6500-WRITE-PROOF-PAGE THRU 6500-EXIT
002920         PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
002930     END-IF
002940     PERFORM 9999-TERMINATE THRU 9999-EXIT
002950     MOVE WS-COND-CODE TO RETURN-CODE
002960     STOP RUN.
002970
002980*----------------------------------------------------------------
002990* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
003000*----------------------------------------------------------------
003010 1000-INITIALIZE.
003020     DISPLAY " ".
003030     DISPLAY "=== GLEXTR - GENERAL LEDGER JOURNAL EXTRACT ===".
003040     MOVE "GLEXTR  " TO RH-PROGRAM-NAME
003050     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
003060     IF NOT RUNCARD-PRESENT
003070         DISPLAY "Enter operator ID: " WITH NO ADVANCING
003080         ACCEPT RH-OPERATOR-ID
003090     END-IF
003100     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
003110     ACCEPT RH-RUN-TIME FROM TIME
003120     STRING RH-RUN-DATE DELIMITED BY SIZE
003130            RH-RUN-TIME DELIMITED BY SIZE
003140            INTO RH-RUN-ID
003150     END-STRING
003151*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
003152*    TO RUN THIS JOB.
003153     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
003154     MOVE RH-RUN-ID       TO OC-RUN-ID
003155     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
003156     IF RUNCARD-PRESENT
003157         MOVE "B" TO OC-RUN-MODE
003158     ELSE
003159         MOVE "I" TO OC-RUN-MODE
003160     END-IF
003161     MOVE "B"             TO OC-FUNCTION-GROUP
003162     CALL "OPERCHK" USING WS-OPERATOR-CHECK
003163     IF NOT OC-AUTHORIZED
003164         MOVE 12 TO RETURN-CODE
003165         STOP RUN
003166     END-IF
003167     OPEN OUTPUT GL-PROOF-FILE
003170     MOVE SPACES TO GL-PROOF-RECORD
003180     STRING "GL JOURNAL PROOF - RUN " DELIMITED BY SIZE
003190            RH-RUN-ID                 DELIMITED BY SIZE
003200            " OPERATOR "              DELIMITED BY SIZE
003210            RH-OPERATOR-ID            DELIMITED BY SIZE
003220            INTO GL-PROOF-RECORD
003230     END-STRING
003240     WRITE GL-PROOF-RECORD.
003250 1000-EXIT.
003260     EXIT.
003270
003280 1100-READ-RUN-CARD.
003290     MOVE "N" TO WS-RUNCARD-SWITCH
003300     OPEN INPUT RUN-CARD-FILE
003310     IF RUNCARD-OK
003320         READ RUN-CARD-FILE
003330             NOT AT END
003340                 IF RUN-CARD-RECORD NOT = SPACES
003350                     MOVE "Y" TO WS-RUNCARD-SWITCH
003360                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
003370                 END-IF
003380         END-READ
003390         CLOSE RUN-CARD-FILE
003400     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450* 2000-LOAD-GL-MAP - NO MAPPING TABLE, NO JOURNAL.  A RECORD
003460* WITH A BLANK CODE OR A BLANK ACCOUNT IS REPORTED AND IGNORED,
003470* SO ITS MOVEMENTS SHOW AS UNMAPPED AND HOLD THE JOURNAL BACK.
003480*----------------------------------------------------------------
003490 2000-LOAD-GL-MAP.
003500     MOVE 0 TO WS-MAP-COUNT
003510     OPEN INPUT GL-MAP-FILE
003520     IF NOT MAP-OK
003530         DISPLAY "GLEXTR: cannot open GLMAP.DAT - run aborted."
003540         MOVE "ABORTED" TO WS-RUN-STATUS
003550         MOVE "CANNOT OPEN GLMAP" TO WS-RUN-REASON
003560         MOVE 12 TO WS-COND-CODE
003570         GO TO 2000-EXIT
003580     END-IF
003590     READ GL-MAP-FILE
003600         AT END SET MAP-EOF TO TRUE
003610     END-READ
003620     PERFORM UNTIL MAP-EOF
003630         IF GL-MAP-RECORD NOT = SPACES
003640             PERFORM 2100-LOAD-ONE-MAP THRU 2100-EXIT
003650         END-IF
003660         READ GL-MAP-FILE
003670             AT END SET MAP-EOF TO TRUE
003680         END-READ
003690     END-PERFORM
003700     CLOSE GL-MAP-FILE
003710     IF WS-MAP-COUNT = 0
003720         DISPLAY "GLEXTR: GLMAP.DAT holds no usable mappings - "
003730                 "run aborted."
003740         MOVE "ABORTED" TO WS-RUN-STATUS
003750         MOVE "GLMAP IS EMPTY" TO WS-RUN-REASON
003760         MOVE 12 TO WS-COND-CODE
003770     END-IF.
003780 2000-EXIT.
003790     EXIT.
003800
003810 2100-LOAD-ONE-MAP.
003820     IF GM-MOVE-CODE = SPACES
003830             OR GM-DEBIT-ACCT = SPACES
003840             OR GM-CREDIT-ACCT = SPACES
003850         ADD 1 TO WS-MAP-BAD-COUNT
003860         MOVE SPACES TO GL-PROOF-RECORD
003870         STRING "*** MAPPING RECORD IGNORED - INCOMPLETE ["
003880                    DELIMITED BY SIZE
003890                GL-MAP-RECORD  DELIMITED BY SIZE
003900                INTO GL-PROOF-RECORD
003910         END-STRING
003920         WRITE GL-PROOF-RECORD
003930         GO TO 2100-EXIT
003940     END-IF
003950     IF WS-MAP-COUNT = 50
003960         ADD 1 TO WS-MAP-BAD-COUNT
003970         MOVE "*** MAPPING TABLE FULL (50) - RECORD IGNORED"
003980             TO GL-PROOF-RECORD
003990         WRITE GL-PROOF-RECORD
004000         GO TO 2100-EXIT
004010     END-IF
004020     ADD 1 TO WS-MAP-COUNT
004030     MOVE GM-MOVE-CODE    TO WS-MAP-CODE(WS-MAP-COUNT)
004040     MOVE GM-DEBIT-ACCT   TO WS-MAP-DEBIT(WS-MAP-COUNT)
004050     MOVE GM-CREDIT-ACCT  TO WS-MAP-CREDIT(WS-MAP-COUNT)
004060     MOVE GM-DESCRIPTION  TO WS-MAP-DESC(WS-MAP-COUNT)
004070     MOVE 0               TO WS-MAP-USED(WS-MAP-COUNT)
004080     MOVE 0               TO WS-MAP-TOTAL(WS-MAP-COUNT).
004090 2100-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 2500-READ-CONTROL-TOTALS - THE SAME CARD ADD2NUM RECONCILED
004140* AGAINST.  WITHOUT IT THE JOURNAL CANNOT BE PROVED COMPLETE.
004150*----------------------------------------------------------------
004160 2500-READ-CONTROL-TOTALS.
004170     MOVE "N" TO WS-CONTROL-SWITCH
004180     OPEN INPUT GL-CONTROL-FILE
004190     IF CONTROL-OK
004200         READ GL-CONTROL-FILE
004210             NOT AT END
004220                 MOVE CT-EXPECTED-COUNT TO WS-EXPECTED-COUNT
004230                 MOVE CT-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
004240                 MOVE "Y" TO WS-CONTROL-SWITCH
004250         END-READ
004260         CLOSE GL-CONTROL-FILE
004270     END-IF
004280     IF NOT CONTROL-TOTAL-SUPPLIED
004290         DISPLAY "GLEXTR: no control card (ADDCTRL.DAT) - the "
004300                 "journal cannot be proved and will not be "
004310                 "released."
004320     END-IF.
004330 2500-EXIT.
004340     EXIT.
004350
004360 3000-OPEN-JOURNAL.
004370     OPEN OUTPUT GL-JOURNAL-FILE
004380     MOVE SPACES TO GL-JOURNAL-RECORD
004390     MOVE "H"            TO GJ-REC-TYPE
004400     MOVE RH-RUN-ID      TO GH-RUN-ID
004410     MOVE RH-RUN-DATE    TO GH-RUN-DATE
004420     MOVE RH-PROGRAM-NAME TO GH-SOURCE
004430     MOVE RH-OPERATOR-ID TO GH-OPERATOR
004440     WRITE GL-JOURNAL-RECORD.
004450 3000-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490* 4000-EXTRACT-ADD-REGISTER - THE POSTING REGISTER'S FIRST LINE
004500* NAMES THE RUN THAT WROTE IT; ONLY TODAY'S REGISTER IS BOOKED.
004510*----------------------------------------------------------------
004520 4000-EXTRACT-ADD-REGISTER.
004530     MOVE "N" TO WS-ADD-CURRENT-SW
004540     OPEN INPUT GL-REGISTER-FILE
004550     IF NOT REGISTER-OK
004560         DISPLAY "GLEXTR: no posting register (ADDPOST.DAT) - "
004570                 "no account postings booked."
004580         IF WS-COND-CODE < 4
004590             MOVE 4 TO WS-COND-CODE
004600         END-IF
004610         GO TO 4000-EXIT
004620     END-IF
004630     READ GL-REGISTER-FILE
004640         AT END SET REGISTER-EOF TO TRUE
004650     END-READ
004660     IF NOT REGISTER-EOF
004670             AND GL-REGISTER-RECORD(1:23)
004680                 = "POSTING REGISTER - RUN "
004690             AND GL-REGISTER-RECORD(24:8) = RH-RUN-DATE
004700         MOVE "Y" TO WS-ADD-CURRENT-SW
004710     END-IF
004720     IF NOT ADD-REGISTER-CURRENT
004730         DISPLAY "GLEXTR: ADDPOST.DAT is not today's register - "
004740                 "no account postings booked."
004750         IF WS-COND-CODE < 4
004760             MOVE 4 TO WS-COND-CODE
004770         END-IF
004780         CLOSE GL-REGISTER-FILE
004790         GO TO 4000-EXIT
004800     END-IF
004810     PERFORM UNTIL REGISTER-EOF
004820         ADD 1 TO WS-LINES-READ
004830         PERFORM 4100-CLASSIFY-REGISTER-LINE THRU 4100-EXIT
004840         READ GL-REGISTER-FILE
004850             AT END SET REGISTER-EOF TO TRUE
004860         END-READ
004870     END-PERFORM
004880     CLOSE GL-REGISTER-FILE.
004890 4000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 4100-CLASSIFY-REGISTER-LINE - THE REGISTER'S LINE SHAPES:
004940*   APPLIED      SIGNED ADJUSTMENT AT 14 AND PRIOR BALANCE AT 28,
004950*                "HOLD RELEASE" / "SUSPENSE RETRY" AT 56 WHEN
004960*                NOT FROM THE DAY'S FILE
004970*   LIMIT-HELD   SIGNED ADJUSTMENT AT 14, "WOULD BE" AT 28
004980*   PARKED       SIGNED ADJUSTMENT AT 14, "HELD UNTIL" AT 28
004990*   UNMATCHED    "*** ACCOUNT NOT ON MASTER" AT 14, AMOUNT AT 75
004995*   REFUSED      SIGNED ADJUSTMENT AT 14, "ALREADY REVERSED" AT 28
004996*   XFER HELD    SIGNED ADJUSTMENT AT 14, "XFER HELD" AT 28
004997* A TRANSFER LEG (OP T AT 11, APPLIED OR HELD) NAMES THE OTHER
004998* ACCOUNT AT 56, "  TO   " ON THE FROM-ACCOUNT'S LEG.
005000* A NOT-APPLIED LINE THAT DID NOT COME FROM THE DAY'S FILE ENDS
005010* "FROM HOLDING" OR "FROM SUSPENSE".  HEADINGS AND SUMMARY
005020* LINES MATCH NONE OF THESE AND ARE PASSED OVER.
005030*----------------------------------------------------------------
005040 4100-CLASSIFY-REGISTER-LINE.
005050     MOVE SPACES TO WS-MOVE-CODE
005060     MOVE "N" TO WS-MOVE-TIE-SW
005070     MOVE GL-REGISTER-RECORD(1:8) TO WS-MOVE-REF
005080     MOVE RH-RUN-DATE TO WS-MOVE-DATE
005090     MOVE "ADD2NUM " TO WS-MOVE-SOURCE
005100     MOVE 0 TO WS-HOLD-TALLY
005110     MOVE 0 TO WS-SUSP-TALLY
005120     INSPECT GL-REGISTER-RECORD(56:45)
005130         TALLYING WS-HOLD-TALLY FOR ALL "HOLD"
005140                  WS-SUSP-TALLY FOR ALL "SUSPENSE"
005150
005160     IF GL-REGISTER-RECORD(14:1) = "+" OR "-"
005170         EVALUATE TRUE
005180             WHEN GL-REGISTER-RECORD(28:1) = "+" OR "-"
005190                 EVALUATE TRUE
005193                     WHEN GL-REGISTER-RECORD(11:1) = "T"
005196                         MOVE "ADXF" TO WS-MOVE-CODE
005200                     WHEN WS-HOLD-TALLY > 0
005210                         MOVE "ADPR" TO WS-MOVE-CODE
005220                     WHEN WS-SUSP-TALLY > 0
005230                         MOVE "ADPS" TO WS-MOVE-CODE
005233                     WHEN GL-REGISTER-RECORD(11:1) = "I"
005236                         MOVE "ADIC" TO WS-MOVE-CODE
005237                     WHEN GL-REGISTER-RECORD(11:1) = "R"
005238                         MOVE "ADRV" TO WS-MOVE-CODE
005240                     WHEN OTHER
005250                         MOVE "ADPT" TO WS-MOVE-CODE
005260                 END-EVALUATE
005270             WHEN GL-REGISTER-RECORD(26:11) = "  WOULD BE "
005280                 EVALUATE TRUE
005290                     WHEN WS-HOLD-TALLY > 0
005300                         MOVE "ADLR" TO WS-MOVE-CODE
005310                     WHEN WS-SUSP-TALLY > 0
005320                         MOVE "ADLS" TO WS-MOVE-CODE
005330                     WHEN OTHER
005340                         MOVE "ADLT" TO WS-MOVE-CODE
005350                 END-EVALUATE
005360             WHEN GL-REGISTER-RECORD(26:13) = "  HELD UNTIL "
005370                 MOVE "ADHT" TO WS-MOVE-CODE
005380                 MOVE GL-REGISTER-RECORD(39:8) TO WS-MOVE-DATE
005383             WHEN GL-REGISTER-RECORD(26:18) = "  ALREADY REVERSED"
005386                 MOVE "ADRX" TO WS-MOVE-CODE
005387             WHEN GL-REGISTER-RECORD(26:11) = "  XFER HELD"
005388                 MOVE "ADXH" TO WS-MOVE-CODE
005390         END-EVALUATE
005400         IF WS-MOVE-CODE NOT = SPACES
005410             COMPUTE WS-MOVE-AMOUNT =
005420                 FUNCTION NUMVAL(GL-REGISTER-RECORD(14:12))
005430         END-IF
005440     ELSE
005450         IF GL-REGISTER-RECORD(14:25)
005460                 = "*** ACCOUNT NOT ON MASTER"
005470             IF WS-HOLD-TALLY > 0
005480                 MOVE "ADUR" TO WS-MOVE-CODE
005490             ELSE
005500                 MOVE "ADUT" TO WS-MOVE-CODE
005510             END-IF
005520             COMPUTE WS-MOVE-AMOUNT =
005530                 FUNCTION NUMVAL(GL-REGISTER-RECORD(75:12))
005540         END-IF
005550     END-IF
005560
005570     IF WS-MOVE-CODE = SPACES
005580         GO TO 4100-EXIT
005590     END-IF
005591*    A TRANSFER TIES AS ONE RECORD AT NET ZERO: BOTH LEGS ADD
005592*    THEIR AMOUNTS, ONLY THE FROM-ACCOUNT'S LEG ADDS TO THE COUNT.
005593     IF WS-MOVE-CODE = "ADXF" OR "ADXH"
005594         MOVE "Y" TO WS-MOVE-TIE-SW
005595         IF GL-REGISTER-RECORD(56:7) = "  TO   "
005596             ADD 1 TO WS-TIE-COUNT
005597         END-IF
005598         ADD WS-MOVE-AMOUNT TO WS-TIE-TOTAL
005599     END-IF
005600     IF WS-MOVE-CODE = "ADPT" OR "ADLT" OR "ADHT" OR "ADUT"
005605             OR "ADIC" OR "ADRV" OR "ADRX"
005610         MOVE "Y" TO WS-MOVE-TIE-SW
005620         ADD 1 TO WS-TIE-COUNT
005630         ADD WS-MOVE-AMOUNT TO WS-TIE-TOTAL
005640     END-IF
005641*    A REFUSED REVERSAL OR A HELD TRANSFER NEVER TOUCHED THE
005642*    MASTER - IT ONLY TIES.
005643     IF WS-MOVE-CODE = "ADRX" OR "ADXH"
005646         GO TO 4100-EXIT
005648     END-IF
005650     PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT.
005660 4100-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 4500-EXTRACT-AGED-SUSPENSE - ITEMS THAT AGED OUT OF SUSPENSE
005710* TONIGHT LEAVE THE SUSPENSE ACCOUNT.  THE FILE IS REWRITTEN BY
005720* EVERY POSTING RUN, SO IT BELONGS TO TODAY'S REGISTER.
005730*----------------------------------------------------------------
005740 4500-EXTRACT-AGED-SUSPENSE.
005750     OPEN INPUT GL-AGED-FILE
005760     IF NOT AGED-OK
005770         GO TO 4500-EXIT
005780     END-IF
005790     READ GL-AGED-FILE
005800         AT END SET AGED-EOF TO TRUE
005810     END-READ
005820     PERFORM UNTIL AGED-EOF
005830         IF GL-AGED-RECORD(1:8) = "AGED OUT"
005840             ADD 1 TO WS-LINES-READ
005850             MOVE "ADAS" TO WS-MOVE-CODE
005860             MOVE "N" TO WS-MOVE-TIE-SW
005870             MOVE GL-AGED-RECORD(46:8) TO WS-MOVE-REF
005880             MOVE RH-RUN-DATE TO WS-MOVE-DATE
005890             MOVE "ADD2NUM " TO WS-MOVE-SOURCE
005900             COMPUTE WS-MOVE-AMOUNT =
005910                 FUNCTION NUMVAL(GL-AGED-RECORD(77:12))
005920             PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
005930         END-IF
005940         READ GL-AGED-FILE
005950             AT END SET AGED-EOF TO TRUE
005960         END-READ
005970     END-PERFORM
005980     CLOSE GL-AGED-FILE.
005990 4500-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* 5000-EXTRACT-LOAN-REGISTER - TODAY'S LOAN POSTING REGISTER:
006040* EACH RECEIPT SPLITS INTO ITS INTEREST, PRINCIPAL, LATE FEE AND
006050* CURTAILMENT PARTS, AN UNAPPLIED REMAINDER (THE LINE BELOW THE
006060* RECEIPT) AND RECEIPTS FOR LOANS NOT ON THE BOOK.
006070*----------------------------------------------------------------
006080 5000-EXTRACT-LOAN-REGISTER.
006090     MOVE "N" TO WS-LOAN-CURRENT-SW
006100     OPEN INPUT GL-LOAN-REG-FILE
006110     IF NOT LOAN-REG-OK
006120         DISPLAY "GLEXTR: no loan posting register "
006130                 "(LOANPOST.DAT) - no loan receipts booked."
006140         IF WS-COND-CODE < 4
006150             MOVE 4 TO WS-COND-CODE
006160         END-IF
006170         GO TO 5000-EXIT
006180     END-IF
006190     READ GL-LOAN-REG-FILE
006200         AT END SET LOAN-REG-EOF TO TRUE
006210     END-READ
006220     IF NOT LOAN-REG-EOF
006230             AND GL-LOAN-REG-RECORD(1:28)
006240                 = "LOAN POSTING REGISTER - RUN "
006250             AND GL-LOAN-REG-RECORD(29:8) = RH-RUN-DATE
006260         MOVE "Y" TO WS-LOAN-CURRENT-SW
006270     END-IF
006280     IF NOT LOAN-REGISTER-CURRENT
006290         DISPLAY "GLEXTR: LOANPOST.DAT is not today's register "
006300                 "- no loan receipts booked."
006310         IF WS-COND-CODE < 4
006320             MOVE 4 TO WS-COND-CODE
006330         END-IF
006340         CLOSE GL-LOAN-REG-FILE
006350         GO TO 5000-EXIT
006360     END-IF
006370     PERFORM UNTIL LOAN-REG-EOF
006380         ADD 1 TO WS-LINES-READ
006390         PERFORM 5100-CLASSIFY-LOAN-LINE THRU 5100-EXIT
006400         READ GL-LOAN-REG-FILE
006410             AT END SET LOAN-REG-EOF TO TRUE
006420         END-READ
006430     END-PERFORM
006440     CLOSE GL-LOAN-REG-FILE.
006450 5000-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 5100-CLASSIFY-LOAN-LINE - A RECEIPT LINE CARRIES THE PAY DATE
006500* AT 11 AND THE EDITED PAYMENT AT 21; THE PARTS FOLLOW AT 33
006510* (INTEREST), 45 (PRINCIPAL), 57 (LATE FEES) AND 69
006520* (CURTAILMENT).
006530*----------------------------------------------------------------
006540 5100-CLASSIFY-LOAN-LINE.
006550     MOVE "LOANPOST" TO WS-MOVE-SOURCE
006560     MOVE "N" TO WS-MOVE-TIE-SW
006570     IF GL-LOAN-REG-RECORD(11:8) IS NUMERIC
006580             AND GL-LOAN-REG-RECORD(28:1) = "."
006590         MOVE GL-LOAN-REG-RECORD(1:8)  TO WS-LAST-LOAN
006600         MOVE GL-LOAN-REG-RECORD(11:8) TO WS-LAST-PAY-DATE
006610         MOVE WS-LAST-LOAN     TO WS-MOVE-REF
006620         MOVE WS-LAST-PAY-DATE TO WS-MOVE-DATE
006630         IF GL-LOAN-REG-RECORD(33:3) = "***"
006640             MOVE "LNUM" TO WS-MOVE-CODE
006650             COMPUTE WS-MOVE-AMOUNT =
006660                 FUNCTION NUMVAL(GL-LOAN-REG-RECORD(21:10))
006670             PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006680             GO TO 5100-EXIT
006690         END-IF
006700         MOVE "LNIN" TO WS-MOVE-CODE
006710         COMPUTE WS-MOVE-AMOUNT =
006720             FUNCTION NUMVAL(GL-LOAN-REG-RECORD(33:10))
006730         PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006740         MOVE "LNPR" TO WS-MOVE-CODE
006750         COMPUTE WS-MOVE-AMOUNT =
006760             FUNCTION NUMVAL(GL-LOAN-REG-RECORD(45:10))
006770         PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006780         MOVE "LNFE" TO WS-MOVE-CODE
006790         COMPUTE WS-MOVE-AMOUNT =
006800             FUNCTION NUMVAL(GL-LOAN-REG-RECORD(57:10))
006810         PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006820         MOVE "LNCU" TO WS-MOVE-CODE
006830         COMPUTE WS-MOVE-AMOUNT =
006840             FUNCTION NUMVAL(GL-LOAN-REG-RECORD(69:10))
006850         PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006860         GO TO 5100-EXIT
006870     END-IF
006880     IF GL-LOAN-REG-RECORD(1:24) = "          *** UNAPPLIED "
006890         MOVE "LNUA" TO WS-MOVE-CODE
006900         MOVE WS-LAST-LOAN     TO WS-MOVE-REF
006910         MOVE WS-LAST-PAY-DATE TO WS-MOVE-DATE
006920         COMPUTE WS-MOVE-AMOUNT =
006930             FUNCTION NUMVAL(GL-LOAN-REG-RECORD(25:10))
006940         PERFORM 8000-BOOK-MOVEMENT THRU 8000-EXIT
006950     END-IF.
006960 5100-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* 6000-PROVE-AND-RELEASE - CLOSE THE ENVELOPE, THEN RELEASE THE
007010* JOURNAL TO GLJRNL.DAT ONLY IF DEBITS EQUAL CREDITS, NOTHING
007020* WENT UNMAPPED AND THE DAY'S POSTINGS TIE TO THE CONTROL CARD.
007030* A REFUSED JOURNAL STAYS ON GLJRNLW.DAT FOR INVESTIGATION.
007040*----------------------------------------------------------------
007050 6000-PROVE-AND-RELEASE.
007060     MOVE SPACES TO GL-JOURNAL-RECORD
007070     MOVE "T"              TO GJ-REC-TYPE
007080     MOVE WS-JOURNAL-LINES TO GT-LINE-COUNT
007090     MOVE WS-DEBIT-TOTAL   TO GT-DEBIT-TOTAL
007100     MOVE WS-CREDIT-TOTAL  TO GT-CREDIT-TOTAL
007110     WRITE GL-JOURNAL-RECORD
007120     CLOSE GL-JOURNAL-FILE
007130
007140     MOVE "Y" TO WS-RELEASE-SWITCH
007150     EVALUATE TRUE
007160         WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
007170             MOVE "DR/CR NOT BALANCED" TO WS-RUN-REASON
007180             MOVE "N" TO WS-RELEASE-SWITCH
007190         WHEN WS-UNMAPPED-COUNT > 0
007200             MOVE "UNMAPPED MOVEMENTS" TO WS-RUN-REASON
007210             MOVE "N" TO WS-RELEASE-SWITCH
007220         WHEN NOT CONTROL-TOTAL-SUPPLIED
007230             MOVE "NO CONTROL CARD" TO WS-RUN-REASON
007240             MOVE "N" TO WS-RELEASE-SWITCH
007250         WHEN WS-TIE-COUNT NOT = WS-EXPECTED-COUNT
007260                 OR WS-TIE-TOTAL NOT = WS-EXPECTED-TOTAL
007270             MOVE "CONTROL TIE FAILED" TO WS-RUN-REASON
007280             MOVE "N" TO WS-RELEASE-SWITCH
007290     END-EVALUATE
007300
007310     IF JOURNAL-RELEASED
007320         MOVE SPACES TO WS-GEN-COMMAND
007330         MOVE "mv GLJRNLW.DAT GLJRNL.DAT" TO WS-GEN-COMMAND
007340         CALL "SYSTEM" USING WS-GEN-COMMAND
007350         MOVE 0 TO RETURN-CODE
007360         DISPLAY "GLEXTR: journal released to GLJRNL.DAT."
007370     ELSE
007380         DISPLAY "GLEXTR: journal NOT released - "
007390                 WS-RUN-REASON " - see GLPROOF.DAT."
007395         MOVE "FAILED" TO WS-RUN-STATUS
007400         IF WS-COND-CODE < 8
007410             MOVE 8 TO WS-COND-CODE
007420         END-IF
007430     END-IF.
007440 6000-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 6500-WRITE-PROOF-PAGE - MOVEMENTS BY CODE, THE DEBIT/CREDIT
007490* PROOF, THE TIE TO THE CONTROL CARD AND THE VERDICT.
007500*----------------------------------------------------------------
007510 6500-WRITE-PROOF-PAGE.
007520     MOVE SPACES TO GL-PROOF-RECORD
007530     WRITE GL-PROOF-RECORD
007540     MOVE SPACES TO GL-PROOF-RECORD
007550     STRING "CODE  DESCRIPTION                     "
007560            DELIMITED BY SIZE
007570            "  COUNT     NET AMOUNT" DELIMITED BY SIZE
007580            INTO GL-PROOF-RECORD
007590     END-STRING
007600     WRITE GL-PROOF-RECORD
007610     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
007620             UNTIL WS-MAP-IDX > WS-MAP-COUNT
007630         MOVE WS-MAP-TOTAL(WS-MAP-IDX) TO WS-EDIT-SIGNED
007640         MOVE SPACES TO GL-PROOF-RECORD
007650         STRING WS-MAP-CODE(WS-MAP-IDX) DELIMITED BY SIZE
007660                "  "                    DELIMITED BY SIZE
007670                WS-MAP-DESC(WS-MAP-IDX) DELIMITED BY SIZE
007680                "  "                    DELIMITED BY SIZE
007690                WS-MAP-USED(WS-MAP-IDX) DELIMITED BY SIZE
007700                "  "                    DELIMITED BY SIZE
007710                WS-EDIT-SIGNED          DELIMITED BY SIZE
007720                INTO GL-PROOF-RECORD
007730         END-STRING
007740         WRITE GL-PROOF-RECORD
007750     END-PERFORM
007760
007770     MOVE SPACES TO GL-PROOF-RECORD
007780     WRITE GL-PROOF-RECORD
007790     MOVE WS-DEBIT-TOTAL  TO WS-EDIT-TOTAL
007800     MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL-2
007810     MOVE SPACES TO GL-PROOF-RECORD
007820     STRING "JOURNAL: "       DELIMITED BY SIZE
007830            WS-JOURNAL-LINES  DELIMITED BY SIZE
007840            " LINES  DEBITS " DELIMITED BY SIZE
007850            WS-EDIT-TOTAL     DELIMITED BY SIZE
007860            "  CREDITS "      DELIMITED BY SIZE
007870            WS-EDIT-TOTAL-2   DELIMITED BY SIZE
007880            INTO GL-PROOF-RECORD
007890     END-STRING
007900     WRITE GL-PROOF-RECORD
007910     DISPLAY GL-PROOF-RECORD
007920
007930     IF CONTROL-TOTAL-SUPPLIED
007940         MOVE WS-EXPECTED-TOTAL TO WS-EDIT-SIGNED
007950         MOVE WS-TIE-TOTAL      TO WS-EDIT-SIGNED-2
007960         MOVE SPACES TO GL-PROOF-RECORD
007970         STRING "CONTROL CARD: COUNT "  DELIMITED BY SIZE
007980                WS-EXPECTED-COUNT       DELIMITED BY SIZE
007990                " SUM "                 DELIMITED BY SIZE
008000                WS-EDIT-SIGNED          DELIMITED BY SIZE
008010                "  JOURNAL: COUNT "     DELIMITED BY SIZE
008020                WS-TIE-COUNT            DELIMITED BY SIZE
008030                " SUM "                 DELIMITED BY SIZE
008040                WS-EDIT-SIGNED-2        DELIMITED BY SIZE
008050                INTO GL-PROOF-RECORD
008060         END-STRING
008070     ELSE
008080         MOVE "CONTROL CARD: NONE - ADDCTRL.DAT MISSING"
008090             TO GL-PROOF-RECORD
008100     END-IF
008110     WRITE GL-PROOF-RECORD
008120     DISPLAY GL-PROOF-RECORD
008130
008140     IF WS-UNMAPPED-COUNT > 0 OR WS-MAP-BAD-COUNT > 0
008150         MOVE SPACES TO GL-PROOF-RECORD
008160         STRING WS-UNMAPPED-COUNT  DELIMITED BY SIZE
008170                " MOVEMENTS UNMAPPED, " DELIMITED BY SIZE
008180                WS-MAP-BAD-COUNT   DELIMITED BY SIZE
008190                " MAPPING RECORDS IGNORED"
008200                    DELIMITED BY SIZE
008210                INTO GL-PROOF-RECORD
008220         END-STRING
008230         WRITE GL-PROOF-RECORD
008240     END-IF
008250
008260     MOVE SPACES TO GL-PROOF-RECORD
008270     IF JOURNAL-RELEASED
008280         MOVE "JOURNAL PROVED - RELEASED TO GLJRNL.DAT"
008290             TO GL-PROOF-RECORD
008300     ELSE
008310         STRING "*** JOURNAL NOT RELEASED - " DELIMITED BY SIZE
008320                WS-RUN-REASON                 DELIMITED BY SIZE
008330                " - LEFT ON GLJRNLW.DAT ***"  DELIMITED BY SIZE
008340                INTO GL-PROOF-RECORD
008350         END-STRING
008360     END-IF
008370     WRITE GL-PROOF-RECORD
008380     CLOSE GL-PROOF-FILE.
008390 6500-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------
008430* 7000-WRITE-RUN-METRICS - PUBLISH THE END-OF-RUN FIGURES ON THE
008440* SHARED METRICS INTERFACE.
008450*----------------------------------------------------------------
008460 7000-WRITE-RUN-METRICS.
008470     OPEN EXTEND RUN-METRICS-FILE
008480     IF NOT METRICS-OK
008490         OPEN OUTPUT RUN-METRICS-FILE
008500     END-IF
008510     MOVE SPACES TO RUN-METRICS-RECORD
008520     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
008530     MOVE RH-RUN-ID          TO MT-RUN-ID
008540     MOVE WS-LINES-READ      TO MT-RECORDS-READ
008550     MOVE WS-JOURNAL-LINES   TO MT-RECORDS-WRITTEN
008560     MOVE WS-UNMAPPED-COUNT  TO MT-EXCEPTIONS
008570     MOVE WS-DEBIT-TOTAL     TO MT-TOTAL-AMOUNT
008580     MOVE 0                  TO MT-VALUE-MIN
008590     MOVE 0                  TO MT-VALUE-MAX
008600     WRITE RUN-METRICS-RECORD
008610     CLOSE RUN-METRICS-FILE.
008620 7000-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660* 8000-BOOK-MOVEMENT - ONE MOVEMENT THROUGH THE MAPPING TABLE TO
008670* A DEBIT LINE AND A CREDIT LINE.  A NEGATIVE AMOUNT REVERSES
008680* THE SIDES; A ZERO AMOUNT WRITES NOTHING.  A CODE WITH NO
008690* MAPPING IS LISTED ON THE PROOF PAGE AND HOLDS THE JOURNAL.
008700*----------------------------------------------------------------
008710 8000-BOOK-MOVEMENT.
008720     ADD 1 TO WS-MOVE-COUNT
008730     PERFORM 8100-FIND-MAP THRU 8100-EXIT
008740     IF NOT MAP-FOUND
008750         ADD 1 TO WS-UNMAPPED-COUNT
008760         MOVE WS-MOVE-AMOUNT TO WS-EDIT-AMOUNT
008770         MOVE SPACES TO GL-PROOF-RECORD
008780         STRING "*** NO GL MAPPING FOR " DELIMITED BY SIZE
008790                WS-MOVE-CODE             DELIMITED BY SIZE
008800                " - "                    DELIMITED BY SIZE
008810                WS-MOVE-SOURCE           DELIMITED BY SIZE
008820                " "                      DELIMITED BY SIZE
008830                WS-MOVE-REF              DELIMITED BY SIZE
008840                " "                      DELIMITED BY SIZE
008850                WS-EDIT-AMOUNT           DELIMITED BY SIZE
008860                INTO GL-PROOF-RECORD
008870         END-STRING
008880         WRITE GL-PROOF-RECORD
008890         GO TO 8000-EXIT
008900     END-IF
008910     ADD 1 TO WS-MAP-USED(WS-MAP-IDX)
008920     ADD WS-MOVE-AMOUNT TO WS-MAP-TOTAL(WS-MAP-IDX)
008930     IF WS-MOVE-AMOUNT = 0
008940         GO TO 8000-EXIT
008950     END-IF
008960     IF WS-MOVE-AMOUNT > 0
008970         MOVE WS-MAP-DEBIT(WS-MAP-IDX)  TO WS-LINE-DR-ACCT
008980         MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-LINE-CR-ACCT
008990         MOVE WS-MOVE-AMOUNT TO WS-LINE-AMOUNT
009000     ELSE
009010         MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-LINE-DR-ACCT
009020         MOVE WS-MAP-DEBIT(WS-MAP-IDX)  TO WS-LINE-CR-ACCT
009030         COMPUTE WS-LINE-AMOUNT = 0 - WS-MOVE-AMOUNT
009040     END-IF
009050     MOVE SPACES TO GL-JOURNAL-RECORD
009060     MOVE "D"             TO GJ-REC-TYPE
009070     MOVE WS-LINE-DR-ACCT TO GD-GL-ACCOUNT
009080     MOVE "D"             TO GD-DR-CR
009090     PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
009100     ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
009110     MOVE SPACES TO GL-JOURNAL-RECORD
009120     MOVE "D"             TO GJ-REC-TYPE
009130     MOVE WS-LINE-CR-ACCT TO GD-GL-ACCOUNT
009140     MOVE "C"             TO GD-DR-CR
009150     PERFORM 8200-WRITE-JOURNAL-LINE THRU 8200-EXIT
009160     ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.
009170 8000-EXIT.
009180     EXIT.
009190
009200 8100-FIND-MAP.
009210     MOVE "N" TO WS-MAP-FOUND-SW
009220     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
009230             UNTIL WS-MAP-IDX > WS-MAP-COUNT
009240             OR MAP-FOUND
009250         IF WS-MAP-CODE(WS-MAP-IDX) = WS-MOVE-CODE
009260             MOVE "Y" TO WS-MAP-FOUND-SW
009270         END-IF
009280     END-PERFORM
009290     IF MAP-FOUND
009300         SUBTRACT 1 FROM WS-MAP-IDX
009310     END-IF.
009320 8100-EXIT.
009330     EXIT.
009340
009350 8200-WRITE-JOURNAL-LINE.
009360     ADD 1 TO WS-JOURNAL-LINES
009370     MOVE WS-JOURNAL-LINES TO GD-LINE-NO
009380     MOVE WS-LINE-AMOUNT   TO GD-AMOUNT
009390     MOVE WS-MOVE-CODE     TO GD-MOVE-CODE
009400     MOVE WS-MOVE-REF      TO GD-REFERENCE
009410     MOVE WS-MOVE-DATE     TO GD-EFF-DATE
009420     MOVE WS-MOVE-SOURCE   TO GD-SOURCE
009430     WRITE GL-JOURNAL-RECORD.
009440 8200-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480* 9999-TERMINATE - LOG THE RUN.
009490*----------------------------------------------------------------
009500 9999-TERMINATE.
009510     IF WS-COND-CODE = 12
009520         CLOSE GL-PROOF-FILE
009530     END-IF
009540     OPEN EXTEND AUDIT-LOG-FILE
009550     IF NOT AUDIT-OK
009560         OPEN OUTPUT AUDIT-LOG-FILE
009570     END-IF
009580     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009590     ACCEPT WS-END-TIME FROM TIME
009600     MOVE SPACES TO AUDIT-LOG-RECORD
009610     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
009620     MOVE " RUNID "          TO AL-RUNID-TAG
009630     MOVE RH-RUN-ID          TO AL-RUN-ID
009640     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
009650     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
009660     MOVE " MODE "           TO AL-MODE-TAG
009670     IF RUNCARD-PRESENT
009680         MOVE "B"            TO AL-RUN-MODE
009690     ELSE
009700         MOVE "I"            TO AL-RUN-MODE
009710     END-IF
009720     MOVE WS-END-DATE        TO AL-END-DATE
009730     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
009740     MOVE WS-RUN-STATUS      TO AL-STATUS
009750     MOVE WS-RUN-REASON      TO AL-REASON
009760     MOVE WS-LINES-READ      TO AL-RECORDS-READ
009770     MOVE WS-JOURNAL-LINES   TO AL-RECORDS-WRITTEN
009780     MOVE WS-UNMAPPED-COUNT  TO AL-RECORDS-REJECTED
009790     WRITE AUDIT-LOG-RECORD
009800     CLOSE AUDIT-LOG-FILE.
009810 9999-EXIT.
009820     EXIT.
