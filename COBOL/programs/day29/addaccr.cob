000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDACCR.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  DAILY INTEREST ACCRUAL FOR
000110*                  THE BALANCE MASTER (ADDMSTR.DAT).  ON EVERY
000120*                  BUSINESS DAY (NOT A WEEKEND, NOT ON
000130*                  HOLCAL.DAT) EACH ACCOUNT WITH A RATE CLASS
000140*                  ACCRUES ONE DAY'S INTEREST FOR EVERY
000150*                  CALENDAR DAY SINCE ITS LAST ACCRUAL, AT THE
000160*                  ADDRATE.DAT RATE FOR ITS CLASS, INTO THE
000170*                  ACCRUED-INTEREST BUCKET ON THE MASTER.  ONCE
000180*                  A MONTH HAS BEEN ACCRUED IN FULL THE BUCKET
000190*                  IS CAPITALIZED: OPERATION-I RECORDS GO ONTO
000200*                  THE RAW TRANSACTION FILE (ADDRAW.DAT) SO THE
000210*                  INTEREST REACHES THE BALANCE THROUGH ADDEDIT
000220*                  AND ADD2NUM LIKE ANY OTHER POSTING, FLOOR AND
000230*                  CEILING INCLUDED.  EVERY ACCRUAL AND
000240*                  CAPITALIZATION IS WRITTEN TO THE ACCRUAL
000250*                  REGISTER (ADDINTR.DAT) FOR THE STATEMENTS.
000252* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000254*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000256*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000258*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AC-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-MASTER-STATUS.
000340     SELECT AC-MASTER-NEW-FILE ASSIGN TO "ADDMSTRN.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-NEW-MASTER-STATUS.
000370     SELECT AC-RATE-FILE ASSIGN TO "ADDRATE.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RATE-STATUS.
000400     SELECT AC-CALENDAR-FILE ASSIGN TO "HOLCAL.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CALENDAR-STATUS.
000430     SELECT AC-ACCRUAL-FILE ASSIGN TO "ADDINTR.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACCRUAL-STATUS.
000460     SELECT AC-RAW-FILE ASSIGN TO "ADDRAW.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RAW-STATUS.
000490     SELECT AC-LOCK-FILE ASSIGN TO "ADDLOCK.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LOCK-STATUS.
000520     COPY AUDITSEL.
000530     COPY RUNCSEL.
000540     COPY METRSEL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AC-MASTER-FILE.
000590*    SAME SHAPE AS THE ADD2NUM MASTER FD; CARRIED UNDER ITS OWN
000600*    NAMES THE WAY MSTRMNT CARRIES IT.
000610 01  AC-MASTER-RECORD.
000620     05  MS-ACCOUNT          PIC X(08).
000630     05  MS-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000640                                          SEPARATE.
000650     05  MS-LIMITS.
000660         10  MS-FLOOR        PIC S9(9)V99 SIGN IS LEADING
000670                                          SEPARATE.
000680         10  MS-CEILING      PIC S9(9)V99 SIGN IS LEADING
000690                                          SEPARATE.
000700*    INTEREST: BLANK (A MASTER WRITTEN BEFORE INTEREST EXISTED)
000710*    MEANS NO CLASS AND NOTHING ACCRUED.
000720     05  MS-INTEREST.
000730         10  MS-RATE-CLASS   PIC X(04).
000740         10  MS-ACCRUED      PIC S9(9)V99 SIGN IS LEADING
000750                                          SEPARATE.
000760         10  MS-ACCRUED-THRU PIC X(08).
000770         10  MS-LAST-CAP     PIC X(06).
000780
000790 FD  AC-MASTER-NEW-FILE.
000800 01  AC-MASTER-NEW-RECORD.
000810     05  NM-ACCOUNT          PIC X(08).
000820     05  NM-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000830                                          SEPARATE.
000840     05  NM-LIMITS           PIC X(24).
000850     05  NM-RATE-CLASS       PIC X(04).
000860     05  NM-ACCRUED          PIC S9(9)V99 SIGN IS LEADING
000870                                          SEPARATE.
000880     05  NM-ACCRUED-THRU     PIC X(08).
000890     05  NM-LAST-CAP         PIC X(06).
000900
000910 FD  AC-RATE-FILE.
000920     COPY ADDRATE.
000930
000940 FD  AC-CALENDAR-FILE.
000950 01  AC-CALENDAR-RECORD.
000960     05  CAL-DATE            PIC X(08).
000970
000980 FD  AC-ACCRUAL-FILE.
000990     COPY ADDINTR.
001000
001010 FD  AC-RAW-FILE.
001020 01  AC-RAW-RECORD           PIC X(80).
001030
001040 FD  AC-LOCK-FILE.
001050*    SAME SHAPE AS THE ADD2NUM RUN LOCK.
001060 01  AC-LOCK-RECORD.
001070     05  LK-RUN-ID           PIC X(16).
001080     05  FILLER              PIC X(01).
001090     05  LK-OPERATOR         PIC X(08).
001100
001110 FD  AUDIT-LOG-FILE.
001120     COPY AUDITLOG.
001130
001140 FD  RUN-CARD-FILE.
001150     COPY RUNCARD.
001160
001170 FD  RUN-METRICS-FILE.
001180     COPY RUNMETR.
001190
001200 WORKING-STORAGE SECTION.
001210     COPY RUNHDR.
001215     COPY OPERLINK.
001220 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001230     88  AUDIT-OK                    VALUE "00".
001240 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001250     88  RUNCARD-OK                  VALUE "00".
001260 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001270     88  RUNCARD-PRESENT             VALUE "Y".
001280 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001290     88  METRICS-OK                  VALUE "00".
001300 01  WS-MASTER-STATUS        PIC XX  VALUE SPACES.
001310     88  MASTER-OK                   VALUE "00".
001320     88  MASTER-EOF                  VALUE "10".
001330 01  WS-NEW-MASTER-STATUS    PIC XX  VALUE SPACES.
001340     88  NEW-MASTER-OK               VALUE "00".
001350 01  WS-RATE-STATUS          PIC XX  VALUE SPACES.
001360     88  RATE-OK                     VALUE "00".
001370     88  RATE-EOF                    VALUE "10".
001380 01  WS-CALENDAR-STATUS      PIC XX  VALUE SPACES.
001390     88  CALENDAR-OK                 VALUE "00".
001400     88  CALENDAR-EOF                VALUE "10".
001410 01  WS-ACCRUAL-STATUS       PIC XX  VALUE SPACES.
001420     88  ACCRUAL-OK                  VALUE "00".
001430 01  WS-RAW-STATUS           PIC XX  VALUE SPACES.
001440     88  RAW-OK                      VALUE "00".
001450 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
001460     88  LOCK-OK                     VALUE "00".
001470
001480 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001490 01  WS-END-TIME.
001500     05  WS-END-TIME-HHMMSS  PIC 9(6).
001510     05  FILLER              PIC 99.
001520 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001530 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001540
001550*----------------------------------------------------------------
001560* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN
001570* (A NON-BUSINESS DAY INCLUDED - NOTHING IS DUE), 4 = WARNINGS
001580* (NO RATE TABLE, AN ACCOUNT WHOSE CLASS IS NOT ON IT),
001590* 12 = ABORT (NO MASTER, POSTING RUN HOLDS THE LOCK).  HIGHEST
001600* WINS.
001610*----------------------------------------------------------------
001620 01  WS-COND-CODE            PIC 99     VALUE 0.
001630
001640*----------------------------------------------------------------
001650* THE NON-PROCESSING CALENDAR.  THE RUN ONLY ACCRUES ON A
001660* BUSINESS DAY; THE WEEKEND AND HOLIDAY DAYS ARE PICKED UP BY
001670* THE NEXT BUSINESS DAY'S RUN, SO INTEREST STILL ACCRUES FOR
001680* EVERY CALENDAR DAY.
001690*----------------------------------------------------------------
001700 01  WS-HOLIDAY-COUNT        PIC 9(3)   VALUE 0.
001710 01  WS-HOLIDAY-TABLE.
001720     05  WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
001730 01  WS-HOL-IDX              PIC 9(3)   VALUE 0.
001740 01  WS-HOLIDAY-SWITCH       PIC X      VALUE "N".
001750     88  DAY-IS-HOLIDAY                 VALUE "Y".
001760 01  WS-BUSINESS-SWITCH      PIC X      VALUE "N".
001770     88  RUN-IS-BUSINESS-DAY            VALUE "Y".
001780 01  WS-DAY-OF-WEEK          PIC 9      VALUE 0.
001790
001800*----------------------------------------------------------------
001810* THE RATE TABLE, HELD IN STORAGE FOR THE RUN.
001820*----------------------------------------------------------------
001830 01  WS-RATE-COUNT           PIC 9(3)   VALUE 0.
001840 01  WS-RATE-TABLE.
001850     05  WS-RATE-ENTRY OCCURS 50 TIMES.
001860         10  WS-RATE-CLASS   PIC X(04).
001870         10  WS-RATE-CREDIT  PIC 9(02)V9(04).
001880         10  WS-RATE-DEBIT   PIC 9(02)V9(04).
001890         10  WS-RATE-BASIS   PIC 9(03).
001900 01  WS-RATE-IDX             PIC 9(3)   VALUE 0.
001910 01  WS-RATE-FOUND-SWITCH    PIC X      VALUE "N".
001920     88  RATE-CLASS-FOUND               VALUE "Y".
001930
001940*----------------------------------------------------------------
001950* THE RUN LOCK THE POSTING RUN TAKES.  THE ACCRUAL REWRITES THE
001960* MASTER, SO IT MAY NOT RUN WHILE A POSTING RUN IS ACTIVE, AND
001970* IT HOLDS THE LOCK ITSELF WHILE IT WORKS.
001980*----------------------------------------------------------------
001990 01  WS-LOCK-SWITCH          PIC X      VALUE "N".
002000     88  RUN-LOCK-HELD                  VALUE "Y".
002010 01  WS-LOCK-BUSY-SWITCH     PIC X      VALUE "N".
002020     88  LOCK-IS-BUSY                   VALUE "Y".
002030 01  WS-GEN-COMMAND          PIC X(80)  VALUE SPACES.
002040
002050*----------------------------------------------------------------
002060* DATE WORK.  THE ACCRUAL RUNS THROUGH YESTERDAY: TODAY'S
002070* POSTINGS HAVE NOT BEEN APPLIED YET, SO THE MASTER BALANCE IS
002080* THE BALANCE THAT STOOD FOR EVERY DAY NOT YET ACCRUED.
002090*----------------------------------------------------------------
002100 01  WS-RUN-DATE-N           PIC 9(08)  VALUE 0.
002110 01  WS-RUN-INT              PIC 9(08)  VALUE 0.
002120 01  WS-TARGET-INT           PIC 9(08)  VALUE 0.
002130 01  WS-TARGET-DATE          PIC 9(08)  VALUE 0.
002140 01  WS-FROM-INT             PIC 9(08)  VALUE 0.
002150 01  WS-DAY-INT              PIC 9(08)  VALUE 0.
002160 01  WS-DAY-DATE             PIC 9(08)  VALUE 0.
002170 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
002180     05  WS-DAY-YYYYMM       PIC X(06).
002190     05  WS-DAY-DD           PIC X(02).
002200 01  WS-NEXT-DATE            PIC 9(08)  VALUE 0.
002210 01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
002220     05  WS-NEXT-YYYYMM      PIC X(06).
002230     05  WS-NEXT-DD          PIC X(02).
002240 01  WS-THRU-DATE-N          PIC 9(08)  VALUE 0.
002250
002260*----------------------------------------------------------------
002270* ONE ACCOUNT IN HAND.
002280*----------------------------------------------------------------
002290 01  WS-CUR-RATE-CLASS       PIC X(04)  VALUE SPACES.
002300 01  WS-CUR-ACCRUED          PIC S9(9)V99 SIGN IS LEADING
002310                                          SEPARATE VALUE 0.
002320 01  WS-CUR-ACCRUED-THRU     PIC X(08)  VALUE SPACES.
002330 01  WS-CUR-LAST-CAP         PIC X(06)  VALUE SPACES.
002340 01  WS-CUR-RATE             PIC 9(02)V9(04) VALUE 0.
002350 01  WS-CUR-BASIS            PIC 9(03)  VALUE 0.
002360 01  WS-CUR-QUEUED           PIC S9(9)V99 SIGN IS LEADING
002370                                          SEPARATE VALUE 0.
002380
002390*----------------------------------------------------------------
002400* ONE ACCRUAL SEGMENT: CONSECUTIVE DAYS WITHIN ONE MONTH.  THE
002410* DAILY FIGURES ARE CARRIED UNROUNDED AND THE SEGMENT IS ROUNDED
002420* ONCE, SO A LONG WEEKEND DOES NOT LOSE A CENT A DAY.
002430*----------------------------------------------------------------
002440 01  WS-SEG-DAYS             PIC 9(03)  VALUE 0.
002450 01  WS-SEG-FROM             PIC 9(08)  VALUE 0.
002460 01  WS-SEG-EXACT            PIC S9(9)V9(8) VALUE 0.
002470 01  WS-SEG-AMOUNT           PIC S9(9)V99 SIGN IS LEADING
002480                                          SEPARATE VALUE 0.
002490
002500*----------------------------------------------------------------
002510* CAPITALIZATION.  ONE OPERATION-I RECORD CARRIES AT MOST
002520* 9999.99 IN EACH AMOUNT ZONE, SO A LARGER AMOUNT GOES OUT AS
002530* SEVERAL RECORDS.  THE RAW IMAGE IS THE ADDEDIT INPUT LAYOUT.
002540*----------------------------------------------------------------
002550 01  WS-CAP-MONTH            PIC X(06)  VALUE SPACES.
002560 01  WS-CAP-AMOUNT           PIC S9(9)V99 SIGN IS LEADING
002570                                          SEPARATE VALUE 0.
002580 01  WS-CAP-REMAINING        PIC S9(9)V99 VALUE 0.
002590 01  WS-CAP-CHUNK            PIC 9(9)V99 VALUE 0.
002600 01  WS-CAP-PART             PIC 9(4)V99 VALUE 0.
002610 01  WS-RAW-IMAGE.
002620     05  RW-ACCOUNT          PIC X(08).
002630     05  RW-OP-CODE          PIC X(01).
002640     05  RW-NUM1             PIC S9(4)V99 SIGN IS LEADING
002650                                          SEPARATE.
002660     05  RW-NUM2             PIC S9(4)V99 SIGN IS LEADING
002670                                          SEPARATE.
002680     05  RW-EFF-DATE         PIC X(08).
002690     05  FILLER              PIC X(49).
002700
002710 01  WS-ACCT-COUNT           PIC 9(7)   VALUE 0.
002720 01  WS-ACCRUED-COUNT        PIC 9(7)   VALUE 0.
002730 01  WS-ENTRY-COUNT          PIC 9(7)   VALUE 0.
002740 01  WS-NO-RATE-COUNT        PIC 9(7)   VALUE 0.
002750 01  WS-CAP-COUNT            PIC 9(7)   VALUE 0.
002760 01  WS-RAW-COUNT            PIC 9(7)   VALUE 0.
002770 01  WS-TOT-ACCRUED          PIC S9(11)V99 SIGN IS LEADING
002780                                          SEPARATE VALUE 0.
002790 01  WS-TOT-CAPITALIZED      PIC S9(11)V99 SIGN IS LEADING
002800                                          SEPARATE VALUE 0.
002810 01  WS-EDIT-TOTAL           PIC +9(11).99.
002820 01  WS-EDIT-TOTAL-2         PIC +9(11).99.
002830
002840 PROCEDURE DIVISION.
002850*----------------------------------------------------------------
002860* 0000-MAINLINE - TOP-LEVEL CONTROL
002870*----------------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002900     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002910     PERFORM 1300-CHECK-BUSINESS-DAY THRU 1300-EXIT
002920     IF RUN-IS-BUSINESS-DAY
002930         PERFORM 1400-LOAD-RATES THRU 1400-EXIT
002940         PERFORM 1500-ACQUIRE-LOCK THRU 1500-EXIT
002950         IF RUN-LOCK-HELD
002960             PERFORM 2000-ACCRUE-MASTER THRU 2000-EXIT
002970             PERFORM 3000-REPLACE-MASTER THRU 3000-EXIT
002980             PERFORM 1600-RELEASE-LOCK THRU 1600-EXIT
002990             PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
003000         END-IF
003010     END-IF
003020     PERFORM 9999-TERMINATE THRU 9999-EXIT
003030     MOVE WS-COND-CODE TO RETURN-CODE
003040     STOP RUN.
003050
003060*----------------------------------------------------------------
003070* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
003080*----------------------------------------------------------------
003090 1000-INITIALIZE.
003100     DISPLAY " ".
003110     DISPLAY "=== ADDACCR - DAILY INTEREST ACCRUAL ===".
003120     MOVE "ADDACCR " TO RH-PROGRAM-NAME
003130     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
003140     IF NOT RUNCARD-PRESENT
003150         DISPLAY "Enter operator ID: " WITH NO ADVANCING
003160         ACCEPT RH-OPERATOR-ID
003170     END-IF
003180     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
003190     ACCEPT RH-RUN-TIME FROM TIME
003200     STRING RH-RUN-DATE DELIMITED BY SIZE
003210            RH-RUN-TIME DELIMITED BY SIZE
003220            INTO RH-RUN-ID
003230     END-STRING
003231*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
003232*    TO RUN THIS JOB.
003233     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
003234     MOVE RH-RUN-ID       TO OC-RUN-ID
003235     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
003236     IF RUNCARD-PRESENT
003237         MOVE "B" TO OC-RUN-MODE
003238     ELSE
003239         MOVE "I" TO OC-RUN-MODE
003240     END-IF
003241     MOVE "B"             TO OC-FUNCTION-GROUP
003242     CALL "OPERCHK" USING WS-OPERATOR-CHECK
003243     IF NOT OC-AUTHORIZED
003244         MOVE 12 TO RETURN-CODE
003245         STOP RUN
003246     END-IF
003247     MOVE RH-RUN-DATE TO WS-RUN-DATE-N
003250     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
003260     COMPUTE WS-TARGET-INT = WS-RUN-INT - 1
003270     COMPUTE WS-TARGET-DATE =
003280             FUNCTION DATE-OF-INTEGER(WS-TARGET-INT).
003290 1000-EXIT.
003300     EXIT.
003310
003320 1100-READ-RUN-CARD.
003330     MOVE "N" TO WS-RUNCARD-SWITCH
003340     OPEN INPUT RUN-CARD-FILE
003350     IF RUNCARD-OK
003360         READ RUN-CARD-FILE
003370             NOT AT END
003380                 IF RUN-CARD-RECORD NOT = SPACES
003390                     MOVE "Y" TO WS-RUNCARD-SWITCH
003400                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
003410                 END-IF
003420         END-READ
003430         CLOSE RUN-CARD-FILE
003440     END-IF.
003450 1100-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490* 1200-LOAD-CALENDAR - THE NON-PROCESSING DATES.  NO FILE MEANS
003500* EVERY WEEKDAY IS A BUSINESS DAY.
003510*----------------------------------------------------------------
003520 1200-LOAD-CALENDAR.
003530     MOVE 0 TO WS-HOLIDAY-COUNT
003540     OPEN INPUT AC-CALENDAR-FILE
003550     IF CALENDAR-OK
003560         READ AC-CALENDAR-FILE
003570             AT END SET CALENDAR-EOF TO TRUE
003580         END-READ
003590         PERFORM UNTIL CALENDAR-EOF OR WS-HOLIDAY-COUNT = 50
003600             IF CAL-DATE IS NUMERIC
003610                 ADD 1 TO WS-HOLIDAY-COUNT
003620                 MOVE CAL-DATE
003630                     TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
003640             END-IF
003650             READ AC-CALENDAR-FILE
003660                 AT END SET CALENDAR-EOF TO TRUE
003670             END-READ
003680         END-PERFORM
003690         CLOSE AC-CALENDAR-FILE
003700     END-IF.
003710 1200-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750* 1300-CHECK-BUSINESS-DAY - MONDAY TO FRIDAY AND NOT ON THE
003760* CALENDAR.  ON ANY OTHER DAY THE RUN ENDS CLEAN WITH NOTHING
003770* DONE; THE NEXT BUSINESS DAY ACCRUES THE DAYS IN BETWEEN.
003780*----------------------------------------------------------------
003790 1300-CHECK-BUSINESS-DAY.
003800     MOVE "N" TO WS-BUSINESS-SWITCH
003810     MOVE "N" TO WS-HOLIDAY-SWITCH
003820     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
003830     IF WS-DAY-OF-WEEK > 5
003840         DISPLAY "ADDACCR: " RH-RUN-DATE " is a weekend - no "
003850                 "accrual run today."
003860         MOVE "NOT A BUSINESS DAY" TO WS-RUN-REASON
003870         GO TO 1300-EXIT
003880     END-IF
003890     PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
003900             UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
003910             OR DAY-IS-HOLIDAY
003920         IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-RUN-DATE-N
003930             MOVE "Y" TO WS-HOLIDAY-SWITCH
003940         END-IF
003950     END-PERFORM
003960     IF DAY-IS-HOLIDAY
003970         DISPLAY "ADDACCR: " RH-RUN-DATE " is on the holiday "
003980                 "calendar - no accrual run today."
003990         MOVE "NOT A BUSINESS DAY" TO WS-RUN-REASON
004000         GO TO 1300-EXIT
004010     END-IF
004020     MOVE "Y" TO WS-BUSINESS-SWITCH.
004030 1300-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070* 1400-LOAD-RATES - THE RATE TABLE.  WITHOUT IT NO CLASS CAN BE
004080* PRICED: EVERY CLASSED ACCOUNT IS REPORTED AND LEFT WHERE IT
004090* WAS, TO CATCH UP ONCE THE TABLE IS BACK.
004100*----------------------------------------------------------------
004110 1400-LOAD-RATES.
004120     MOVE 0 TO WS-RATE-COUNT
004130     OPEN INPUT AC-RATE-FILE
004140     IF NOT RATE-OK
004150         DISPLAY "ADDACCR: no rate table (ADDRATE.DAT) - no "
004160                 "account can accrue tonight."
004170         MOVE "NO RATE TABLE" TO WS-RUN-REASON
004180         IF WS-COND-CODE < 4
004190             MOVE 4 TO WS-COND-CODE
004200         END-IF
004210         GO TO 1400-EXIT
004220     END-IF
004230     READ AC-RATE-FILE
004240         AT END SET RATE-EOF TO TRUE
004250     END-READ
004260     PERFORM UNTIL RATE-EOF OR WS-RATE-COUNT = 50
004270         IF RT-RATE-CLASS NOT = SPACES
004280                 AND RT-CREDIT-RATE IS NUMERIC
004290                 AND RT-DEBIT-RATE IS NUMERIC
004300                 AND RT-DAY-BASIS IS NUMERIC
004310                 AND RT-DAY-BASIS > 0
004320             ADD 1 TO WS-RATE-COUNT
004330             MOVE RT-RATE-CLASS  TO WS-RATE-CLASS(WS-RATE-COUNT)
004340             MOVE RT-CREDIT-RATE TO WS-RATE-CREDIT(WS-RATE-COUNT)
004350             MOVE RT-DEBIT-RATE  TO WS-RATE-DEBIT(WS-RATE-COUNT)
004360             MOVE RT-DAY-BASIS   TO WS-RATE-BASIS(WS-RATE-COUNT)
004370         END-IF
004380         READ AC-RATE-FILE
004390             AT END SET RATE-EOF TO TRUE
004400         END-READ
004410     END-PERFORM
004420     CLOSE AC-RATE-FILE.
004430 1400-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470* 1500-ACQUIRE-LOCK - REFUSE TO RUN WHILE THE POSTING RUN HOLDS
004480* ADDLOCK.DAT; OTHERWISE TAKE IT.  A LOCK LEFT BY A CRASHED
004490* POSTING RUN IS CLEARED FROM THE ADD2NUM CONSOLE, NOT HERE.
004500*----------------------------------------------------------------
004510 1500-ACQUIRE-LOCK.
004520     MOVE "N" TO WS-LOCK-SWITCH
004530     MOVE "N" TO WS-LOCK-BUSY-SWITCH
004540     OPEN INPUT AC-LOCK-FILE
004550     IF LOCK-OK
004560         READ AC-LOCK-FILE
004570             NOT AT END
004580                 IF AC-LOCK-RECORD NOT = SPACES
004590                     MOVE "Y" TO WS-LOCK-BUSY-SWITCH
004600                 END-IF
004610         END-READ
004620         CLOSE AC-LOCK-FILE
004630     END-IF
004640     IF LOCK-IS-BUSY
004650         DISPLAY "ADDACCR: posting lock held by run " LK-RUN-ID
004660                 " operator " LK-OPERATOR " - accrual refused."
004670         MOVE "ABORTED" TO WS-RUN-STATUS
004680         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
004690         MOVE 12 TO WS-COND-CODE
004700         GO TO 1500-EXIT
004710     END-IF
004720     OPEN OUTPUT AC-LOCK-FILE
004730     MOVE SPACES TO AC-LOCK-RECORD
004740     MOVE RH-RUN-ID      TO LK-RUN-ID
004750     MOVE RH-OPERATOR-ID TO LK-OPERATOR
004760     WRITE AC-LOCK-RECORD
004770     CLOSE AC-LOCK-FILE
004780     MOVE "Y" TO WS-LOCK-SWITCH.
004790 1500-EXIT.
004800     EXIT.
004810
004820 1600-RELEASE-LOCK.
004830     OPEN OUTPUT AC-LOCK-FILE
004840     MOVE SPACES TO AC-LOCK-RECORD
004850     WRITE AC-LOCK-RECORD
004860     CLOSE AC-LOCK-FILE
004870     MOVE "N" TO WS-LOCK-SWITCH.
004880 1600-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 2000-ACCRUE-MASTER - ONE PASS OF THE MASTER: EVERY ACCOUNT IS
004930* BROUGHT UP TO YESTERDAY AND WRITTEN TO ADDMSTRN.DAT, WHICH
004940* REPLACES THE MASTER ONLY WHEN THE PASS COMPLETES.
004950*----------------------------------------------------------------
004960 2000-ACCRUE-MASTER.
004970     OPEN INPUT AC-MASTER-FILE
004980     IF NOT MASTER-OK
004990         DISPLAY "ADDACCR: no balance master (ADDMSTR.DAT) - "
005000                 "accrual run aborted."
005010         MOVE "ABORTED" TO WS-RUN-STATUS
005020         MOVE "CANNOT OPEN ADDMSTR" TO WS-RUN-REASON
005030         MOVE 12 TO WS-COND-CODE
005040         GO TO 2000-EXIT
005050     END-IF
005060     OPEN OUTPUT AC-MASTER-NEW-FILE
005070     OPEN EXTEND AC-ACCRUAL-FILE
005080     IF NOT ACCRUAL-OK
005090         OPEN OUTPUT AC-ACCRUAL-FILE
005100     END-IF
005110*    CAPITALIZATIONS JOIN WHATEVER THE DESK AND THE REJECT
005120*    REPAIR HAVE ALREADY QUEUED FOR TONIGHT'S EDIT.
005130     OPEN EXTEND AC-RAW-FILE
005140     IF NOT RAW-OK
005150         OPEN OUTPUT AC-RAW-FILE
005160     END-IF
005170
005180     READ AC-MASTER-FILE
005190         AT END SET MASTER-EOF TO TRUE
005200     END-READ
005210     PERFORM 2100-ACCRUE-ONE-ACCOUNT THRU 2100-EXIT
005220         UNTIL MASTER-EOF
005230
005240     CLOSE AC-MASTER-FILE
005250     CLOSE AC-MASTER-NEW-FILE
005260     CLOSE AC-ACCRUAL-FILE
005270     CLOSE AC-RAW-FILE.
005280 2000-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* 2100-ACCRUE-ONE-ACCOUNT - WALK THE ACCOUNT DAY BY DAY FROM THE
005330* DAY AFTER ITS LAST ACCRUAL TO YESTERDAY.  AN ACCOUNT THAT HAS
005340* NEVER ACCRUED STARTS FROM YESTERDAY WITH NOTHING DUE; ONE
005350* ALREADY UP TO DATE (A RERUN) IS WRITTEN BACK UNCHANGED.  AN
005360* ACCOUNT WITH NO CLASS STILL WALKS, AT A ZERO RATE, SO ANY
005370* INTEREST LEFT IN ITS BUCKET IS CAPITALIZED AT MONTH-END.
005380*----------------------------------------------------------------
005390 2100-ACCRUE-ONE-ACCOUNT.
005400     ADD 1 TO WS-ACCT-COUNT
005410     IF MS-INTEREST = SPACES
005420         MOVE SPACES TO WS-CUR-RATE-CLASS
005430         MOVE 0      TO WS-CUR-ACCRUED
005440         MOVE SPACES TO WS-CUR-ACCRUED-THRU
005450         MOVE SPACES TO WS-CUR-LAST-CAP
005460     ELSE
005470         MOVE MS-RATE-CLASS   TO WS-CUR-RATE-CLASS
005480         MOVE MS-ACCRUED      TO WS-CUR-ACCRUED
005490         MOVE MS-ACCRUED-THRU TO WS-CUR-ACCRUED-THRU
005500         MOVE MS-LAST-CAP     TO WS-CUR-LAST-CAP
005510     END-IF
005520     MOVE 0 TO WS-CUR-QUEUED
005530
005540     IF WS-CUR-ACCRUED-THRU IS NOT NUMERIC
005550         MOVE WS-TARGET-DATE TO WS-CUR-ACCRUED-THRU
005560         GO TO 2190-WRITE-ACCOUNT
005570     END-IF
005580     MOVE WS-CUR-ACCRUED-THRU TO WS-THRU-DATE-N
005590     IF WS-THRU-DATE-N >= WS-TARGET-DATE
005600         GO TO 2190-WRITE-ACCOUNT
005610     END-IF
005620
005630     MOVE 0 TO WS-CUR-RATE
005640     MOVE 365 TO WS-CUR-BASIS
005650     IF WS-CUR-RATE-CLASS NOT = SPACES
005660         PERFORM 2150-FIND-RATE THRU 2150-EXIT
005670         IF NOT RATE-CLASS-FOUND
005680             PERFORM 2160-REPORT-NO-RATE THRU 2160-EXIT
005690             GO TO 2190-WRITE-ACCOUNT
005700         END-IF
005710         MOVE WS-RATE-BASIS(WS-RATE-IDX) TO WS-CUR-BASIS
005720         IF MS-BALANCE > 0
005730             MOVE WS-RATE-CREDIT(WS-RATE-IDX) TO WS-CUR-RATE
005740         END-IF
005750         IF MS-BALANCE < 0
005760             MOVE WS-RATE-DEBIT(WS-RATE-IDX) TO WS-CUR-RATE
005770         END-IF
005780         ADD 1 TO WS-ACCRUED-COUNT
005790     END-IF
005800
005810     MOVE 0 TO WS-SEG-DAYS
005820     MOVE 0 TO WS-SEG-EXACT
005830     COMPUTE WS-FROM-INT =
005840             FUNCTION INTEGER-OF-DATE(WS-THRU-DATE-N) + 1
005850     PERFORM 2200-ACCRUE-ONE-DAY THRU 2200-EXIT
005860         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
005870         UNTIL WS-DAY-INT > WS-TARGET-INT
005880     MOVE WS-TARGET-DATE TO WS-CUR-ACCRUED-THRU.
005890 2190-WRITE-ACCOUNT.
005900     MOVE SPACES TO AC-MASTER-NEW-RECORD
005910     MOVE MS-ACCOUNT          TO NM-ACCOUNT
005920     MOVE MS-BALANCE          TO NM-BALANCE
005930     MOVE MS-LIMITS           TO NM-LIMITS
005940     MOVE WS-CUR-RATE-CLASS   TO NM-RATE-CLASS
005950     MOVE WS-CUR-ACCRUED      TO NM-ACCRUED
005960     MOVE WS-CUR-ACCRUED-THRU TO NM-ACCRUED-THRU
005970     MOVE WS-CUR-LAST-CAP     TO NM-LAST-CAP
005980     WRITE AC-MASTER-NEW-RECORD
005990     READ AC-MASTER-FILE
006000         AT END SET MASTER-EOF TO TRUE
006010     END-READ.
006020 2100-EXIT.
006030     EXIT.
006040
006050 2150-FIND-RATE.
006060     MOVE "N" TO WS-RATE-FOUND-SWITCH
006070     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
006080             UNTIL WS-RATE-IDX > WS-RATE-COUNT
006090             OR RATE-CLASS-FOUND
006100         IF WS-RATE-CLASS(WS-RATE-IDX) = WS-CUR-RATE-CLASS
006110             MOVE "Y" TO WS-RATE-FOUND-SWITCH
006120         END-IF
006130     END-PERFORM
006140     IF RATE-CLASS-FOUND
006150         SUBTRACT 1 FROM WS-RATE-IDX
006160     END-IF.
006170 2150-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 2160-REPORT-NO-RATE - THE ACCOUNT'S CLASS IS NOT ON THE RATE
006220* TABLE.  NOTHING ACCRUES AND THE LAST-ACCRUED DATE STAYS PUT,
006230* SO THE DAYS ARE PICKED UP ONCE THE CLASS IS FIXED.
006240*----------------------------------------------------------------
006250 2160-REPORT-NO-RATE.
006260     ADD 1 TO WS-NO-RATE-COUNT
006270     DISPLAY "ADDACCR: account " MS-ACCOUNT " rate class "
006280             WS-CUR-RATE-CLASS " is not on ADDRATE.DAT - not "
006290             "accrued."
006300     MOVE SPACES TO ACCRUAL-REGISTER-RECORD
006310     MOVE RH-RUN-DATE       TO IR-RUN-DATE
006320     MOVE MS-ACCOUNT        TO IR-ACCOUNT
006330     SET IR-NO-RATE TO TRUE
006340     MOVE WS-CUR-RATE-CLASS TO IR-RATE-CLASS
006350     MOVE WS-CUR-ACCRUED-THRU TO IR-FROM-DATE
006360     MOVE WS-TARGET-DATE    TO IR-THRU-DATE
006370     MOVE 0                 TO IR-DAYS
006380     MOVE MS-BALANCE        TO IR-BALANCE
006390     MOVE 0                 TO IR-RATE
006400     MOVE 0                 TO IR-AMOUNT
006410     MOVE WS-CUR-ACCRUED    TO IR-ACCRUED
006420     WRITE ACCRUAL-REGISTER-RECORD
006430     ADD 1 TO WS-ENTRY-COUNT
006440     MOVE "RATE CLASS MISSING" TO WS-RUN-REASON
006450     IF WS-COND-CODE < 4
006460         MOVE 4 TO WS-COND-CODE
006470     END-IF.
006480 2160-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 2200-ACCRUE-ONE-DAY - ONE CALENDAR DAY'S INTEREST INTO THE
006530* OPEN SEGMENT.  THE SEGMENT CLOSES AT YESTERDAY OR AT A
006540* MONTH-END, AND A MONTH-END ALSO CAPITALIZES THE MONTH.
006550*----------------------------------------------------------------
006560 2200-ACCRUE-ONE-DAY.
006570     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
006580     COMPUTE WS-NEXT-DATE =
006590             FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
006600     IF WS-SEG-DAYS = 0
006610         MOVE WS-DAY-DATE TO WS-SEG-FROM
006620     END-IF
006630     ADD 1 TO WS-SEG-DAYS
006640     COMPUTE WS-SEG-EXACT = WS-SEG-EXACT
006650             + MS-BALANCE * WS-CUR-RATE / 100 / WS-CUR-BASIS
006660
006670     IF WS-NEXT-YYYYMM NOT = WS-DAY-YYYYMM
006680             OR WS-DAY-INT = WS-TARGET-INT
006690         PERFORM 2300-CLOSE-SEGMENT THRU 2300-EXIT
006700     END-IF
006710     IF WS-NEXT-YYYYMM NOT = WS-DAY-YYYYMM
006720         PERFORM 2400-CAPITALIZE-MONTH THRU 2400-EXIT
006730     END-IF.
006740 2200-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 2300-CLOSE-SEGMENT - ROUND THE SEGMENT ONCE, ADD IT TO THE
006790* BUCKET AND REGISTER IT.  AN ACCOUNT WITH NO CLASS ACCRUES
006800* NOTHING AND WRITES NO REGISTER ENTRY.
006810*----------------------------------------------------------------
006820 2300-CLOSE-SEGMENT.
006830     COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SEG-EXACT
006840     ADD WS-SEG-AMOUNT TO WS-CUR-ACCRUED
006850     ADD WS-SEG-AMOUNT TO WS-TOT-ACCRUED
006860     IF WS-CUR-RATE-CLASS NOT = SPACES
006870         MOVE SPACES TO ACCRUAL-REGISTER-RECORD
006880         MOVE RH-RUN-DATE       TO IR-RUN-DATE
006890         MOVE MS-ACCOUNT        TO IR-ACCOUNT
006900         SET IR-ACCRUAL TO TRUE
006910         MOVE WS-CUR-RATE-CLASS TO IR-RATE-CLASS
006920         MOVE WS-SEG-FROM       TO IR-FROM-DATE
006930         MOVE WS-DAY-DATE       TO IR-THRU-DATE
006940         MOVE WS-SEG-DAYS       TO IR-DAYS
006950         MOVE MS-BALANCE        TO IR-BALANCE
006960         MOVE WS-CUR-RATE       TO IR-RATE
006970         MOVE WS-SEG-AMOUNT     TO IR-AMOUNT
006980         MOVE WS-CUR-ACCRUED    TO IR-ACCRUED
006990         WRITE ACCRUAL-REGISTER-RECORD
007000         ADD 1 TO WS-ENTRY-COUNT
007010     END-IF
007020     MOVE 0 TO WS-SEG-DAYS
007030     MOVE 0 TO WS-SEG-EXACT.
007040 2300-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* 2400-CAPITALIZE-MONTH - THE MONTH ENDING TODAY-IN-THE-WALK IS
007090* FULLY ACCRUED.  UNLESS IT WAS CAPITALIZED ALREADY, THE BUCKET
007100* (LESS ANYTHING THIS RUN HAS ALREADY QUEUED FOR AN EARLIER
007110* MONTH) GOES OUT AS OPERATION-I RECORDS.  THE BUCKET ITSELF IS
007120* ONLY RELIEVED BY THE POSTING RUN WHEN THE INTEREST ACTUALLY
007130* REACHES THE BALANCE: A CAPITALIZATION HELD BY THE FLOOR OR
007140* CEILING STAYS ACCRUED AND GOES AGAIN NEXT MONTH-END.
007150*----------------------------------------------------------------
007160 2400-CAPITALIZE-MONTH.
007170     MOVE WS-DAY-YYYYMM TO WS-CAP-MONTH
007180     IF WS-CUR-LAST-CAP IS NUMERIC
007190             AND WS-CUR-LAST-CAP >= WS-CAP-MONTH
007200         GO TO 2400-EXIT
007210     END-IF
007220     MOVE WS-CAP-MONTH TO WS-CUR-LAST-CAP
007230     COMPUTE WS-CAP-AMOUNT = WS-CUR-ACCRUED - WS-CUR-QUEUED
007240     IF WS-CAP-AMOUNT = 0
007250         GO TO 2400-EXIT
007260     END-IF
007270
007280     MOVE WS-CAP-AMOUNT TO WS-CAP-REMAINING
007290     PERFORM 2500-WRITE-CAP-RECORD THRU 2500-EXIT
007300         UNTIL WS-CAP-REMAINING = 0
007310     ADD WS-CAP-AMOUNT TO WS-CUR-QUEUED
007320     ADD WS-CAP-AMOUNT TO WS-TOT-CAPITALIZED
007330     ADD 1 TO WS-CAP-COUNT
007340
007350     MOVE SPACES TO ACCRUAL-REGISTER-RECORD
007360     MOVE RH-RUN-DATE       TO IR-RUN-DATE
007370     MOVE MS-ACCOUNT        TO IR-ACCOUNT
007380     SET IR-CAPITALIZATION TO TRUE
007390     MOVE WS-CUR-RATE-CLASS TO IR-RATE-CLASS
007400     STRING WS-CAP-MONTH DELIMITED BY SIZE
007410            "01"         DELIMITED BY SIZE
007420            INTO IR-FROM-DATE
007430     END-STRING
007440     MOVE WS-DAY-DATE       TO IR-THRU-DATE
007450     MOVE 0                 TO IR-DAYS
007460     MOVE MS-BALANCE        TO IR-BALANCE
007470     MOVE 0                 TO IR-RATE
007480     MOVE WS-CAP-AMOUNT     TO IR-AMOUNT
007490     MOVE WS-CUR-ACCRUED    TO IR-ACCRUED
007500     WRITE ACCRUAL-REGISTER-RECORD
007510     ADD 1 TO WS-ENTRY-COUNT.
007520 2400-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560* 2500-WRITE-CAP-RECORD - ONE OPERATION-I RAW RECORD CARRYING UP
007570* TO 19999.98 (TWO FULL AMOUNT ZONES), SIGNED THE SAME WAY AS
007580* THE INTEREST: A DEBIT-BALANCE CHARGE GOES OUT NEGATIVE.
007590*----------------------------------------------------------------
007600 2500-WRITE-CAP-RECORD.
007610     IF WS-CAP-REMAINING < 0
007620         COMPUTE WS-CAP-CHUNK = 0 - WS-CAP-REMAINING
007630     ELSE
007640         MOVE WS-CAP-REMAINING TO WS-CAP-CHUNK
007650     END-IF
007660     IF WS-CAP-CHUNK > 19999.98
007670         MOVE 19999.98 TO WS-CAP-CHUNK
007680     END-IF
007690     IF WS-CAP-CHUNK > 9999.99
007700         MOVE 9999.99 TO WS-CAP-PART
007710     ELSE
007720         MOVE WS-CAP-CHUNK TO WS-CAP-PART
007730     END-IF
007740
007750     MOVE SPACES TO WS-RAW-IMAGE
007760     MOVE MS-ACCOUNT TO RW-ACCOUNT
007770     MOVE "I"        TO RW-OP-CODE
007780     IF WS-CAP-REMAINING < 0
007790         COMPUTE RW-NUM1 = 0 - WS-CAP-PART
007800         COMPUTE RW-NUM2 = 0 - (WS-CAP-CHUNK - WS-CAP-PART)
007810         ADD WS-CAP-CHUNK TO WS-CAP-REMAINING
007820     ELSE
007830         MOVE WS-CAP-PART TO RW-NUM1
007840         COMPUTE RW-NUM2 = WS-CAP-CHUNK - WS-CAP-PART
007850         SUBTRACT WS-CAP-CHUNK FROM WS-CAP-REMAINING
007860     END-IF
007870     MOVE WS-RAW-IMAGE TO AC-RAW-RECORD
007880     WRITE AC-RAW-RECORD
007890     ADD 1 TO WS-RAW-COUNT.
007900 2500-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------
007940* 3000-REPLACE-MASTER - THE ACCRUED BOOK REPLACES THE MASTER
007950* ONLY AFTER A COMPLETE PASS.
007960*----------------------------------------------------------------
007970 3000-REPLACE-MASTER.
007980     IF WS-COND-CODE = 12
007990         GO TO 3000-EXIT
008000     END-IF
008010     MOVE SPACES TO WS-GEN-COMMAND
008020     MOVE "mv ADDMSTRN.DAT ADDMSTR.DAT" TO WS-GEN-COMMAND
008030     CALL "SYSTEM" USING WS-GEN-COMMAND
008040     MOVE 0 TO RETURN-CODE
008050
008060     MOVE WS-TOT-ACCRUED     TO WS-EDIT-TOTAL
008070     MOVE WS-TOT-CAPITALIZED TO WS-EDIT-TOTAL-2
008080     DISPLAY "ADDACCR: " WS-ACCT-COUNT " accounts, "
008090             WS-ACCRUED-COUNT " accrued through "
008100             WS-TARGET-DATE "."
008110     DISPLAY "ADDACCR: interest accrued " WS-EDIT-TOTAL
008120             ", capitalized " WS-EDIT-TOTAL-2 " ("
008130             WS-RAW-COUNT " ADDRAW records)."
008140     IF WS-NO-RATE-COUNT > 0
008150         DISPLAY "ADDACCR: " WS-NO-RATE-COUNT " accounts with "
008160                 "no rate on file - see ADDINTR.DAT."
008170     END-IF.
008180 3000-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------
008220* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
008230*----------------------------------------------------------------
008240 7000-WRITE-RUN-METRICS.
008250     OPEN EXTEND RUN-METRICS-FILE
008260     IF NOT METRICS-OK
008270         OPEN OUTPUT RUN-METRICS-FILE
008280     END-IF
008290     MOVE SPACES TO RUN-METRICS-RECORD
008300     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
008310     MOVE RH-RUN-ID          TO MT-RUN-ID
008320     MOVE WS-ACCT-COUNT      TO MT-RECORDS-READ
008330     MOVE WS-ENTRY-COUNT     TO MT-RECORDS-WRITTEN
008340     MOVE WS-NO-RATE-COUNT   TO MT-EXCEPTIONS
008350     MOVE WS-TOT-ACCRUED     TO MT-TOTAL-AMOUNT
008360     MOVE 0                  TO MT-VALUE-MIN
008370     MOVE 0                  TO MT-VALUE-MAX
008380     WRITE RUN-METRICS-RECORD
008390     CLOSE RUN-METRICS-FILE.
008400 7000-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------
008440* 9999-TERMINATE - LOG THE RUN.
008450*----------------------------------------------------------------
008460 9999-TERMINATE.
008470     OPEN EXTEND AUDIT-LOG-FILE
008480     IF NOT AUDIT-OK
008490         OPEN OUTPUT AUDIT-LOG-FILE
008500     END-IF
008510     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
008520     ACCEPT WS-END-TIME FROM TIME
008530     MOVE SPACES TO AUDIT-LOG-RECORD
008540     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
008550     MOVE " RUNID "          TO AL-RUNID-TAG
008560     MOVE RH-RUN-ID          TO AL-RUN-ID
008570     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
008580     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
008590     MOVE " MODE "           TO AL-MODE-TAG
008600     IF RUNCARD-PRESENT
008610         MOVE "B"            TO AL-RUN-MODE
008620     ELSE
008630         MOVE "I"            TO AL-RUN-MODE
008640     END-IF
008650     MOVE WS-END-DATE        TO AL-END-DATE
008660     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
008670     MOVE WS-RUN-STATUS      TO AL-STATUS
008680     MOVE WS-RUN-REASON      TO AL-REASON
008690     MOVE WS-ACCT-COUNT      TO AL-RECORDS-READ
008700     MOVE WS-ENTRY-COUNT     TO AL-RECORDS-WRITTEN
008710     MOVE WS-NO-RATE-COUNT   TO AL-RECORDS-REJECTED
008720     WRITE AUDIT-LOG-RECORD
008730     CLOSE AUDIT-LOG-FILE.
008740 9999-EXIT.
008750     EXIT.
