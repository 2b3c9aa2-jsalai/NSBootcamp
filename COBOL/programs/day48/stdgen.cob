000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STDGEN.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  STANDING-INSTRUCTION
000110*                  GENERATOR, AT THE HEAD OF THE NIGHTLY CHAIN.
000120*                  EVERY CYCLE OF EVERY INSTRUCTION ON
000130*                  STDINSTR.DAT THAT HAS FALLEN DUE (ITS DUE
000140*                  DATE ROLLED TO THE NEXT BUSINESS DAY - NOT A
000150*                  WEEKEND, NOT ON HOLCAL.DAT) GOES ONTO THE RAW
000160*                  TRANSACTION FILE (ADDRAW.DAT) FOR ADDEDIT AND
000170*                  ADD2NUM, SO FEES AND FIXED TRANSFERS ARE NO
000180*                  LONGER KEYED BY HAND.  EACH INSTRUCTION IS
000190*                  STAMPED WITH THE LAST CYCLE IT DEALT WITH AND
000200*                  THE DATE IT LAST FIRED, SO A RERUN NEVER
000210*                  GENERATES A CYCLE TWICE.  A SUSPENDED
000220*                  INSTRUCTION'S CYCLES ARE PASSED OVER.  WHAT
000230*                  WAS GENERATED AND WHAT WAS SKIPPED IS PRINTED
000240*                  ON THE REGISTER (STDIREG.DAT).
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY STDISEL.
000310     SELECT SG-INSTR-NEW-FILE ASSIGN TO "STDINSTN.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-NEW-INSTR-STATUS.
000340     SELECT SG-CALENDAR-FILE ASSIGN TO "HOLCAL.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CALENDAR-STATUS.
000370     SELECT SG-RAW-FILE ASSIGN TO "ADDRAW.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RAW-STATUS.
000400     SELECT SG-LOCK-FILE ASSIGN TO "ADDLOCK.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-LOCK-STATUS.
000430     SELECT SG-REGISTER-FILE ASSIGN TO "STDIREG.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REGISTER-STATUS.
000460     COPY AUDITSEL.
000470     COPY RUNCSEL.
000480     COPY METRSEL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STANDING-INSTR-FILE.
000530     COPY STDINSTR.
000540
000550 FD  SG-INSTR-NEW-FILE.
000560 01  SG-INSTR-NEW-RECORD     PIC X(101).
000570
000580 FD  SG-CALENDAR-FILE.
000590 01  SG-CALENDAR-RECORD.
000600     05  CAL-DATE            PIC X(08).
000610
000620 FD  SG-RAW-FILE.
000630 01  SG-RAW-RECORD           PIC X(80).
000640
000650 FD  SG-LOCK-FILE.
000660*    SAME SHAPE AS THE ADD2NUM RUN LOCK.
000670 01  SG-LOCK-RECORD.
000680     05  LK-RUN-ID           PIC X(16).
000690     05  FILLER              PIC X(01).
000700     05  LK-OPERATOR         PIC X(08).
000710
000720 FD  SG-REGISTER-FILE.
000730 01  SG-REGISTER-RECORD      PIC X(132).
000740
000750 FD  AUDIT-LOG-FILE.
000760     COPY AUDITLOG.
000770
000780 FD  RUN-CARD-FILE.
000790     COPY RUNCARD.
000800
000810 FD  RUN-METRICS-FILE.
000820     COPY RUNMETR.
000830
000840 WORKING-STORAGE SECTION.
000850     COPY RUNHDR.
000860     COPY OPERLINK.
000870 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000880     88  AUDIT-OK                    VALUE "00".
000890 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000900     88  RUNCARD-OK                  VALUE "00".
000910 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000920     88  RUNCARD-PRESENT             VALUE "Y".
000930 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
000940     88  METRICS-OK                  VALUE "00".
000950 01  WS-STDINSTR-STATUS      PIC XX  VALUE SPACES.
000960     88  STDINSTR-OK                 VALUE "00".
000970     88  STDINSTR-EOF                VALUE "10".
000980 01  WS-NEW-INSTR-STATUS     PIC XX  VALUE SPACES.
000990     88  NEW-INSTR-OK                VALUE "00".
001000 01  WS-CALENDAR-STATUS      PIC XX  VALUE SPACES.
001010     88  CALENDAR-OK                 VALUE "00".
001020     88  CALENDAR-EOF                VALUE "10".
001030 01  WS-RAW-STATUS           PIC XX  VALUE SPACES.
001040     88  RAW-OK                      VALUE "00".
001050 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
001060     88  LOCK-OK                     VALUE "00".
001070 01  WS-REGISTER-STATUS      PIC XX  VALUE SPACES.
001080     88  REGISTER-OK                 VALUE "00".
001090
001100 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001110 01  WS-END-TIME.
001120     05  WS-END-TIME-HHMMSS  PIC 9(6).
001130     05  FILLER              PIC 99.
001140 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001150 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001160
001170*----------------------------------------------------------------
001180* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN
001190* (NOTHING DUE INCLUDED), 4 = WARNINGS (NO INSTRUCTION FILE, AN
001200* INSTRUCTION THAT FAILS ITS CHECKS AND IS LEFT FOR THE DESK),
001210* 12 = ABORT (POSTING RUN HOLDS THE LOCK).  HIGHEST WINS.
001220*----------------------------------------------------------------
001230 01  WS-COND-CODE            PIC 99     VALUE 0.
001240
001250*----------------------------------------------------------------
001260* THE NON-PROCESSING CALENDAR.  A CYCLE DUE ON A WEEKEND OR A
001270* HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY AND IS
001280* GENERATED ON THAT DAY'S RUN.
001290*----------------------------------------------------------------
001300 01  WS-HOLIDAY-COUNT        PIC 9(3)   VALUE 0.
001310 01  WS-HOLIDAY-TABLE.
001320     05  WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
001330 01  WS-HOL-IDX              PIC 9(3)   VALUE 0.
001340 01  WS-HOLIDAY-SWITCH       PIC X      VALUE "N".
001350     88  DAY-IS-HOLIDAY                 VALUE "Y".
001360 01  WS-BUSINESS-SWITCH      PIC X      VALUE "N".
001370     88  DATE-IS-BUSINESS-DAY           VALUE "Y".
001380 01  WS-DAY-OF-WEEK          PIC 9      VALUE 0.
001390 01  WS-TEST-INT             PIC 9(08)  VALUE 0.
001400 01  WS-TEST-DATE            PIC 9(08)  VALUE 0.
001410
001420*----------------------------------------------------------------
001430* THE RUN LOCK THE POSTING RUN TAKES.  THE GENERATOR EXTENDS
001440* ADDRAW.DAT, SO IT MAY NOT RUN WHILE A POSTING RUN IS ACTIVE,
001450* AND IT HOLDS THE LOCK ITSELF WHILE IT WORKS.
001460*----------------------------------------------------------------
001470 01  WS-LOCK-SWITCH          PIC X      VALUE "N".
001480     88  RUN-LOCK-HELD                  VALUE "Y".
001490 01  WS-LOCK-BUSY-SWITCH     PIC X      VALUE "N".
001500     88  LOCK-IS-BUSY                   VALUE "Y".
001510 01  WS-GEN-COMMAND          PIC X(80)  VALUE SPACES.
001520 01  WS-HAD-FILE-SWITCH      PIC X      VALUE "N".
001530     88  HAD-INSTR-FILE                 VALUE "Y".
001540
001550*----------------------------------------------------------------
001560* DATE WORK.  AN INSTRUCTION IS WALKED A CALENDAR DAY AT A TIME
001570* FROM THE DAY AFTER ITS LAST CYCLE (OR ITS START DATE, IF
001580* LATER) TO TODAY (OR ITS END DATE, IF EARLIER).  EVERY DUE
001590* DATE MET ON THE WAY IS ROLLED TO A BUSINESS DAY; ONE THAT
001600* ROLLS PAST TODAY IS NOT DUE YET AND ENDS THE WALK.
001610*----------------------------------------------------------------
001620 01  WS-RUN-DATE-N           PIC 9(08)  VALUE 0.
001630 01  WS-RUN-INT              PIC 9(08)  VALUE 0.
001640 01  WS-FROM-INT             PIC 9(08)  VALUE 0.
001650 01  WS-LIMIT-INT            PIC 9(08)  VALUE 0.
001660 01  WS-DAY-INT              PIC 9(08)  VALUE 0.
001670 01  WS-DAY-DATE             PIC 9(08)  VALUE 0.
001680 01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
001690     05  WS-DAY-YYYYMM       PIC X(06).
001700     05  WS-DAY-DD           PIC 9(02).
001710 01  WS-NEXT-DATE            PIC 9(08)  VALUE 0.
001720 01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
001730     05  WS-NEXT-YYYYMM      PIC X(06).
001740     05  WS-NEXT-DD          PIC 9(02).
001750 01  WS-ROLL-INT             PIC 9(08)  VALUE 0.
001760 01  WS-ROLL-DATE            PIC 9(08)  VALUE 0.
001770 01  WS-DATE-CHECK           PIC 9(08)  VALUE 0.
001780 01  WS-CYCLE-SWITCH         PIC X      VALUE "N".
001790     88  DAY-IS-CYCLE                   VALUE "Y".
001800 01  WS-WALK-SWITCH          PIC X      VALUE "N".
001810     88  WALK-STOPPED                   VALUE "Y".
001820
001830*----------------------------------------------------------------
001840* ONE INSTRUCTION IN HAND.
001850*----------------------------------------------------------------
001860 01  WS-BAD-REASON           PIC X(30)  VALUE SPACES.
001870 01  WS-CYCLES-THIS-INSTR    PIC 9(5)   VALUE 0.
001880 01  WS-ACTION-TEXT          PIC X(30)  VALUE SPACES.
001890 01  WS-LINE-RAW-COUNT       PIC 9(3)   VALUE 0.
001900 01  WS-REG-DUE              PIC X(08)  VALUE SPACES.
001910 01  WS-REG-POSTS            PIC X(08)  VALUE SPACES.
001920
001930*----------------------------------------------------------------
001940* THE RAW IMAGE IS THE ADDEDIT INPUT LAYOUT.  A CREDIT OR DEBIT
001950* CARRIES AT MOST 9999.99 IN EACH AMOUNT ZONE, SO A LARGER
001960* AMOUNT GOES OUT AS SEVERAL RECORDS, THE WAY ADDACCR SENDS A
001970* LARGE CAPITALIZATION.  A TRANSFER IS ALWAYS ONE RECORD: NUM1
001980* TEN-THOUSANDS PLUS NUM2 UNITS, TO-ACCOUNT IN COLUMNS 32-39.
001990* NO EFFECTIVE DATE: A CYCLE POSTS THE NIGHT IT IS GENERATED.
002000*----------------------------------------------------------------
002010 01  WS-GEN-REMAINING        PIC 9(7)V99 VALUE 0.
002020 01  WS-GEN-CHUNK            PIC 9(7)V99 VALUE 0.
002030 01  WS-GEN-PART             PIC 9(4)V99 VALUE 0.
002040 01  WS-XFER-TENK            PIC 9(4)    VALUE 0.
002050 01  WS-RAW-IMAGE.
002060     05  RW-ACCOUNT          PIC X(08).
002070     05  RW-OP-CODE          PIC X(01).
002080     05  RW-NUM1             PIC S9(4)V99 SIGN IS LEADING
002090                                          SEPARATE.
002100     05  RW-NUM2             PIC S9(4)V99 SIGN IS LEADING
002110                                          SEPARATE.
002120     05  RW-EFF-DATE         PIC X(08).
002130     05  RW-TO-ACCOUNT       PIC X(08).
002140     05  FILLER              PIC X(41).
002150
002160 01  WS-INSTR-COUNT          PIC 9(7)   VALUE 0.
002170 01  WS-GEN-COUNT            PIC 9(7)   VALUE 0.
002180 01  WS-SKIP-COUNT           PIC 9(7)   VALUE 0.
002190 01  WS-RERUN-COUNT          PIC 9(7)   VALUE 0.
002200 01  WS-BAD-COUNT            PIC 9(7)   VALUE 0.
002210 01  WS-RAW-COUNT            PIC 9(7)   VALUE 0.
002220 01  WS-LINE-COUNT           PIC 9(7)   VALUE 0.
002230 01  WS-TOT-CREDITS          PIC 9(11)V99 VALUE 0.
002240 01  WS-TOT-DEBITS           PIC 9(11)V99 VALUE 0.
002250 01  WS-TOT-TRANSFERS        PIC 9(11)V99 VALUE 0.
002260 01  WS-TOT-GENERATED        PIC 9(11)V99 VALUE 0.
002270 01  WS-EDIT-AMOUNT          PIC Z(6)9.99.
002280 01  WS-EDIT-TOTAL           PIC Z(10)9.99.
002290 01  WS-EDIT-TOTAL-2         PIC Z(10)9.99.
002300 01  WS-EDIT-TOTAL-3         PIC Z(10)9.99.
002310
002320 PROCEDURE DIVISION.
002330*----------------------------------------------------------------
002340* 0000-MAINLINE - TOP-LEVEL CONTROL
002350*----------------------------------------------------------------
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002380     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002390     PERFORM 1500-ACQUIRE-LOCK THRU 1500-EXIT
002400     IF RUN-LOCK-HELD
002410         PERFORM 2000-GENERATE THRU 2000-EXIT
002420         PERFORM 3000-REPLACE-FILE THRU 3000-EXIT
002430         PERFORM 1600-RELEASE-LOCK THRU 1600-EXIT
002440         PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
002450     END-IF
002460     PERFORM 9999-TERMINATE THRU 9999-EXIT
002470     MOVE WS-COND-CODE TO RETURN-CODE
002480     STOP RUN.
002490
002500*----------------------------------------------------------------
002510* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     DISPLAY " ".
002550     DISPLAY "=== STDGEN - STANDING INSTRUCTION GENERATOR ===".
002560     MOVE "STDGEN  " TO RH-PROGRAM-NAME
002570     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
002580     IF NOT RUNCARD-PRESENT
002590         DISPLAY "Enter operator ID: " WITH NO ADVANCING
002600         ACCEPT RH-OPERATOR-ID
002610     END-IF
002620     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
002630     ACCEPT RH-RUN-TIME FROM TIME
002640     STRING RH-RUN-DATE DELIMITED BY SIZE
002650            RH-RUN-TIME DELIMITED BY SIZE
002660            INTO RH-RUN-ID
002670     END-STRING
002680*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002690*    TO RUN THIS JOB.
002700     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002710     MOVE RH-RUN-ID       TO OC-RUN-ID
002720     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002730     IF RUNCARD-PRESENT
002740         MOVE "B" TO OC-RUN-MODE
002750     ELSE
002760         MOVE "I" TO OC-RUN-MODE
002770     END-IF
002780     MOVE "B"             TO OC-FUNCTION-GROUP
002790     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002800     IF NOT OC-AUTHORIZED
002810         MOVE 12 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     MOVE RH-RUN-DATE TO WS-RUN-DATE-N
002850     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
002860 1000-EXIT.
002870     EXIT.
002880
002890 1100-READ-RUN-CARD.
002900     MOVE "N" TO WS-RUNCARD-SWITCH
002910     OPEN INPUT RUN-CARD-FILE
002920     IF RUNCARD-OK
002930         READ RUN-CARD-FILE
002940             NOT AT END
002950                 IF RUN-CARD-RECORD NOT = SPACES
002960                     MOVE "Y" TO WS-RUNCARD-SWITCH
002970                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002980                 END-IF
002990         END-READ
003000         CLOSE RUN-CARD-FILE
003010     END-IF.
003020 1100-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 1200-LOAD-CALENDAR - THE NON-PROCESSING DATES.  NO FILE MEANS
003070* EVERY WEEKDAY IS A BUSINESS DAY.
003080*----------------------------------------------------------------
003090 1200-LOAD-CALENDAR.
003100     MOVE 0 TO WS-HOLIDAY-COUNT
003110     OPEN INPUT SG-CALENDAR-FILE
003120     IF CALENDAR-OK
003130         READ SG-CALENDAR-FILE
003140             AT END SET CALENDAR-EOF TO TRUE
003150         END-READ
003160         PERFORM UNTIL CALENDAR-EOF OR WS-HOLIDAY-COUNT = 50
003170             IF CAL-DATE IS NUMERIC
003180                 ADD 1 TO WS-HOLIDAY-COUNT
003190                 MOVE CAL-DATE
003200                     TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
003210             END-IF
003220             READ SG-CALENDAR-FILE
003230                 AT END SET CALENDAR-EOF TO TRUE
003240             END-READ
003250         END-PERFORM
003260         CLOSE SG-CALENDAR-FILE
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320* 1500-ACQUIRE-LOCK - REFUSE TO RUN WHILE THE POSTING RUN HOLDS
003330* ADDLOCK.DAT; OTHERWISE TAKE IT.  A LOCK LEFT BY A CRASHED
003340* POSTING RUN IS CLEARED FROM THE ADD2NUM CONSOLE, NOT HERE.
003350*----------------------------------------------------------------
003360 1500-ACQUIRE-LOCK.
003370     MOVE "N" TO WS-LOCK-SWITCH
003380     MOVE "N" TO WS-LOCK-BUSY-SWITCH
003390     OPEN INPUT SG-LOCK-FILE
003400     IF LOCK-OK
003410         READ SG-LOCK-FILE
003420             NOT AT END
003430                 IF SG-LOCK-RECORD NOT = SPACES
003440                     MOVE "Y" TO WS-LOCK-BUSY-SWITCH
003450                 END-IF
003460         END-READ
003470         CLOSE SG-LOCK-FILE
003480     END-IF
003490     IF LOCK-IS-BUSY
003500         DISPLAY "STDGEN: posting lock held by run " LK-RUN-ID
003510                 " operator " LK-OPERATOR " - generator refused."
003520         MOVE "ABORTED" TO WS-RUN-STATUS
003530         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
003540         MOVE 12 TO WS-COND-CODE
003550         GO TO 1500-EXIT
003560     END-IF
003570     OPEN OUTPUT SG-LOCK-FILE
003580     MOVE SPACES TO SG-LOCK-RECORD
003590     MOVE RH-RUN-ID      TO LK-RUN-ID
003600     MOVE RH-OPERATOR-ID TO LK-OPERATOR
003610     WRITE SG-LOCK-RECORD
003620     CLOSE SG-LOCK-FILE
003630     MOVE "Y" TO WS-LOCK-SWITCH.
003640 1500-EXIT.
003650     EXIT.
003660
003670 1600-RELEASE-LOCK.
003680     OPEN OUTPUT SG-LOCK-FILE
003690     MOVE SPACES TO SG-LOCK-RECORD
003700     WRITE SG-LOCK-RECORD
003710     CLOSE SG-LOCK-FILE
003720     MOVE "N" TO WS-LOCK-SWITCH.
003730 1600-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 2000-GENERATE - ONE PASS OF THE INSTRUCTION FILE: EVERY
003780* INSTRUCTION IS BROUGHT UP TO TODAY AND WRITTEN, WITH ITS NEW
003790* CYCLE STAMPS, TO STDINSTN.DAT, WHICH REPLACES THE FILE ONLY
003800* WHEN THE PASS COMPLETES.  NO FILE MEANS NOTHING IS SET UP.
003810*----------------------------------------------------------------
003820 2000-GENERATE.
003830     OPEN OUTPUT SG-REGISTER-FILE
003840     MOVE SPACES TO SG-REGISTER-RECORD
003850     STRING "STANDING INSTRUCTION REGISTER - RUN "
003860                DELIMITED BY SIZE
003870            RH-RUN-ID               DELIMITED BY SIZE
003880            "  DUE ON OR BEFORE "   DELIMITED BY SIZE
003890            RH-RUN-DATE             DELIMITED BY SIZE
003900            INTO SG-REGISTER-RECORD
003910     END-STRING
003920     WRITE SG-REGISTER-RECORD
003930
003940     MOVE "N" TO WS-HAD-FILE-SWITCH
003950     OPEN INPUT STANDING-INSTR-FILE
003960     IF NOT STDINSTR-OK
003970         DISPLAY "STDGEN: no standing-instruction file "
003980                 "(STDINSTR.DAT) - nothing generated."
003990         MOVE "NO STDINSTR.DAT" TO SG-REGISTER-RECORD
004000         WRITE SG-REGISTER-RECORD
004010         CLOSE SG-REGISTER-FILE
004020         MOVE "NO INSTRUCTION FILE" TO WS-RUN-REASON
004030         IF WS-COND-CODE < 4
004040             MOVE 4 TO WS-COND-CODE
004050         END-IF
004060         GO TO 2000-EXIT
004070     END-IF
004080     MOVE "Y" TO WS-HAD-FILE-SWITCH
004090
004100     MOVE SPACES TO SG-REGISTER-RECORD
004110     STRING "INSTR ID ACCOUNT  OP TO-ACCT       AMOUNT  "
004120                DELIMITED BY SIZE
004130            "DUE DATE POSTS ON RECS  ACTION"
004140                DELIMITED BY SIZE
004150            "                         DESCRIPTION"
004160                DELIMITED BY SIZE
004170            INTO SG-REGISTER-RECORD
004180     END-STRING
004190     WRITE SG-REGISTER-RECORD
004200
004210     OPEN OUTPUT SG-INSTR-NEW-FILE
004220*    GENERATED CYCLES JOIN WHATEVER THE DESK, THE REJECT REPAIR
004230*    AND THE ACCRUAL HAVE ALREADY QUEUED FOR TONIGHT'S EDIT.
004240     OPEN EXTEND SG-RAW-FILE
004250     IF NOT RAW-OK
004260         OPEN OUTPUT SG-RAW-FILE
004270     END-IF
004280
004290     READ STANDING-INSTR-FILE
004300         AT END SET STDINSTR-EOF TO TRUE
004310     END-READ
004320     PERFORM 2100-PROCESS-ONE-INSTRUCTION THRU 2100-EXIT
004330         UNTIL STDINSTR-EOF
004340
004350     IF WS-LINE-COUNT = 0
004360         MOVE "NOTHING DUE - NO CYCLE GENERATED OR SKIPPED"
004370             TO SG-REGISTER-RECORD
004380         WRITE SG-REGISTER-RECORD
004390     END-IF
004400     PERFORM 2700-WRITE-TOTALS THRU 2700-EXIT
004410
004420     CLOSE STANDING-INSTR-FILE
004430     CLOSE SG-INSTR-NEW-FILE
004440     CLOSE SG-RAW-FILE
004450     CLOSE SG-REGISTER-FILE.
004460 2000-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500* 2100-PROCESS-ONE-INSTRUCTION - CHECK THE INSTRUCTION, WALK IT
004510* UP TO TODAY AND WRITE IT BACK.  COMMENT LINES GO BACK AS THEY
004520* CAME.  AN INSTRUCTION THAT FAILS ITS CHECKS IS LISTED AND
004530* WRITTEN BACK UNTOUCHED, SO ONCE THE DESK PUTS IT RIGHT ITS
004540* CYCLES ARE PICKED UP WHERE THEY WERE LEFT.
004550*----------------------------------------------------------------
004560 2100-PROCESS-ONE-INSTRUCTION.
004570     IF STANDING-INSTR-RECORD(1:1) = "*"
004580         GO TO 2190-WRITE-INSTRUCTION
004590     END-IF
004600     ADD 1 TO WS-INSTR-COUNT
004610     PERFORM 2150-CHECK-INSTRUCTION THRU 2150-EXIT
004620     IF WS-BAD-REASON NOT = SPACES
004630         ADD 1 TO WS-BAD-COUNT
004640         MOVE SPACES TO WS-REG-DUE
004650         MOVE SPACES TO WS-REG-POSTS
004660         MOVE 0 TO WS-LINE-RAW-COUNT
004670         MOVE WS-BAD-REASON TO WS-ACTION-TEXT
004680         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
004690         DISPLAY "STDGEN: instruction " SI-INSTR-ID " - "
004700                 WS-BAD-REASON
004710         MOVE "BAD INSTRUCTION" TO WS-RUN-REASON
004720         IF WS-COND-CODE < 4
004730             MOVE 4 TO WS-COND-CODE
004740         END-IF
004750         GO TO 2190-WRITE-INSTRUCTION
004760     END-IF
004770
004780     MOVE 0 TO WS-CYCLES-THIS-INSTR
004790     MOVE "N" TO WS-WALK-SWITCH
004800     MOVE SI-START-DATE TO WS-DATE-CHECK
004810     COMPUTE WS-FROM-INT =
004820             FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
004830     IF SI-LAST-CYCLE NOT = SPACES
004840         MOVE SI-LAST-CYCLE TO WS-DATE-CHECK
004850         IF FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK) + 1
004860                 > WS-FROM-INT
004870             COMPUTE WS-FROM-INT =
004880                     FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK) + 1
004890         END-IF
004900     END-IF
004910     MOVE WS-RUN-INT TO WS-LIMIT-INT
004920     IF SI-END-DATE NOT = SPACES
004930         MOVE SI-END-DATE TO WS-DATE-CHECK
004940         IF FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
004950                 < WS-LIMIT-INT
004960             COMPUTE WS-LIMIT-INT =
004970                     FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
004980         END-IF
004990     END-IF
005000     PERFORM 2200-TEST-ONE-DAY THRU 2200-EXIT
005010         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
005020         UNTIL WS-DAY-INT > WS-LIMIT-INT
005030         OR WALK-STOPPED
005040
005050*    NOTHING NEW, BUT THIS INSTRUCTION ALREADY FIRED TODAY: A
005060*    RERUN.  SAY SO, SO NOBODY KEYS THE CYCLE BY HAND.
005070     IF WS-CYCLES-THIS-INSTR = 0
005080             AND SI-LAST-FIRED = RH-RUN-DATE
005090         ADD 1 TO WS-RERUN-COUNT
005100         MOVE SI-LAST-CYCLE TO WS-REG-DUE
005110         MOVE SPACES TO WS-REG-POSTS
005120         MOVE 0 TO WS-LINE-RAW-COUNT
005130         MOVE "SKIPPED - ALREADY GENERATED" TO WS-ACTION-TEXT
005140         PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
005150     END-IF.
005160 2190-WRITE-INSTRUCTION.
005170     MOVE STANDING-INSTR-RECORD TO SG-INSTR-NEW-RECORD
005180     WRITE SG-INSTR-NEW-RECORD
005190     READ STANDING-INSTR-FILE
005200         AT END SET STDINSTR-EOF TO TRUE
005210     END-READ.
005220 2100-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* 2150-CHECK-INSTRUCTION - THE SAME RULES SIMNT APPLIES, FOR A
005270* FILE EDITED BY HAND.  WS-BAD-REASON STAYS BLANK WHEN THE
005280* INSTRUCTION IS GOOD.
005290*----------------------------------------------------------------
005300 2150-CHECK-INSTRUCTION.
005310     MOVE SPACES TO WS-BAD-REASON
005320     IF SI-ACCOUNT = SPACES
005330         MOVE "ERROR - NO ACCOUNT" TO WS-BAD-REASON
005340         GO TO 2150-EXIT
005350     END-IF
005360     IF NOT SI-OP-VALID
005370         MOVE "ERROR - BAD OPERATION" TO WS-BAD-REASON
005380         GO TO 2150-EXIT
005390     END-IF
005400     IF SI-IS-TRANSFER
005410             AND (SI-TO-ACCOUNT = SPACES
005420                  OR SI-TO-ACCOUNT = SI-ACCOUNT)
005430         MOVE "ERROR - BAD TO-ACCOUNT" TO WS-BAD-REASON
005440         GO TO 2150-EXIT
005450     END-IF
005460     IF SI-AMOUNT IS NOT NUMERIC
005470         MOVE "ERROR - BAD AMOUNT" TO WS-BAD-REASON
005480         GO TO 2150-EXIT
005490     END-IF
005500     IF SI-AMOUNT = 0
005510         MOVE "ERROR - BAD AMOUNT" TO WS-BAD-REASON
005520         GO TO 2150-EXIT
005530     END-IF
005540     IF NOT SI-FREQ-VALID
005550         MOVE "ERROR - BAD FREQUENCY" TO WS-BAD-REASON
005560         GO TO 2150-EXIT
005570     END-IF
005580     IF (SI-WEEKLY OR SI-MONTHLY)
005590             AND SI-FREQ-DAY IS NOT NUMERIC
005600         MOVE "ERROR - BAD DAY" TO WS-BAD-REASON
005610         GO TO 2150-EXIT
005620     END-IF
005630     IF SI-WEEKLY
005640             AND (SI-FREQ-DAY < 1 OR SI-FREQ-DAY > 7)
005650         MOVE "ERROR - BAD DAY" TO WS-BAD-REASON
005660         GO TO 2150-EXIT
005670     END-IF
005680     IF SI-MONTHLY
005690             AND (SI-FREQ-DAY < 1 OR SI-FREQ-DAY > 31)
005700         MOVE "ERROR - BAD DAY" TO WS-BAD-REASON
005710         GO TO 2150-EXIT
005720     END-IF
005730     IF SI-START-DATE IS NOT NUMERIC
005740         MOVE "ERROR - BAD START DATE" TO WS-BAD-REASON
005750         GO TO 2150-EXIT
005760     END-IF
005770     MOVE SI-START-DATE TO WS-DATE-CHECK
005780     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
005790         MOVE "ERROR - BAD START DATE" TO WS-BAD-REASON
005800         GO TO 2150-EXIT
005810     END-IF
005820     IF SI-END-DATE NOT = SPACES
005830         IF SI-END-DATE IS NOT NUMERIC
005840             MOVE "ERROR - BAD END DATE" TO WS-BAD-REASON
005850             GO TO 2150-EXIT
005860         END-IF
005870         MOVE SI-END-DATE TO WS-DATE-CHECK
005880         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
005890             MOVE "ERROR - BAD END DATE" TO WS-BAD-REASON
005900             GO TO 2150-EXIT
005910         END-IF
005920     END-IF
005930     IF NOT SI-ACTIVE AND NOT SI-SUSPENDED
005940         MOVE "ERROR - BAD ACTIVE FLAG" TO WS-BAD-REASON
005950         GO TO 2150-EXIT
005960     END-IF
005970     IF SI-LAST-CYCLE NOT = SPACES
005980         IF SI-LAST-CYCLE IS NOT NUMERIC
005990             MOVE "ERROR - BAD LAST CYCLE" TO WS-BAD-REASON
006000             GO TO 2150-EXIT
006010         END-IF
006020         MOVE SI-LAST-CYCLE TO WS-DATE-CHECK
006030         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
006040             MOVE "ERROR - BAD LAST CYCLE" TO WS-BAD-REASON
006050         END-IF
006060     END-IF.
006070 2150-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110* 2200-TEST-ONE-DAY - IS THIS CALENDAR DAY ONE OF THE
006120* INSTRUCTION'S DUE DATES?  IF SO, ROLL IT TO A BUSINESS DAY:
006130* ON OR BEFORE TODAY THE CYCLE IS DEALT WITH NOW (GENERATED, OR
006140* PASSED OVER WHILE SUSPENDED) AND STAMPED AS THE LAST CYCLE;
006150* LATER THAN TODAY, IT IS NOT DUE YET AND THE WALK ENDS.
006160*----------------------------------------------------------------
006170 2200-TEST-ONE-DAY.
006180     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
006190     COMPUTE WS-NEXT-DATE =
006200             FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
006210     PERFORM 2250-CHECK-CYCLE-DAY THRU 2250-EXIT
006220     IF NOT DAY-IS-CYCLE
006230         GO TO 2200-EXIT
006240     END-IF
006250     PERFORM 2300-ROLL-TO-BUSINESS-DAY THRU 2300-EXIT
006260     IF WS-ROLL-INT > WS-RUN-INT
006270         MOVE "Y" TO WS-WALK-SWITCH
006280         GO TO 2200-EXIT
006290     END-IF
006300     MOVE WS-DAY-DATE  TO WS-REG-DUE
006310     MOVE WS-ROLL-DATE TO WS-REG-POSTS
006320     IF SI-ACTIVE
006330         PERFORM 2400-GENERATE-CYCLE THRU 2400-EXIT
006340     ELSE
006350         PERFORM 2500-SKIP-CYCLE THRU 2500-EXIT
006360     END-IF
006370     MOVE WS-DAY-DATE TO SI-LAST-CYCLE
006380     ADD 1 TO WS-CYCLES-THIS-INSTR.
006390 2200-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------
006430* 2250-CHECK-CYCLE-DAY - DAILY: EVERY BUSINESS DAY.  WEEKLY: THE
006440* WEEKDAY ASKED FOR (1 = MONDAY).  MONTHLY: THE DAY ASKED FOR,
006450* OR THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.  MONTH-END:
006460* THE LAST CALENDAR DAY.
006470*----------------------------------------------------------------
006480 2250-CHECK-CYCLE-DAY.
006490     MOVE "N" TO WS-CYCLE-SWITCH
006500     EVALUATE TRUE
006510         WHEN SI-DAILY
006520             MOVE WS-DAY-INT TO WS-TEST-INT
006530             PERFORM 2350-CHECK-BUSINESS-DAY THRU 2350-EXIT
006540             IF DATE-IS-BUSINESS-DAY
006550                 MOVE "Y" TO WS-CYCLE-SWITCH
006560             END-IF
006570         WHEN SI-WEEKLY
006580             COMPUTE WS-DAY-OF-WEEK =
006590                     FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
006600             IF WS-DAY-OF-WEEK = SI-FREQ-DAY
006610                 MOVE "Y" TO WS-CYCLE-SWITCH
006620             END-IF
006630         WHEN SI-MONTHLY
006640             IF WS-DAY-DD = SI-FREQ-DAY
006650                 MOVE "Y" TO WS-CYCLE-SWITCH
006660             END-IF
006670             IF WS-NEXT-YYYYMM NOT = WS-DAY-YYYYMM
006680                     AND WS-DAY-DD < SI-FREQ-DAY
006690                 MOVE "Y" TO WS-CYCLE-SWITCH
006700             END-IF
006710         WHEN SI-MONTH-END
006720             IF WS-NEXT-YYYYMM NOT = WS-DAY-YYYYMM
006730                 MOVE "Y" TO WS-CYCLE-SWITCH
006740             END-IF
006750     END-EVALUATE.
006760 2250-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800* 2300-ROLL-TO-BUSINESS-DAY - THE DUE DATE ITSELF IF IT IS A
006810* BUSINESS DAY, OTHERWISE THE NEXT ONE AFTER IT.
006820*----------------------------------------------------------------
006830 2300-ROLL-TO-BUSINESS-DAY.
006840     MOVE WS-DAY-INT TO WS-TEST-INT
006850     PERFORM 2350-CHECK-BUSINESS-DAY THRU 2350-EXIT
006860     PERFORM UNTIL DATE-IS-BUSINESS-DAY
006870         ADD 1 TO WS-TEST-INT
006880         PERFORM 2350-CHECK-BUSINESS-DAY THRU 2350-EXIT
006890     END-PERFORM
006900     MOVE WS-TEST-INT TO WS-ROLL-INT
006910     COMPUTE WS-ROLL-DATE =
006920             FUNCTION DATE-OF-INTEGER(WS-ROLL-INT).
006930 2300-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970* 2350-CHECK-BUSINESS-DAY - MONDAY TO FRIDAY AND NOT ON THE
006980* CALENDAR, FOR THE DAY NUMBER IN WS-TEST-INT.
006990*----------------------------------------------------------------
007000 2350-CHECK-BUSINESS-DAY.
007010     MOVE "N" TO WS-BUSINESS-SWITCH
007020     MOVE "N" TO WS-HOLIDAY-SWITCH
007030     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-TEST-INT - 1, 7) + 1
007040     IF WS-DAY-OF-WEEK > 5
007050         GO TO 2350-EXIT
007060     END-IF
007070     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
007080     PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
007090             UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
007100             OR DAY-IS-HOLIDAY
007110         IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-TEST-DATE
007120             MOVE "Y" TO WS-HOLIDAY-SWITCH
007130         END-IF
007140     END-PERFORM
007150     IF DAY-IS-HOLIDAY
007160         GO TO 2350-EXIT
007170     END-IF
007180     MOVE "Y" TO WS-BUSINESS-SWITCH.
007190 2350-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 2400-GENERATE-CYCLE - ONE CYCLE ONTO ADDRAW.DAT: A TRANSFER AS
007240* ONE RECORD, A CREDIT OR DEBIT IN AS MANY RECORDS AS ITS
007250* AMOUNT NEEDS.  THE INSTRUCTION IS STAMPED AS FIRED TODAY.
007260*----------------------------------------------------------------
007270 2400-GENERATE-CYCLE.
007280     MOVE 0 TO WS-LINE-RAW-COUNT
007290     IF SI-IS-TRANSFER
007300         PERFORM 2460-WRITE-TRANSFER THRU 2460-EXIT
007310         ADD SI-AMOUNT TO WS-TOT-TRANSFERS
007320     ELSE
007330         MOVE SI-AMOUNT TO WS-GEN-REMAINING
007340         PERFORM 2450-WRITE-RAW-CHUNK THRU 2450-EXIT
007350             UNTIL WS-GEN-REMAINING = 0
007360         IF SI-IS-CREDIT
007370             ADD SI-AMOUNT TO WS-TOT-CREDITS
007380         ELSE
007390             ADD SI-AMOUNT TO WS-TOT-DEBITS
007400         END-IF
007410     END-IF
007420     ADD SI-AMOUNT TO WS-TOT-GENERATED
007430     ADD 1 TO WS-GEN-COUNT
007440     MOVE RH-RUN-DATE TO SI-LAST-FIRED
007450     MOVE "GENERATED" TO WS-ACTION-TEXT
007460     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
007470 2400-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 2450-WRITE-RAW-CHUNK - ONE CREDIT OR DEBIT RECORD CARRYING UP
007520* TO 19999.98 (TWO FULL AMOUNT ZONES).  A CREDIT IS NUM1 PLUS
007530* NUM2; A DEBIT IS NUM1 MINUS NUM2 WITH NUM1 NEGATIVE, SO BOTH
007540* ZONES COUNT AGAINST THE ACCOUNT.
007550*----------------------------------------------------------------
007560 2450-WRITE-RAW-CHUNK.
007570     MOVE WS-GEN-REMAINING TO WS-GEN-CHUNK
007580     IF WS-GEN-CHUNK > 19999.98
007590         MOVE 19999.98 TO WS-GEN-CHUNK
007600     END-IF
007610     IF WS-GEN-CHUNK > 9999.99
007620         MOVE 9999.99 TO WS-GEN-PART
007630     ELSE
007640         MOVE WS-GEN-CHUNK TO WS-GEN-PART
007650     END-IF
007660
007670     MOVE SPACES TO WS-RAW-IMAGE
007680     MOVE SI-ACCOUNT TO RW-ACCOUNT
007690     MOVE SI-OP-CODE TO RW-OP-CODE
007700     IF SI-IS-DEBIT
007710         COMPUTE RW-NUM1 = 0 - WS-GEN-PART
007720     ELSE
007730         MOVE WS-GEN-PART TO RW-NUM1
007740     END-IF
007750     COMPUTE RW-NUM2 = WS-GEN-CHUNK - WS-GEN-PART
007760     SUBTRACT WS-GEN-CHUNK FROM WS-GEN-REMAINING
007770     MOVE WS-RAW-IMAGE TO SG-RAW-RECORD
007780     WRITE SG-RAW-RECORD
007790     ADD 1 TO WS-RAW-COUNT
007800     ADD 1 TO WS-LINE-RAW-COUNT.
007810 2450-EXIT.
007820     EXIT.
007830
007840 2460-WRITE-TRANSFER.
007850     DIVIDE SI-AMOUNT BY 10000 GIVING WS-XFER-TENK
007860     MOVE SPACES TO WS-RAW-IMAGE
007870     MOVE SI-ACCOUNT    TO RW-ACCOUNT
007880     MOVE SI-OP-CODE    TO RW-OP-CODE
007890     MOVE WS-XFER-TENK  TO RW-NUM1
007900     COMPUTE RW-NUM2 = SI-AMOUNT - WS-XFER-TENK * 10000
007910     MOVE SI-TO-ACCOUNT TO RW-TO-ACCOUNT
007920     MOVE WS-RAW-IMAGE TO SG-RAW-RECORD
007930     WRITE SG-RAW-RECORD
007940     ADD 1 TO WS-RAW-COUNT
007950     ADD 1 TO WS-LINE-RAW-COUNT.
007960 2460-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 2500-SKIP-CYCLE - A CYCLE FALLING DUE WHILE THE INSTRUCTION IS
008010* SUSPENDED.  NOTHING IS GENERATED, BUT THE CYCLE COUNTS AS
008020* DEALT WITH, SO RESUMING THE INSTRUCTION DOES NOT BRING A
008030* BACKLOG OF MISSED FEES WITH IT.
008040*----------------------------------------------------------------
008050 2500-SKIP-CYCLE.
008060     MOVE 0 TO WS-LINE-RAW-COUNT
008070     ADD 1 TO WS-SKIP-COUNT
008080     MOVE "SKIPPED - SUSPENDED" TO WS-ACTION-TEXT
008090     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT.
008100 2500-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------
008140* 2600-WRITE-REGISTER-LINE - ONE REGISTER LINE FOR THE
008150* INSTRUCTION IN HAND: WHAT, WHICH CYCLE, WHEN IT POSTS, HOW
008160* MANY ADDRAW RECORDS, AND WHAT BECAME OF IT.
008170*----------------------------------------------------------------
008180 2600-WRITE-REGISTER-LINE.
008190     ADD 1 TO WS-LINE-COUNT
008200     MOVE 0 TO WS-EDIT-AMOUNT
008210     IF SI-AMOUNT IS NUMERIC
008220         MOVE SI-AMOUNT TO WS-EDIT-AMOUNT
008230     END-IF
008240     MOVE SPACES TO SG-REGISTER-RECORD
008250     STRING SI-INSTR-ID          DELIMITED BY SIZE
008260            " "                  DELIMITED BY SIZE
008270            SI-ACCOUNT           DELIMITED BY SIZE
008280            " "                  DELIMITED BY SIZE
008290            SI-OP-CODE           DELIMITED BY SIZE
008300            "  "                 DELIMITED BY SIZE
008310            SI-TO-ACCOUNT        DELIMITED BY SIZE
008320            " "                  DELIMITED BY SIZE
008330            WS-EDIT-AMOUNT       DELIMITED BY SIZE
008340            "  "                 DELIMITED BY SIZE
008350            WS-REG-DUE           DELIMITED BY SIZE
008360            " "                  DELIMITED BY SIZE
008370            WS-REG-POSTS         DELIMITED BY SIZE
008380            " "                  DELIMITED BY SIZE
008390            WS-LINE-RAW-COUNT    DELIMITED BY SIZE
008400            "   "                DELIMITED BY SIZE
008410            WS-ACTION-TEXT       DELIMITED BY SIZE
008420            " "                  DELIMITED BY SIZE
008430            SI-DESCRIPTION       DELIMITED BY SIZE
008440            INTO SG-REGISTER-RECORD
008450     END-STRING
008460     WRITE SG-REGISTER-RECORD.
008470 2600-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------
008510* 2700-WRITE-TOTALS - THE COUNTS AND WHAT WENT ONTO ADDRAW.DAT,
008520* BY OPERATION.
008530*----------------------------------------------------------------
008540 2700-WRITE-TOTALS.
008550     MOVE SPACES TO SG-REGISTER-RECORD
008560     WRITE SG-REGISTER-RECORD
008570     MOVE SPACES TO SG-REGISTER-RECORD
008580     STRING "INSTRUCTIONS " DELIMITED BY SIZE
008590            WS-INSTR-COUNT  DELIMITED BY SIZE
008600            "  CYCLES GENERATED " DELIMITED BY SIZE
008610            WS-GEN-COUNT    DELIMITED BY SIZE
008620            "  SKIPPED SUSPENDED " DELIMITED BY SIZE
008630            WS-SKIP-COUNT   DELIMITED BY SIZE
008640            "  ALREADY GENERATED " DELIMITED BY SIZE
008650            WS-RERUN-COUNT  DELIMITED BY SIZE
008660            "  IN ERROR "   DELIMITED BY SIZE
008670            WS-BAD-COUNT    DELIMITED BY SIZE
008680            INTO SG-REGISTER-RECORD
008690     END-STRING
008700     WRITE SG-REGISTER-RECORD
008710     MOVE WS-TOT-CREDITS   TO WS-EDIT-TOTAL
008720     MOVE WS-TOT-DEBITS    TO WS-EDIT-TOTAL-2
008730     MOVE WS-TOT-TRANSFERS TO WS-EDIT-TOTAL-3
008740     MOVE SPACES TO SG-REGISTER-RECORD
008750     STRING "ADDRAW RECORDS " DELIMITED BY SIZE
008760            WS-RAW-COUNT      DELIMITED BY SIZE
008770            "  CREDITS "      DELIMITED BY SIZE
008780            WS-EDIT-TOTAL     DELIMITED BY SIZE
008790            "  DEBITS "       DELIMITED BY SIZE
008800            WS-EDIT-TOTAL-2   DELIMITED BY SIZE
008810            "  TRANSFERS "    DELIMITED BY SIZE
008820            WS-EDIT-TOTAL-3   DELIMITED BY SIZE
008830            INTO SG-REGISTER-RECORD
008840     END-STRING
008850     WRITE SG-REGISTER-RECORD.
008860 2700-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 3000-REPLACE-FILE - THE STAMPED INSTRUCTIONS REPLACE THE FILE
008910* ONLY AFTER A COMPLETE PASS.
008920*----------------------------------------------------------------
008930 3000-REPLACE-FILE.
008940     IF NOT HAD-INSTR-FILE OR WS-COND-CODE = 12
008950         GO TO 3000-EXIT
008960     END-IF
008970     MOVE SPACES TO WS-GEN-COMMAND
008980     MOVE "mv STDINSTN.DAT STDINSTR.DAT" TO WS-GEN-COMMAND
008990     CALL "SYSTEM" USING WS-GEN-COMMAND
009000     MOVE 0 TO RETURN-CODE
009010
009020     MOVE WS-TOT-GENERATED TO WS-EDIT-TOTAL
009030     DISPLAY "STDGEN: " WS-INSTR-COUNT " instructions, "
009040             WS-GEN-COUNT " cycles generated for "
009050             WS-EDIT-TOTAL " (" WS-RAW-COUNT
009060             " ADDRAW records)."
009070     IF WS-SKIP-COUNT > 0 OR WS-BAD-COUNT > 0
009080         DISPLAY "STDGEN: " WS-SKIP-COUNT " cycles skipped, "
009090                 WS-BAD-COUNT " instructions in error - see "
009100                 "STDIREG.DAT."
009110     END-IF.
009120 3000-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
009170*----------------------------------------------------------------
009180 7000-WRITE-RUN-METRICS.
009190     OPEN EXTEND RUN-METRICS-FILE
009200     IF NOT METRICS-OK
009210         OPEN OUTPUT RUN-METRICS-FILE
009220     END-IF
009230     MOVE SPACES TO RUN-METRICS-RECORD
009240     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
009250     MOVE RH-RUN-ID          TO MT-RUN-ID
009260     MOVE WS-INSTR-COUNT     TO MT-RECORDS-READ
009270     MOVE WS-RAW-COUNT       TO MT-RECORDS-WRITTEN
009280     COMPUTE MT-EXCEPTIONS = WS-SKIP-COUNT + WS-BAD-COUNT
009290     MOVE WS-TOT-GENERATED   TO MT-TOTAL-AMOUNT
009300     MOVE 0                  TO MT-VALUE-MIN
009310     MOVE 0                  TO MT-VALUE-MAX
009320     WRITE RUN-METRICS-RECORD
009330     CLOSE RUN-METRICS-FILE.
009340 7000-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380* 9999-TERMINATE - LOG THE RUN.
009390*----------------------------------------------------------------
009400 9999-TERMINATE.
009410     OPEN EXTEND AUDIT-LOG-FILE
009420     IF NOT AUDIT-OK
009430         OPEN OUTPUT AUDIT-LOG-FILE
009440     END-IF
009450     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009460     ACCEPT WS-END-TIME FROM TIME
009470     MOVE SPACES TO AUDIT-LOG-RECORD
009480     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
009490     MOVE " RUNID "          TO AL-RUNID-TAG
009500     MOVE RH-RUN-ID          TO AL-RUN-ID
009510     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
009520     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
009530     MOVE " MODE "           TO AL-MODE-TAG
009540     IF RUNCARD-PRESENT
009550         MOVE "B"            TO AL-RUN-MODE
009560     ELSE
009570         MOVE "I"            TO AL-RUN-MODE
009580     END-IF
009590     MOVE WS-END-DATE        TO AL-END-DATE
009600     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
009610     MOVE WS-RUN-STATUS      TO AL-STATUS
009620     MOVE WS-RUN-REASON      TO AL-REASON
009630     MOVE WS-INSTR-COUNT     TO AL-RECORDS-READ
009640     MOVE WS-RAW-COUNT       TO AL-RECORDS-WRITTEN
009650     COMPUTE AL-RECORDS-REJECTED = WS-SKIP-COUNT + WS-BAD-COUNT
009660     WRITE AUDIT-LOG-RECORD
009670     CLOSE AUDIT-LOG-FILE.
009680 9999-EXIT.
009690     EXIT.
