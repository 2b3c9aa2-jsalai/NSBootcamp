000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDCLOSE.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  MONTH-END CLOSE FOR THE
000110*                  ADD2NUM LEDGER.  DERIVES EACH ACCOUNT'S
000120*                  PERIOD-END BALANCE FROM THE CURRENT MASTER
000130*                  (ADDMSTR.DAT) LESS EVERYTHING ON THE POSTING
000140*                  HISTORY (ADDHIST.DAT) DATED AFTER THE PERIOD,
000150*                  WRITES THE PERIOD-CLOSING MASTER SNAPSHOT
000160*                  (ADDMSTR.Pyyyymm.DAT), A PERIOD SUMMARY
000170*                  (ADDCLOSR.DAT: OPENING, MOVEMENT BY OPERATION
000180*                  CODE AND CLOSING, PER ACCOUNT AND IN TOTAL)
000190*                  AND RECORDS THE PERIOD AS CLOSED ON THE
000200*                  PERIOD CONTROL FILE (ADDPERD.DAT), WHICH
000210*                  ADDEDIT, REJMNT AND ADD2NUM HONOR.  THE
000220*                  NIGHTLY RUN CLOSES LAST MONTH ONCE; FROM THE
000230*                  CONSOLE ANY EARLIER MONTH NOT CLOSED (OR
000240*                  REOPENED BY A SUPERVISOR) MAY BE CLOSED.
000242* 10/15/2026  RH   ADJUST COLUMN.  MASTER MAINTENANCE NOW PUTS
000244*                  ITS BALANCE CHANGES ON THE HISTORY AS
000246*                  OPERATION J; THEY GET THEIR OWN COLUMN ON THE
000248*                  SUMMARY INSTEAD OF FALLING IN WITH REVERSALS.
000249* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000250*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000251*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000252*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000253* 10/15/2026  RH   TRANSFER COLUMN.  BOTH LEGS OF AN ACCOUNT
000254*                  TRANSFER (OPERATION T) GET THEIR OWN COLUMN
000255*                  AHEAD OF THE ADJUSTMENTS; THE TOTAL OF THE
000256*                  COLUMN NETS TO ZERO.  REPORT LINE NOW 165 WIDE.
000257*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CL-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MASTER-STATUS.
000330     SELECT CL-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HISTORY-STATUS.
000360     SELECT CL-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SNAPSHOT-STATUS.
000390     SELECT CL-PRIOR-SNAP-FILE ASSIGN TO WS-PRIOR-SNAP-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRIOR-SNAP-STATUS.
000420     SELECT CL-REPORT-FILE ASSIGN TO "ADDCLOSR.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450     SELECT CL-PERIOD-FILE ASSIGN TO "ADDPERD.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PERIOD-STATUS.
000480     SELECT CL-LOCK-FILE ASSIGN TO "ADDLOCK.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LOCK-STATUS.
000510     COPY AUDITSEL.
000520     COPY RUNCSEL.
000530     COPY METRSEL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CL-MASTER-FILE.
000580*    SAME SHAPE AS THE ADD2NUM MASTER FD; CARRIED UNDER ITS OWN
000590*    NAMES THE WAY MSTRMNT CARRIES IT.
000600 01  CL-MASTER-RECORD.
000610     05  MS-ACCOUNT          PIC X(08).
000620     05  MS-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000630                                          SEPARATE.
000640     05  MS-LIMITS           PIC X(24).
000650     05  MS-INTEREST         PIC X(30).
000660
000670 FD  CL-HISTORY-FILE.
000680     COPY ADDHIST.
000690
000700 FD  CL-SNAPSHOT-FILE.
000710*    THE MASTER LAYOUT WITH THE PERIOD-END BALANCE.  LIMITS AND
000720*    INTEREST ZONES ARE CARRIED AS THEY STOOD WHEN THE PERIOD
000730*    WAS CLOSED.
000740 01  CL-SNAPSHOT-RECORD.
000750     05  SN-ACCOUNT          PIC X(08).
000760     05  SN-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000770                                          SEPARATE.
000780     05  SN-LIMITS           PIC X(24).
000790     05  SN-INTEREST         PIC X(30).
000800
000810 FD  CL-PRIOR-SNAP-FILE.
000820 01  CL-PRIOR-SNAP-RECORD.
000830     05  PS-ACCOUNT          PIC X(08).
000840     05  PS-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000850                                          SEPARATE.
000860     05  FILLER              PIC X(54).
000870
000880 FD  CL-REPORT-FILE.
000890 01  CL-REPORT-RECORD        PIC X(165).
000900
000910 FD  CL-PERIOD-FILE.
000920     COPY ADDPERD.
000930
000940 FD  CL-LOCK-FILE.
000950*    SAME SHAPE AS THE ADD2NUM RUN LOCK.
000960 01  CL-LOCK-RECORD.
000970     05  LK-RUN-ID           PIC X(16).
000980     05  FILLER              PIC X(01).
000990     05  LK-OPERATOR         PIC X(08).
001000
001010 FD  AUDIT-LOG-FILE.
001020     COPY AUDITLOG.
001030
001040 FD  RUN-CARD-FILE.
001050     COPY RUNCARD.
001060
001070 FD  RUN-METRICS-FILE.
001080     COPY RUNMETR.
001090
001100 WORKING-STORAGE SECTION.
001110     COPY RUNHDR.
001115     COPY OPERLINK.
001120 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001130     88  AUDIT-OK                    VALUE "00".
001140 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001150     88  RUNCARD-OK                  VALUE "00".
001160 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001170     88  RUNCARD-PRESENT             VALUE "Y".
001180 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001190     88  METRICS-OK                  VALUE "00".
001200 01  WS-MASTER-STATUS        PIC XX  VALUE SPACES.
001210     88  MASTER-OK                   VALUE "00".
001220     88  MASTER-EOF                  VALUE "10".
001230 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
001240     88  HISTORY-OK                  VALUE "00".
001250     88  HISTORY-EOF                 VALUE "10".
001260 01  WS-SNAPSHOT-STATUS      PIC XX  VALUE SPACES.
001270     88  SNAPSHOT-OK                 VALUE "00".
001280 01  WS-PRIOR-SNAP-STATUS    PIC XX  VALUE SPACES.
001290     88  PRIOR-SNAP-OK               VALUE "00".
001300     88  PRIOR-SNAP-EOF              VALUE "10".
001310 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
001320     88  REPORT-OK                   VALUE "00".
001330 01  WS-PERIOD-STATUS        PIC XX  VALUE SPACES.
001340     88  PERIOD-OK                   VALUE "00".
001350     88  PERIOD-EOF                  VALUE "10".
001360 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
001370     88  LOCK-OK                     VALUE "00".
001380
001390 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001400 01  WS-END-TIME.
001410     05  WS-END-TIME-HHMMSS  PIC 9(6).
001420     05  FILLER              PIC 99.
001430 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001440 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001450
001460*----------------------------------------------------------------
001470* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN
001480* (A NIGHTLY RUN WITH LAST MONTH ALREADY CLOSED INCLUDED),
001490* 4 = WARNINGS (PERIOD ALREADY CLOSED OR REOPENED AND LEFT
001500* OPEN, OPENING DISAGREES WITH THE PRIOR PERIOD'S CLOSING),
001510* 12 = ABORT (NO MASTER, MASTER TOO LARGE, POSTING RUN HOLDS THE
001520* LOCK).  HIGHEST WINS.
001530*----------------------------------------------------------------
001540 01  WS-COND-CODE            PIC 99     VALUE 0.
001550
001560*----------------------------------------------------------------
001570* THE PERIOD BEING CLOSED.  BY DEFAULT THE MONTH BEFORE THE RUN
001580* DATE; THE CONSOLE MAY NAME AN EARLIER ONE.  A POSTING BELONGS
001590* TO THE PERIOD OF ITS EFFECTIVE DATE, OR OF ITS POSTING DATE
001600* WHEN IT CARRIED NONE - THE SAME DATE THE PERIOD LOCK TESTS.
001610*----------------------------------------------------------------
001620 01  WS-CLOSE-PERIOD.
001630     05  WS-CLOSE-YYYY       PIC 9(4)   VALUE 0.
001640     05  WS-CLOSE-MM         PIC 99     VALUE 0.
001650 01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD PIC X(06).
001660 01  WS-PRIOR-PERIOD.
001670     05  WS-PRIOR-YYYY       PIC 9(4)   VALUE 0.
001680     05  WS-PRIOR-MM         PIC 99     VALUE 0.
001690 01  WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD PIC X(06).
001700 01  WS-RUN-PERIOD           PIC X(06)  VALUE SPACES.
001710 01  WS-PERIOD-INPUT         PIC X(06)  VALUE SPACES.
001720 01  WS-POST-PERIOD          PIC X(06)  VALUE SPACES.
001730 01  WS-SNAPSHOT-NAME        PIC X(20)  VALUE SPACES.
001740 01  WS-PRIOR-SNAP-NAME      PIC X(20)  VALUE SPACES.
001750 01  WS-CLOSE-SWITCH         PIC X      VALUE "N".
001760     88  PERIOD-TO-CLOSE                VALUE "Y".
001770 01  WS-PRIOR-SNAP-SWITCH    PIC X      VALUE "N".
001780     88  HAVE-PRIOR-SNAPSHOT            VALUE "Y".
001790
001800*----------------------------------------------------------------
001810* THE PERIOD CONTROL FILE, HELD IN STORAGE AND WRITTEN BACK WHOLE
001820* IN PERIOD ORDER WITH THIS PERIOD'S RECORD IN ITS PLACE.
001830*----------------------------------------------------------------
001840 01  WS-PERD-COUNT           PIC 9(3)   VALUE 0.
001850 01  WS-PERD-TABLE.
001860     05  WS-PERD-ENTRY OCCURS 240 TIMES PIC X(120).
001870 01  WS-PERD-IDX             PIC 9(3)   VALUE 0.
001880 01  WS-PERD-FOUND-IDX       PIC 9(3)   VALUE 0.
001890 01  WS-PERD-INSERT-IDX      PIC 9(3)   VALUE 0.
001900 01  WS-PERD-HIGH            PIC X(06)  VALUE SPACES.
001910
001920*----------------------------------------------------------------
001930* THE BALANCE MASTER, HELD IN STORAGE FOR THE RUN, WITH EACH
001940* ACCOUNT'S MOVEMENT AFTER THE PERIOD AND ITS MOVEMENT IN THE
001946* PERIOD BY OPERATION CODE (A, S, M, D, I, R, T, J IN THAT ORDER).
001952* A CODE NOT ON THE LIST FALLS IN WITH THE ADJUSTMENTS.
001960*----------------------------------------------------------------
001970 01  WS-OP-CODE-LIST         PIC X(08)  VALUE "ASMDIRTJ".
001980 01  WS-ACCT-COUNT           PIC 9(4)   VALUE 0.
001990 01  WS-ACCT-TABLE.
002000     05  WS-ACCT-ENTRY OCCURS 1000 TIMES.
002010         10  WS-ACCT-IMAGE   PIC X(74).
002020         10  WS-ACCT-CURRENT PIC S9(9)V99 SIGN IS LEADING
002030                                          SEPARATE.
002040         10  WS-ACCT-AFTER   PIC S9(9)V99 SIGN IS LEADING
002050                                          SEPARATE.
002060         10  WS-ACCT-MOVE    OCCURS 8 TIMES
002070                             PIC S9(9)V99 SIGN IS LEADING
002080                                          SEPARATE.
002090         10  WS-ACCT-PRIOR   PIC S9(9)V99 SIGN IS LEADING
002100                                          SEPARATE.
002110 01  WS-ACCT-IDX             PIC 9(4)   VALUE 0.
002120 01  WS-ACCT-FOUND-SWITCH    PIC X      VALUE "N".
002130     88  ACCT-FOUND                     VALUE "Y".
002140 01  WS-OP-IDX               PIC 9      VALUE 0.
002150
002160*----------------------------------------------------------------
002170* ONE ACCOUNT'S FIGURES AND THE PERIOD TOTALS.
002180*----------------------------------------------------------------
002190 01  WS-OPENING              PIC S9(9)V99 SIGN IS LEADING
002200                                          SEPARATE VALUE 0.
002210 01  WS-CLOSING              PIC S9(9)V99 SIGN IS LEADING
002220                                          SEPARATE VALUE 0.
002230 01  WS-MOVEMENT             PIC S9(9)V99 SIGN IS LEADING
002240                                          SEPARATE VALUE 0.
002250 01  WS-TOT-OPENING          PIC S9(11)V99 SIGN IS LEADING
002260                                          SEPARATE VALUE 0.
002270 01  WS-TOT-CLOSING          PIC S9(11)V99 SIGN IS LEADING
002280                                          SEPARATE VALUE 0.
002290 01  WS-TOT-MOVEMENT         PIC S9(11)V99 SIGN IS LEADING
002300                                          SEPARATE VALUE 0.
002310 01  WS-TOT-MOVE-TABLE.
002320     05  WS-TOT-MOVE OCCURS 8 TIMES
002330                             PIC S9(11)V99 SIGN IS LEADING
002340                                          SEPARATE.
002350 01  WS-TOT-PRIOR            PIC S9(11)V99 SIGN IS LEADING
002360                                          SEPARATE VALUE 0.
002370 01  WS-TOT-ORPHAN           PIC S9(11)V99 SIGN IS LEADING
002380                                          SEPARATE VALUE 0.
002390 01  WS-HIST-READ-COUNT      PIC 9(7)   VALUE 0.
002400 01  WS-IN-PERIOD-COUNT      PIC 9(7)   VALUE 0.
002410 01  WS-AFTER-COUNT          PIC 9(7)   VALUE 0.
002420 01  WS-ORPHAN-COUNT         PIC 9(7)   VALUE 0.
002430 01  WS-DIFFER-COUNT         PIC 9(4)   VALUE 0.
002440 01  WS-PRIOR-MISSING-COUNT  PIC 9(4)   VALUE 0.
002450
002460*----------------------------------------------------------------
002470* REPORT LINES.  ONE DETAIL SHAPE SERVES THE ACCOUNTS AND THE
002480* TOTAL LINE: OPENING, THE EIGHT OPERATION COLUMNS, CLOSING.
002490*----------------------------------------------------------------
002500 01  WS-HEADING-LINE.
002510     05  FILLER              PIC X(08)  VALUE "ACCOUNT".
002520     05  FILLER              PIC X(15)  VALUE "        OPENING".
002530     05  FILLER              PIC X(15)  VALUE "            ADD".
002540     05  FILLER              PIC X(15)  VALUE "       SUBTRACT".
002550     05  FILLER              PIC X(15)  VALUE "       MULTIPLY".
002560     05  FILLER              PIC X(15)  VALUE "         DIVIDE".
002570     05  FILLER              PIC X(15)  VALUE "       INTEREST".
002580     05  FILLER              PIC X(15)  VALUE "       REVERSAL".
002582     05  FILLER              PIC X(15)  VALUE "       TRANSFER".
002585     05  FILLER              PIC X(15)  VALUE "         ADJUST".
002590     05  FILLER              PIC X(15)  VALUE "        CLOSING".
002600     05  FILLER              PIC X(04)  VALUE SPACES.
002610 01  WS-DETAIL-LINE.
002620     05  DL-ACCOUNT          PIC X(08).
002630     05  DL-COLUMN OCCURS 10 TIMES.
002640         10  FILLER          PIC X(01).
002650         10  DL-AMOUNT       PIC -(10)9.99.
002660     05  DL-FLAG             PIC X(04).
002670 01  WS-EDIT-TOTAL           PIC -(10)9.99.
002680 01  WS-EDIT-TOTAL-2         PIC -(10)9.99.
002690 01  WS-EDIT-COUNT           PIC Z(6)9.
002700
002710 PROCEDURE DIVISION.
002720*----------------------------------------------------------------
002730* 0000-MAINLINE - TOP-LEVEL CONTROL
002740*----------------------------------------------------------------
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002770     PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT
002780     PERFORM 1300-SELECT-PERIOD THRU 1300-EXIT
002790     IF PERIOD-TO-CLOSE
002800         PERFORM 1500-ACQUIRE-LOCK THRU 1500-EXIT
002810     END-IF
002820     IF PERIOD-TO-CLOSE
002830         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
002840         IF WS-COND-CODE < 12
002850             PERFORM 2500-LOAD-PRIOR-SNAPSHOT THRU 2500-EXIT
002860             PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
002870             PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
002880             PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
002890             PERFORM 6000-RECORD-PERIOD THRU 6000-EXIT
002900         END-IF
002910         PERFORM 1600-RELEASE-LOCK THRU 1600-EXIT
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
003030     DISPLAY "=== ADDCLOSE - MONTH-END CLOSE ===".
003040     MOVE "ADDCLOSE" TO RH-PROGRAM-NAME
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
003167     MOVE RH-RUN-DATE(1:6) TO WS-RUN-PERIOD
003170     MOVE RH-RUN-YYYY TO WS-CLOSE-YYYY
003180     MOVE RH-RUN-MM   TO WS-CLOSE-MM
003190     IF WS-CLOSE-MM = 1
003200         SUBTRACT 1 FROM WS-CLOSE-YYYY
003210         MOVE 12 TO WS-CLOSE-MM
003220     ELSE
003230         SUBTRACT 1 FROM WS-CLOSE-MM
003240     END-IF.
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
003450* 1200-LOAD-PERIODS - THE PERIOD CONTROL FILE.  NO FILE MEANS NO
003460* PERIOD HAS EVER BEEN CLOSED.
003470*----------------------------------------------------------------
003480 1200-LOAD-PERIODS.
003490     MOVE 0 TO WS-PERD-COUNT
003500     MOVE SPACES TO WS-PERD-HIGH
003510     OPEN INPUT CL-PERIOD-FILE
003520     IF PERIOD-OK
003530         READ CL-PERIOD-FILE
003540             AT END SET PERIOD-EOF TO TRUE
003550         END-READ
003560         PERFORM UNTIL PERIOD-EOF OR WS-PERD-COUNT = 240
003570             IF PD-PERIOD IS NUMERIC
003580                 ADD 1 TO WS-PERD-COUNT
003590                 MOVE PERIOD-RECORD
003600                     TO WS-PERD-ENTRY(WS-PERD-COUNT)
003610                 IF PD-PERIOD > WS-PERD-HIGH
003620                         OR WS-PERD-HIGH = SPACES
003630                     MOVE PD-PERIOD TO WS-PERD-HIGH
003640                 END-IF
003650             END-IF
003660             READ CL-PERIOD-FILE
003670                 AT END SET PERIOD-EOF TO TRUE
003680             END-READ
003690         END-PERFORM
003700         CLOSE CL-PERIOD-FILE
003710     END-IF.
003720 1200-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 1300-SELECT-PERIOD - WHICH PERIOD TO CLOSE, AND WHETHER IT MAY
003770* BE.  THE NIGHTLY RUN ONLY EVER CLOSES LAST MONTH, AND ONLY THE
003780* FIRST TIME; A PERIOD A SUPERVISOR HAS REOPENED IS LEFT OPEN
003790* UNTIL SOMEBODY CLOSES IT AGAIN FROM THE CONSOLE, SO THE
003800* CORRECTIONS IT WAS REOPENED FOR CAN POST FIRST.  THE CURRENT
003810* MONTH AND LATER CAN NEVER BE CLOSED.
003820*----------------------------------------------------------------
003830 1300-SELECT-PERIOD.
003840     MOVE "N" TO WS-CLOSE-SWITCH
003850     IF NOT RUNCARD-PRESENT
003860         DISPLAY "Period to close (YYYYMM, blank = "
003870                 WS-CLOSE-PERIOD-X "): " WITH NO ADVANCING
003880         ACCEPT WS-PERIOD-INPUT
003890         IF WS-PERIOD-INPUT NOT = SPACES
003900             IF WS-PERIOD-INPUT IS NOT NUMERIC
003910                     OR WS-PERIOD-INPUT(5:2) < "01"
003920                     OR WS-PERIOD-INPUT(5:2) > "12"
003930                 DISPLAY "ADDCLOSE: " WS-PERIOD-INPUT
003940                         " is not a YYYYMM period - nothing "
003950                         "closed."
003960                 MOVE "BAD PERIOD" TO WS-RUN-REASON
003970                 MOVE 4 TO WS-COND-CODE
003980                 GO TO 1300-EXIT
003990             END-IF
004000             MOVE WS-PERIOD-INPUT TO WS-CLOSE-PERIOD-X
004010         END-IF
004020     END-IF
004030
004040     IF WS-CLOSE-PERIOD-X NOT < WS-RUN-PERIOD
004050         DISPLAY "ADDCLOSE: period " WS-CLOSE-PERIOD-X
004060                 " has not ended - nothing closed."
004070         MOVE "PERIOD NOT ENDED" TO WS-RUN-REASON
004080         MOVE 4 TO WS-COND-CODE
004090         GO TO 1300-EXIT
004100     END-IF
004110
004120     MOVE 0 TO WS-PERD-FOUND-IDX
004130     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
004140             UNTIL WS-PERD-IDX > WS-PERD-COUNT
004150         IF WS-PERD-ENTRY(WS-PERD-IDX)(1:6) = WS-CLOSE-PERIOD-X
004160             MOVE WS-PERD-IDX TO WS-PERD-FOUND-IDX
004170         END-IF
004180     END-PERFORM
004190     IF WS-PERD-FOUND-IDX > 0
004200         MOVE WS-PERD-ENTRY(WS-PERD-FOUND-IDX) TO PERIOD-RECORD
004210         IF PD-CLOSED
004220             DISPLAY "ADDCLOSE: period " WS-CLOSE-PERIOD-X
004230                     " already closed " PD-CLOSED-DATE
004240                     " by " PD-CLOSED-BY "."
004250             MOVE "ALREADY CLOSED" TO WS-RUN-REASON
004260             IF NOT RUNCARD-PRESENT
004270                 MOVE 4 TO WS-COND-CODE
004280             END-IF
004290             GO TO 1300-EXIT
004300         END-IF
004310         IF PD-REOPENED AND RUNCARD-PRESENT
004320             DISPLAY "ADDCLOSE: period " WS-CLOSE-PERIOD-X
004330                     " was reopened " PD-REOPENED-DATE " by "
004340                     PD-REOPENED-BY " - close it again from "
004350                     "the console when the corrections are in."
004360             MOVE "PERIOD REOPENED" TO WS-RUN-REASON
004370             MOVE 4 TO WS-COND-CODE
004380             GO TO 1300-EXIT
004390         END-IF
004400     END-IF
004410     IF WS-PERD-FOUND-IDX = 0 AND WS-PERD-COUNT = 240
004420         DISPLAY "ADDCLOSE: period control file full (240) - "
004430                 "nothing closed."
004440         MOVE "ABORTED" TO WS-RUN-STATUS
004450         MOVE "PERIOD FILE FULL" TO WS-RUN-REASON
004460         MOVE 12 TO WS-COND-CODE
004470         GO TO 1300-EXIT
004480     END-IF
004490
004500     MOVE WS-CLOSE-YYYY TO WS-PRIOR-YYYY
004510     MOVE WS-CLOSE-MM   TO WS-PRIOR-MM
004520     IF WS-PRIOR-MM = 1
004530         SUBTRACT 1 FROM WS-PRIOR-YYYY
004540         MOVE 12 TO WS-PRIOR-MM
004550     ELSE
004560         SUBTRACT 1 FROM WS-PRIOR-MM
004570     END-IF
004580     MOVE SPACES TO WS-SNAPSHOT-NAME
004590     STRING "ADDMSTR.P"       DELIMITED BY SIZE
004600            WS-CLOSE-PERIOD-X DELIMITED BY SIZE
004610            ".DAT"            DELIMITED BY SIZE
004620            INTO WS-SNAPSHOT-NAME
004630     END-STRING
004640     MOVE SPACES TO WS-PRIOR-SNAP-NAME
004650     STRING "ADDMSTR.P"       DELIMITED BY SIZE
004660            WS-PRIOR-PERIOD-X DELIMITED BY SIZE
004670            ".DAT"            DELIMITED BY SIZE
004680            INTO WS-PRIOR-SNAP-NAME
004690     END-STRING
004700     MOVE "Y" TO WS-CLOSE-SWITCH.
004710 1300-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 1500-ACQUIRE-LOCK - THE CLOSE READS THE MASTER AND THE HISTORY
004760* AS ONE PICTURE, SO IT MAY NOT RUN WHILE A POSTING RUN IS
004770* CHANGING THEM, AND HOLDS THE LOCK ITSELF WHILE IT WORKS.
004780*----------------------------------------------------------------
004790 1500-ACQUIRE-LOCK.
004800     OPEN INPUT CL-LOCK-FILE
004810     IF LOCK-OK
004820         READ CL-LOCK-FILE
004830             NOT AT END
004840                 IF CL-LOCK-RECORD NOT = SPACES
004850                     MOVE "N" TO WS-CLOSE-SWITCH
004860                 END-IF
004870         END-READ
004880         CLOSE CL-LOCK-FILE
004890     END-IF
004900     IF NOT PERIOD-TO-CLOSE
004910         DISPLAY "ADDCLOSE: posting lock held by run " LK-RUN-ID
004920                 " operator " LK-OPERATOR " - close refused."
004930         MOVE "ABORTED" TO WS-RUN-STATUS
004940         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
004950         MOVE 12 TO WS-COND-CODE
004960         GO TO 1500-EXIT
004970     END-IF
004980     OPEN OUTPUT CL-LOCK-FILE
004990     MOVE SPACES TO CL-LOCK-RECORD
005000     MOVE RH-RUN-ID      TO LK-RUN-ID
005010     MOVE RH-OPERATOR-ID TO LK-OPERATOR
005020     WRITE CL-LOCK-RECORD
005030     CLOSE CL-LOCK-FILE.
005040 1500-EXIT.
005050     EXIT.
005060
005070 1600-RELEASE-LOCK.
005080     OPEN OUTPUT CL-LOCK-FILE
005090     MOVE SPACES TO CL-LOCK-RECORD
005100     WRITE CL-LOCK-RECORD
005110     CLOSE CL-LOCK-FILE.
005120 1600-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 2000-LOAD-MASTER - THE CURRENT MASTER IS THE STARTING POINT
005170* EVERY PERIOD-END BALANCE IS WORKED BACK FROM.  A CLOSE MUST
005180* COVER EVERY ACCOUNT, SO A MASTER THE TABLE CANNOT HOLD STOPS
005190* THE RUN RATHER THAN CLOSE PART OF THE BOOK.
005200*----------------------------------------------------------------
005210 2000-LOAD-MASTER.
005220     MOVE 0 TO WS-ACCT-COUNT
005230     OPEN INPUT CL-MASTER-FILE
005240     IF NOT MASTER-OK
005250         DISPLAY "ADDCLOSE: no balance master (ADDMSTR.DAT) - "
005260                 "close aborted."
005270         MOVE "ABORTED" TO WS-RUN-STATUS
005280         MOVE "CANNOT OPEN ADDMSTR" TO WS-RUN-REASON
005290         MOVE 12 TO WS-COND-CODE
005300         GO TO 2000-EXIT
005310     END-IF
005320     READ CL-MASTER-FILE
005330         AT END SET MASTER-EOF TO TRUE
005340     END-READ
005350     PERFORM UNTIL MASTER-EOF OR WS-ACCT-COUNT = 1000
005360         ADD 1 TO WS-ACCT-COUNT
005370         MOVE CL-MASTER-RECORD TO WS-ACCT-IMAGE(WS-ACCT-COUNT)
005380         MOVE MS-BALANCE TO WS-ACCT-CURRENT(WS-ACCT-COUNT)
005390         MOVE 0 TO WS-ACCT-AFTER(WS-ACCT-COUNT)
005400         MOVE 0 TO WS-ACCT-PRIOR(WS-ACCT-COUNT)
005410         PERFORM VARYING WS-OP-IDX FROM 1 BY 1
005420                 UNTIL WS-OP-IDX > 8
005430             MOVE 0 TO WS-ACCT-MOVE(WS-ACCT-COUNT, WS-OP-IDX)
005440         END-PERFORM
005450         READ CL-MASTER-FILE
005460             AT END SET MASTER-EOF TO TRUE
005470         END-READ
005480     END-PERFORM
005490     IF NOT MASTER-EOF
005500         DISPLAY "ADDCLOSE: master exceeds 1000 accounts - "
005510                 "close aborted."
005520         MOVE "ABORTED" TO WS-RUN-STATUS
005530         MOVE "MASTER TOO LARGE" TO WS-RUN-REASON
005540         MOVE 12 TO WS-COND-CODE
005550     END-IF
005560     CLOSE CL-MASTER-FILE.
005570 2000-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 2500-LOAD-PRIOR-SNAPSHOT - THE PREVIOUS PERIOD'S CLOSING
005620* MASTER, WHEN THERE IS ONE, IS WHAT THIS PERIOD MUST OPEN ON.
005630* AN ACCOUNT ON IT THAT IS NO LONGER ON THE MASTER IS COUNTED
005640* SO THE TOTALS STILL COMPARE.
005650*----------------------------------------------------------------
005660 2500-LOAD-PRIOR-SNAPSHOT.
005670     MOVE "N" TO WS-PRIOR-SNAP-SWITCH
005680     MOVE 0 TO WS-TOT-PRIOR
005690     OPEN INPUT CL-PRIOR-SNAP-FILE
005700     IF NOT PRIOR-SNAP-OK
005710         GO TO 2500-EXIT
005720     END-IF
005730     MOVE "Y" TO WS-PRIOR-SNAP-SWITCH
005740     READ CL-PRIOR-SNAP-FILE
005750         AT END SET PRIOR-SNAP-EOF TO TRUE
005760     END-READ
005770     PERFORM UNTIL PRIOR-SNAP-EOF
005780         ADD PS-BALANCE TO WS-TOT-PRIOR
005790         MOVE "N" TO WS-ACCT-FOUND-SWITCH
005800         PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
005810                 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
005820                 OR ACCT-FOUND
005830             IF WS-ACCT-IMAGE(WS-ACCT-IDX)(1:8) = PS-ACCOUNT
005840                 MOVE "Y" TO WS-ACCT-FOUND-SWITCH
005850                 MOVE PS-BALANCE TO WS-ACCT-PRIOR(WS-ACCT-IDX)
005860             END-IF
005870         END-PERFORM
005880         IF NOT ACCT-FOUND
005890             ADD 1 TO WS-PRIOR-MISSING-COUNT
005900         END-IF
005910         READ CL-PRIOR-SNAP-FILE
005920             AT END SET PRIOR-SNAP-EOF TO TRUE
005930         END-READ
005940     END-PERFORM
005950     CLOSE CL-PRIOR-SNAP-FILE.
005960 2500-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 3000-SCAN-HISTORY - ONE PASS OF THE POSTING HISTORY.  A
006010* POSTING DATED AFTER THE PERIOD IS BACKED OUT OF THE CURRENT
006020* BALANCE; ONE DATED IN THE PERIOD IS ITS MOVEMENT.  A POSTING'S
006030* EFFECT IS ITS NEW BALANCE LESS ITS PRIOR BALANCE - THE AMOUNT
006040* ALONE IS A FACTOR OR DIVISOR FOR M AND D.  NO HISTORY YET MEANS
006050* NOTHING HAS POSTED SINCE IT STARTED.
006060*----------------------------------------------------------------
006070 3000-SCAN-HISTORY.
006080     MOVE 0 TO WS-HIST-READ-COUNT
006090     OPEN INPUT CL-HISTORY-FILE
006100     IF NOT HISTORY-OK
006110         DISPLAY "ADDCLOSE: no posting history (ADDHIST.DAT) - "
006120                 "period closes on the master as it stands."
006130         GO TO 3000-EXIT
006140     END-IF
006150     READ CL-HISTORY-FILE
006160         AT END SET HISTORY-EOF TO TRUE
006170     END-READ
006180     PERFORM 3100-APPLY-ONE-POSTING THRU 3100-EXIT
006190         UNTIL HISTORY-EOF
006200     CLOSE CL-HISTORY-FILE.
006210 3000-EXIT.
006220     EXIT.
006230
006240 3100-APPLY-ONE-POSTING.
006250     ADD 1 TO WS-HIST-READ-COUNT
006260     IF HS-EFF-DATE IS NUMERIC
006270         MOVE HS-EFF-DATE(1:6) TO WS-POST-PERIOD
006280     ELSE
006290         MOVE HS-POST-DATE(1:6) TO WS-POST-PERIOD
006300     END-IF
006310     IF WS-POST-PERIOD < WS-CLOSE-PERIOD-X
006320         GO TO 3190-READ-NEXT
006330     END-IF
006340
006350     MOVE "N" TO WS-ACCT-FOUND-SWITCH
006360     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
006370             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
006380             OR ACCT-FOUND
006390         IF WS-ACCT-IMAGE(WS-ACCT-IDX)(1:8) = HS-ACCOUNT
006400             MOVE "Y" TO WS-ACCT-FOUND-SWITCH
006410         END-IF
006420     END-PERFORM
006430     IF NOT ACCT-FOUND
006440         ADD 1 TO WS-ORPHAN-COUNT
006450         COMPUTE WS-TOT-ORPHAN = WS-TOT-ORPHAN
006460                               + HS-NEW-BALANCE - HS-PRIOR-BALANCE
006470         GO TO 3190-READ-NEXT
006480     END-IF
006490     SUBTRACT 1 FROM WS-ACCT-IDX
006500
006510     IF WS-POST-PERIOD > WS-CLOSE-PERIOD-X
006520         ADD 1 TO WS-AFTER-COUNT
006530         COMPUTE WS-ACCT-AFTER(WS-ACCT-IDX) =
006540                 WS-ACCT-AFTER(WS-ACCT-IDX)
006550               + HS-NEW-BALANCE - HS-PRIOR-BALANCE
006560     ELSE
006570         ADD 1 TO WS-IN-PERIOD-COUNT
006580         MOVE 1 TO WS-OP-IDX
006590         PERFORM UNTIL WS-OP-IDX = 8
006600                 OR WS-OP-CODE-LIST(WS-OP-IDX:1) = HS-OP-CODE
006610             ADD 1 TO WS-OP-IDX
006620         END-PERFORM
006630*        A CODE NOT IN THE LIST STOPS ON THE LAST COLUMN SO
006640*        THE MOVEMENT STILL ADDS UP TO THE CLOSING.
006650         COMPUTE WS-ACCT-MOVE(WS-ACCT-IDX, WS-OP-IDX) =
006660                 WS-ACCT-MOVE(WS-ACCT-IDX, WS-OP-IDX)
006670               + HS-NEW-BALANCE - HS-PRIOR-BALANCE
006680     END-IF.
006690 3190-READ-NEXT.
006700     READ CL-HISTORY-FILE
006710         AT END SET HISTORY-EOF TO TRUE
006720     END-READ.
006730 3100-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770* 4000-WRITE-SNAPSHOT - THE PERIOD-CLOSING MASTER: EVERY ACCOUNT
006780* WITH ITS BALANCE AS IT STOOD AT THE END OF THE PERIOD.
006790*----------------------------------------------------------------
006800 4000-WRITE-SNAPSHOT.
006810     MOVE 0 TO WS-TOT-CLOSING
006820     OPEN OUTPUT CL-SNAPSHOT-FILE
006830     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
006840             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
006850         MOVE WS-ACCT-IMAGE(WS-ACCT-IDX) TO CL-SNAPSHOT-RECORD
006860         COMPUTE SN-BALANCE = WS-ACCT-CURRENT(WS-ACCT-IDX)
006870                            - WS-ACCT-AFTER(WS-ACCT-IDX)
006880         ADD SN-BALANCE TO WS-TOT-CLOSING
006890         WRITE CL-SNAPSHOT-RECORD
006900     END-PERFORM
006910     CLOSE CL-SNAPSHOT-FILE.
006920 4000-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960* 5000-WRITE-SUMMARY - THE PERIOD SUMMARY.  ONE LINE PER
006970* ACCOUNT: OPENING (CLOSING LESS THE PERIOD'S MOVEMENT), THE
006980* MOVEMENT BY OPERATION CODE AND THE CLOSING; THEN THE TOTAL
006990* LINE AND THE CHECK OF THIS PERIOD'S OPENING AGAINST THE LAST
007000* PERIOD'S CLOSING SNAPSHOT.  AN ACCOUNT WHOSE OPENING DISAGREES
007010* IS FLAGGED "*"; THE CAUSE IS A BALANCE MOVED OFF THE HISTORY,
007020* WHICH THE NIGHTLY HISTORY PROOF (ADDHPRF) DATES.
007030*----------------------------------------------------------------
007040 5000-WRITE-SUMMARY.
007050     MOVE 0 TO WS-TOT-OPENING
007060     MOVE 0 TO WS-TOT-MOVEMENT
007070     MOVE 0 TO WS-DIFFER-COUNT
007080     PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 8
007090         MOVE 0 TO WS-TOT-MOVE(WS-OP-IDX)
007100     END-PERFORM
007110     OPEN OUTPUT CL-REPORT-FILE
007120     MOVE SPACES TO CL-REPORT-RECORD
007130     STRING "ADDCLOSE - PERIOD CLOSE " DELIMITED BY SIZE
007140            WS-CLOSE-PERIOD-X          DELIMITED BY SIZE
007150            "  RUN "                   DELIMITED BY SIZE
007160            RH-RUN-ID                  DELIMITED BY SIZE
007170            "  OPERATOR "              DELIMITED BY SIZE
007180            RH-OPERATOR-ID             DELIMITED BY SIZE
007190            "  SNAPSHOT "              DELIMITED BY SIZE
007200            WS-SNAPSHOT-NAME           DELIMITED BY SPACE
007210            INTO CL-REPORT-RECORD
007220     END-STRING
007230     WRITE CL-REPORT-RECORD
007240     MOVE SPACES TO CL-REPORT-RECORD
007250     WRITE CL-REPORT-RECORD
007260     WRITE CL-REPORT-RECORD FROM WS-HEADING-LINE
007270
007280     PERFORM 5100-WRITE-ONE-ACCOUNT THRU 5100-EXIT
007290         VARYING WS-ACCT-IDX FROM 1 BY 1
007300         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
007310
007320     MOVE SPACES TO WS-DETAIL-LINE
007330     MOVE "TOTAL"        TO DL-ACCOUNT
007340     MOVE WS-TOT-OPENING TO DL-AMOUNT(1)
007350     PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 8
007360         MOVE WS-TOT-MOVE(WS-OP-IDX) TO DL-AMOUNT(WS-OP-IDX + 1)
007370     END-PERFORM
007380     MOVE WS-TOT-CLOSING TO DL-AMOUNT(10)
007390     MOVE SPACES TO CL-REPORT-RECORD
007400     WRITE CL-REPORT-RECORD
007410     WRITE CL-REPORT-RECORD FROM WS-DETAIL-LINE
007420     MOVE SPACES TO CL-REPORT-RECORD
007430     WRITE CL-REPORT-RECORD
007440
007450     MOVE WS-TOT-MOVEMENT TO WS-EDIT-TOTAL
007460     MOVE SPACES TO CL-REPORT-RECORD
007470     STRING "PERIOD MOVEMENT " DELIMITED BY SIZE
007480            WS-EDIT-TOTAL      DELIMITED BY SIZE
007490            "  FROM "          DELIMITED BY SIZE
007500            WS-IN-PERIOD-COUNT DELIMITED BY SIZE
007510            " POSTINGS; "      DELIMITED BY SIZE
007520            WS-AFTER-COUNT     DELIMITED BY SIZE
007530            " LATER POSTINGS BACKED OUT OF THE CURRENT MASTER"
007540                               DELIMITED BY SIZE
007550            INTO CL-REPORT-RECORD
007560     END-STRING
007570     WRITE CL-REPORT-RECORD
007580
007590     IF WS-ORPHAN-COUNT > 0
007600         MOVE WS-TOT-ORPHAN TO WS-EDIT-TOTAL
007610         MOVE SPACES TO CL-REPORT-RECORD
007620         STRING WS-ORPHAN-COUNT DELIMITED BY SIZE
007630                " POSTINGS TOTALLING " DELIMITED BY SIZE
007640                WS-EDIT-TOTAL   DELIMITED BY SIZE
007650                " FOR ACCOUNTS NO LONGER ON THE MASTER - "
007660                                DELIMITED BY SIZE
007670                "NOT IN THE CLOSE" DELIMITED BY SIZE
007680                INTO CL-REPORT-RECORD
007690         END-STRING
007700         WRITE CL-REPORT-RECORD
007710     END-IF
007720
007730     MOVE SPACES TO CL-REPORT-RECORD
007740     IF NOT HAVE-PRIOR-SNAPSHOT
007750         STRING "NO CLOSING SNAPSHOT FOR " DELIMITED BY SIZE
007760                WS-PRIOR-PERIOD-X          DELIMITED BY SIZE
007770                " - OPENING DERIVED FROM THE POSTING HISTORY"
007780                                           DELIMITED BY SIZE
007790                INTO CL-REPORT-RECORD
007800         END-STRING
007810     ELSE
007820         MOVE WS-TOT-PRIOR TO WS-EDIT-TOTAL
007830         IF WS-TOT-PRIOR = WS-TOT-OPENING
007840                 AND WS-DIFFER-COUNT = 0
007850                 AND WS-PRIOR-MISSING-COUNT = 0
007860             STRING "OPENING AGREES WITH THE "
007870                        DELIMITED BY SIZE
007880                    WS-PRIOR-PERIOD-X DELIMITED BY SIZE
007890                    " CLOSING SNAPSHOT " DELIMITED BY SIZE
007900                    WS-EDIT-TOTAL     DELIMITED BY SIZE
007910                    INTO CL-REPORT-RECORD
007920             END-STRING
007930         ELSE
007940             MOVE WS-TOT-OPENING TO WS-EDIT-TOTAL-2
007950             STRING "*** OPENING " DELIMITED BY SIZE
007960                    WS-EDIT-TOTAL-2 DELIMITED BY SIZE
007970                    " DISAGREES WITH THE " DELIMITED BY SIZE
007980                    WS-PRIOR-PERIOD-X DELIMITED BY SIZE
007990                    " CLOSING SNAPSHOT " DELIMITED BY SIZE
008000                    WS-EDIT-TOTAL     DELIMITED BY SIZE
008010                    " - "             DELIMITED BY SIZE
008020                    WS-DIFFER-COUNT   DELIMITED BY SIZE
008030                    " ACCOUNTS FLAGGED ***" DELIMITED BY SIZE
008040                    INTO CL-REPORT-RECORD
008050             END-STRING
008060             MOVE "OPENING DISAGREES" TO WS-RUN-REASON
008070             IF WS-COND-CODE < 4
008080                 MOVE 4 TO WS-COND-CODE
008090             END-IF
008100         END-IF
008110     END-IF
008120     WRITE CL-REPORT-RECORD
008130     DISPLAY CL-REPORT-RECORD
008140     CLOSE CL-REPORT-FILE.
008150 5000-EXIT.
008160     EXIT.
008170
008180 5100-WRITE-ONE-ACCOUNT.
008190     COMPUTE WS-CLOSING = WS-ACCT-CURRENT(WS-ACCT-IDX)
008200                        - WS-ACCT-AFTER(WS-ACCT-IDX)
008210     MOVE 0 TO WS-MOVEMENT
008220     MOVE SPACES TO WS-DETAIL-LINE
008230     MOVE WS-ACCT-IMAGE(WS-ACCT-IDX)(1:8) TO DL-ACCOUNT
008240     PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 8
008250         ADD WS-ACCT-MOVE(WS-ACCT-IDX, WS-OP-IDX) TO WS-MOVEMENT
008260         ADD WS-ACCT-MOVE(WS-ACCT-IDX, WS-OP-IDX)
008270             TO WS-TOT-MOVE(WS-OP-IDX)
008280         MOVE WS-ACCT-MOVE(WS-ACCT-IDX, WS-OP-IDX)
008290             TO DL-AMOUNT(WS-OP-IDX + 1)
008300     END-PERFORM
008310     COMPUTE WS-OPENING = WS-CLOSING - WS-MOVEMENT
008320     MOVE WS-OPENING TO DL-AMOUNT(1)
008330     MOVE WS-CLOSING TO DL-AMOUNT(10)
008340     ADD WS-OPENING  TO WS-TOT-OPENING
008350     ADD WS-MOVEMENT TO WS-TOT-MOVEMENT
008360     IF HAVE-PRIOR-SNAPSHOT
008370             AND WS-OPENING NOT = WS-ACCT-PRIOR(WS-ACCT-IDX)
008380         MOVE "   *" TO DL-FLAG
008390         ADD 1 TO WS-DIFFER-COUNT
008400     END-IF
008410     WRITE CL-REPORT-RECORD FROM WS-DETAIL-LINE.
008420 5100-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 6000-RECORD-PERIOD - THE PERIOD GOES ON THE CONTROL FILE AS
008470* CLOSED, IN PERIOD ORDER.  A REOPENED PERIOD KEEPS ITS REOPEN
008480* DETAILS SO THE FILE STILL SHOWS WHO REOPENED IT AND WHY.
008490*----------------------------------------------------------------
008500 6000-RECORD-PERIOD.
008510     IF WS-PERD-FOUND-IDX > 0
008520         MOVE WS-PERD-ENTRY(WS-PERD-FOUND-IDX) TO PERIOD-RECORD
008530     ELSE
008540         MOVE SPACES TO PERIOD-RECORD
008550         MOVE WS-CLOSE-PERIOD-X TO PD-PERIOD
008560     END-IF
008570     SET PD-CLOSED TO TRUE
008580     MOVE RH-RUN-DATE    TO PD-CLOSED-DATE
008590     MOVE RH-RUN-ID      TO PD-CLOSED-RUN-ID
008600     MOVE RH-OPERATOR-ID TO PD-CLOSED-BY
008610     MOVE WS-TOT-CLOSING TO PD-CLOSING-TOTAL
008620
008630     IF WS-PERD-FOUND-IDX > 0
008640         MOVE PERIOD-RECORD TO WS-PERD-ENTRY(WS-PERD-FOUND-IDX)
008650     ELSE
008660         MOVE 1 TO WS-PERD-INSERT-IDX
008670         PERFORM UNTIL WS-PERD-INSERT-IDX > WS-PERD-COUNT
008680                 OR WS-PERD-ENTRY(WS-PERD-INSERT-IDX)(1:6)
008690                    > WS-CLOSE-PERIOD-X
008700             ADD 1 TO WS-PERD-INSERT-IDX
008710         END-PERFORM
008720         PERFORM VARYING WS-PERD-IDX FROM WS-PERD-COUNT BY -1
008730                 UNTIL WS-PERD-IDX < WS-PERD-INSERT-IDX
008740             MOVE WS-PERD-ENTRY(WS-PERD-IDX)
008750                 TO WS-PERD-ENTRY(WS-PERD-IDX + 1)
008760         END-PERFORM
008770         MOVE PERIOD-RECORD TO WS-PERD-ENTRY(WS-PERD-INSERT-IDX)
008780         ADD 1 TO WS-PERD-COUNT
008790     END-IF
008800
008810     OPEN OUTPUT CL-PERIOD-FILE
008820     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
008830             UNTIL WS-PERD-IDX > WS-PERD-COUNT
008840         MOVE WS-PERD-ENTRY(WS-PERD-IDX) TO PERIOD-RECORD
008850         WRITE PERIOD-RECORD
008860     END-PERFORM
008870     CLOSE CL-PERIOD-FILE
008880
008890     MOVE WS-TOT-CLOSING TO WS-EDIT-TOTAL
008900     DISPLAY "ADDCLOSE: period " WS-CLOSE-PERIOD-X " closed - "
008910             WS-ACCT-COUNT " accounts, closing total "
008920             WS-EDIT-TOTAL "."
008930     DISPLAY "ADDCLOSE: snapshot " WS-SNAPSHOT-NAME
008940             " summary ADDCLOSR.DAT."
008950     IF WS-RUN-REASON = SPACES
008960         STRING "PERIOD "          DELIMITED BY SIZE
008970                WS-CLOSE-PERIOD-X DELIMITED BY SIZE
008980                " CLOSED"         DELIMITED BY SIZE
008990                INTO WS-RUN-REASON
009000         END-STRING
009010     END-IF.
009020 6000-EXIT.
009030     EXIT.
009040
009050*----------------------------------------------------------------
009060* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
009070*----------------------------------------------------------------
009080 7000-WRITE-RUN-METRICS.
009090     OPEN EXTEND RUN-METRICS-FILE
009100     IF NOT METRICS-OK
009110         OPEN OUTPUT RUN-METRICS-FILE
009120     END-IF
009130     MOVE SPACES TO RUN-METRICS-RECORD
009140     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
009150     MOVE RH-RUN-ID          TO MT-RUN-ID
009160     MOVE WS-HIST-READ-COUNT TO MT-RECORDS-READ
009170     MOVE WS-ACCT-COUNT      TO MT-RECORDS-WRITTEN
009180     MOVE WS-DIFFER-COUNT    TO MT-EXCEPTIONS
009190     MOVE WS-TOT-CLOSING     TO MT-TOTAL-AMOUNT
009200     MOVE 0                  TO MT-VALUE-MIN
009210     MOVE 0                  TO MT-VALUE-MAX
009220     WRITE RUN-METRICS-RECORD
009230     CLOSE RUN-METRICS-FILE.
009240 7000-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 9999-TERMINATE - LOG THE RUN.
009290*----------------------------------------------------------------
009300 9999-TERMINATE.
009310     OPEN EXTEND AUDIT-LOG-FILE
009320     IF NOT AUDIT-OK
009330         OPEN OUTPUT AUDIT-LOG-FILE
009340     END-IF
009350     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009360     ACCEPT WS-END-TIME FROM TIME
009370     MOVE SPACES TO AUDIT-LOG-RECORD
009380     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
009390     MOVE " RUNID "          TO AL-RUNID-TAG
009400     MOVE RH-RUN-ID          TO AL-RUN-ID
009410     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
009420     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
009430     MOVE " MODE "           TO AL-MODE-TAG
009440     IF RUNCARD-PRESENT
009450         MOVE "B"            TO AL-RUN-MODE
009460     ELSE
009470         MOVE "I"            TO AL-RUN-MODE
009480     END-IF
009490     MOVE WS-END-DATE        TO AL-END-DATE
009500     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
009510     MOVE WS-RUN-STATUS      TO AL-STATUS
009520     MOVE WS-RUN-REASON      TO AL-REASON
009530     MOVE WS-HIST-READ-COUNT TO AL-RECORDS-READ
009540     MOVE WS-ACCT-COUNT      TO AL-RECORDS-WRITTEN
009550     MOVE WS-DIFFER-COUNT    TO AL-RECORDS-REJECTED
009560     WRITE AUDIT-LOG-RECORD
009570     CLOSE AUDIT-LOG-FILE.
009580 9999-EXIT.
009590     EXIT.
