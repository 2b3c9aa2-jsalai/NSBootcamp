000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDREVS.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  POSTING REVERSAL FRONT END.
000110*                  THE OPERATOR FINDS THE POSTING TO BE UNDONE
000120*                  ON THE POSTING HISTORY (ADDHIST.DAT) BY
000130*                  ACCOUNT, POSTING DATE AND AMOUNT, PICKS IT
000140*                  FROM THE LIST, AND THE PROGRAM QUEUES THE
000150*                  EXACT OFFSETTING TRANSACTION ON ADDRAW.DAT AS
000160*                  OPERATION R, CARRYING THE ORIGINAL'S RUN ID
000170*                  AND REGISTER SEQUENCE.  A POSTING ALREADY
000180*                  REVERSED, OR WITH A REVERSAL ALREADY WAITING
000190*                  ON ADDRAW.DAT, ADDTRAN.DAT OR ADDSUSP.DAT, IS
000200*                  REFUSED; THE POSTING RUN REFUSES A SECOND
000210*                  REVERSAL AS WELL.  EVERY REVERSAL QUEUED
000220*                  WRITES AN AUDIT ENTRY AND A FULL-FIGURE LINE
000230*                  WITH THE OPERATOR'S REASON TO ADDREVLG.DAT.
000232* 10/15/2026  RH   MASTER MAINTENANCE ADJUSTMENTS (OPERATION J)
000234*                  NOW SHARE THE HISTORY FILE; THEY HAVE NO
000236*                  REGISTER LINE AND ARE LEFT OFF THE LIST.
000237* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000238*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000239*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000240*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000241* 10/15/2026  RH   ACCOUNT TRANSFER LEGS (OPERATION T) ARE LEFT
000242*                  OFF THE LIST: REVERSING ONE LEG WOULD SPLIT THE
000243*                  PAIR.  A TRANSFER IS UNDONE BY KEYING THE
000244*                  OPPOSITE TRANSFER.
000245*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RV-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-HISTORY-STATUS.
000320     SELECT RV-RAW-FILE ASSIGN TO "ADDRAW.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RAW-STATUS.
000350     SELECT RV-TRAN-FILE ASSIGN TO "ADDTRAN.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRAN-STATUS.
000380     SELECT RV-SUSPENSE-FILE ASSIGN TO "ADDSUSP.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SUSPENSE-STATUS.
000410     SELECT RV-REV-LOG-FILE ASSIGN TO "ADDREVLG.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REVLOG-STATUS.
000440     COPY AUDITSEL.
000450     COPY RUNCSEL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RV-HISTORY-FILE.
000500     COPY ADDHIST.
000510
000520*----------------------------------------------------------------
000530* THE RAW UPSTREAM LAYOUT ADDEDIT READS, AND THE CLEAN POSTING
000540* FILE IT WRITES IN THE SAME LAYOUT: ACCOUNT 1-8, OP 9, AMOUNT
000550* ZONES 10-16 AND 17-23, EFFECTIVE DATE 24-31, AND FOR A
000560* REVERSAL THE ORIGINAL'S RUN ID 32-47 AND SEQUENCE 48-54.
000570*----------------------------------------------------------------
000580 FD  RV-RAW-FILE.
000590 01  RV-RAW-RECORD.
000600     05  RR-ACCOUNT          PIC X(08).
000610     05  RR-OP-CODE          PIC X(01).
000620     05  RR-NUM1             PIC S9(4)V99 SIGN IS LEADING
000630                                          SEPARATE.
000640     05  RR-NUM2             PIC S9(4)V99 SIGN IS LEADING
000650                                          SEPARATE.
000660     05  RR-EFF-DATE         PIC X(08).
000670     05  RR-REV-RUN-ID       PIC X(16).
000680     05  RR-REV-SEQ          PIC X(07).
000690     05  FILLER              PIC X(26).
000700
000710 FD  RV-TRAN-FILE.
000720 01  RV-TRAN-RECORD.
000730     05  RT-ACCOUNT          PIC X(08).
000740     05  RT-OP-CODE          PIC X(01).
000750     05  FILLER              PIC X(22).
000760     05  RT-REV-RUN-ID       PIC X(16).
000770     05  RT-REV-SEQ          PIC X(07).
000780
000790*    THE POSTING RUN'S SUSPENSE LAYOUT: THE TRANSACTION PLUS A
000800*    RUN-AGE COUNT, THEN THE REVERSAL REFERENCE.
000810 FD  RV-SUSPENSE-FILE.
000820 01  RV-SUSPENSE-RECORD.
000830     05  RS-ACCOUNT          PIC X(08).
000840     05  RS-OP-CODE          PIC X(01).
000850     05  FILLER              PIC X(25).
000860     05  RS-REV-RUN-ID       PIC X(16).
000870     05  RS-REV-SEQ          PIC X(07).
000880
000890 FD  RV-REV-LOG-FILE.
000900 01  RV-REV-LOG-RECORD       PIC X(120).
000910
000920 FD  AUDIT-LOG-FILE.
000930     COPY AUDITLOG.
000940
000950 FD  RUN-CARD-FILE.
000960     COPY RUNCARD.
000970
000980 WORKING-STORAGE SECTION.
000990     COPY RUNHDR.
000995     COPY OPERLINK.
001000 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001010     88  AUDIT-OK                    VALUE "00".
001020 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001030     88  RUNCARD-OK                  VALUE "00".
001040 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001050     88  RUNCARD-PRESENT             VALUE "Y".
001060 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
001070     88  HISTORY-OK                  VALUE "00".
001080     88  HISTORY-EOF                 VALUE "10".
001090 01  WS-RAW-STATUS           PIC XX  VALUE SPACES.
001100     88  RAW-OK                      VALUE "00".
001110     88  RAW-EOF                     VALUE "10".
001120 01  WS-TRAN-STATUS          PIC XX  VALUE SPACES.
001130     88  TRAN-OK                     VALUE "00".
001140     88  TRAN-EOF                    VALUE "10".
001150 01  WS-SUSPENSE-STATUS      PIC XX  VALUE SPACES.
001160     88  SUSPENSE-OK                 VALUE "00".
001170     88  SUSPENSE-EOF                VALUE "10".
001180 01  WS-REVLOG-STATUS        PIC XX  VALUE SPACES.
001190     88  REVLOG-OK                   VALUE "00".
001200
001210 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001220 01  WS-END-TIME.
001230     05  WS-END-TIME-HHMMSS  PIC 9(6).
001240     05  FILLER              PIC 99.
001250
001260 01  WS-CHOICE               PIC X      VALUE SPACE.
001270 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
001280     88  EXIT-REQUESTED                 VALUE "Y".
001290
001300*----------------------------------------------------------------
001310* THE SEARCH: ACCOUNT IS MANDATORY, POSTING DATE AND AMOUNT
001320* NARROW THE LIST WHEN GIVEN (BLANK = ANY).
001330*----------------------------------------------------------------
001340 01  WS-WORK-ACCOUNT         PIC X(08)  VALUE SPACES.
001350 01  WS-DATE-INPUT           PIC X(08)  VALUE SPACES.
001360 01  WS-AMOUNT-INPUT         PIC X(14)  VALUE SPACES.
001370 01  WS-AMOUNT-GIVEN-SW      PIC X      VALUE "N".
001380     88  AMOUNT-GIVEN                   VALUE "Y".
001390 01  WS-FIND-AMOUNT          PIC S9(9)V99 SIGN IS LEADING
001400                                          SEPARATE VALUE 0.
001410 01  WS-ENTRY-VALID          PIC X      VALUE "N".
001420     88  ENTRY-IS-VALID                 VALUE "Y".
001430
001440*----------------------------------------------------------------
001450* POSTINGS ON THE HISTORY THAT MATCH THE SEARCH.  STATUS IS
001460* BLANK WHILE THE POSTING CAN STILL BE REVERSED, "REVERSED"
001470* WHEN A REVERSAL HAS POSTED AGAINST IT, "PENDING" WHEN ONE IS
001480* ALREADY WAITING TO POST.
001490*----------------------------------------------------------------
001500 01  WS-CAND-COUNT           PIC 9(3)   VALUE 0.
001510 01  WS-CAND-TABLE.
001520     05  WS-CAND-ENTRY OCCURS 50 TIMES.
001530         10  WS-CAND-POST-DATE
001540                             PIC X(08).
001550         10  WS-CAND-RUN-ID  PIC X(16).
001560         10  WS-CAND-SEQ     PIC X(07).
001570         10  WS-CAND-OP      PIC X(01).
001580         10  WS-CAND-AMOUNT  PIC S9(9)V99 SIGN IS LEADING
001590                                          SEPARATE.
001600         10  WS-CAND-NEW-BAL PIC S9(9)V99 SIGN IS LEADING
001610                                          SEPARATE.
001620         10  WS-CAND-STATUS  PIC X(08).
001630 01  WS-CAND-IDX             PIC 9(3)   VALUE 0.
001640 01  WS-CAND-FULL-SWITCH     PIC X      VALUE "N".
001650     88  CAND-TABLE-FULL                VALUE "Y".
001660 01  WS-PICK-INPUT           PIC X(03)  VALUE SPACES.
001670 01  WS-PICK                 PIC 9(3)   VALUE 0.
001680 01  WS-REF-RUN-ID           PIC X(16)  VALUE SPACES.
001690 01  WS-REF-SEQ              PIC X(07)  VALUE SPACES.
001700 01  WS-REF-STATUS           PIC X(08)  VALUE SPACES.
001710
001720*----------------------------------------------------------------
001730* THE OFFSETTING TRANSACTION.  A REVERSAL'S AMOUNT IS NUM1 TEN-
001740* THOUSANDS PLUS NUM2 UNITS, BOTH CARRYING THE SIGN, SO ANY
001750* POSTING UP TO 99,999,999.99 EITHER WAY CAN BE OFFSET EXACTLY.
001760*----------------------------------------------------------------
001770 01  WS-OFFSET-AMOUNT        PIC S9(9)V99 SIGN IS LEADING
001780                                          SEPARATE VALUE 0.
001790 01  WS-OFFSET-TENK          PIC S9(4)  VALUE 0.
001800 01  WS-OFFSET-UNITS         PIC S9(4)V99 VALUE 0.
001810 01  WS-CONFIRM              PIC X      VALUE SPACE.
001820 01  WS-REASON-INPUT         PIC X(30)  VALUE SPACES.
001830 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001840 01  WS-QUEUED-COUNT         PIC 9(3)   VALUE 0.
001850 01  WS-PENDING-COUNT        PIC 9(5)   VALUE 0.
001860
001870 01  WS-EDIT-AMOUNT          PIC +9(9).99.
001880 01  WS-EDIT-AMOUNT-2        PIC +9(9).99.
001890 01  WS-EDIT-NUM1            PIC +9(4).99.
001900 01  WS-EDIT-NUM2            PIC +9(4).99.
001910
001920 PROCEDURE DIVISION.
001930*----------------------------------------------------------------
001940* 0000-MAINLINE - TOP-LEVEL CONTROL
001950*----------------------------------------------------------------
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001990         UNTIL EXIT-REQUESTED
002000     PERFORM 9999-TERMINATE THRU 9999-EXIT
002010     STOP RUN.
002020
002030*----------------------------------------------------------------
002040* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
002050*----------------------------------------------------------------
002060 1000-INITIALIZE.
002070     DISPLAY " ".
002080     DISPLAY "=== ADDREVS - POSTING REVERSAL ===".
002090     MOVE "ADDREVS " TO RH-PROGRAM-NAME
002100     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
002110     IF NOT RUNCARD-PRESENT
002120         DISPLAY "Enter operator ID: " WITH NO ADVANCING
002130         ACCEPT RH-OPERATOR-ID
002140     END-IF
002150     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
002160     ACCEPT RH-RUN-TIME FROM TIME
002170     STRING RH-RUN-DATE DELIMITED BY SIZE
002180            RH-RUN-TIME DELIMITED BY SIZE
002190            INTO RH-RUN-ID
002200     END-STRING
002201*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002202*    TO RUN THIS JOB.
002203     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002204     MOVE RH-RUN-ID       TO OC-RUN-ID
002205     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002206     MOVE "I"             TO OC-RUN-MODE
002207     MOVE "M"             TO OC-FUNCTION-GROUP
002208     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002209     IF NOT OC-AUTHORIZED
002210         MOVE 12 TO RETURN-CODE
002211         STOP RUN
002212     END-IF.
002213 1000-EXIT.
002220     EXIT.
002230
002240 1100-READ-RUN-CARD.
002250     MOVE "N" TO WS-RUNCARD-SWITCH
002260     OPEN INPUT RUN-CARD-FILE
002270     IF RUNCARD-OK
002280         READ RUN-CARD-FILE
002290             NOT AT END
002300                 IF RUN-CARD-RECORD NOT = SPACES
002310                     MOVE "Y" TO WS-RUNCARD-SWITCH
002320                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002330                 END-IF
002340         END-READ
002350         CLOSE RUN-CARD-FILE
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
002420* DISPATCH.
002430*----------------------------------------------------------------
002440 2000-PROCESS-MENU.
002450     DISPLAY " ".
002460     DISPLAY "1. REVERSE - find a posting and queue its reversal".
002470     DISPLAY "2. PENDING - list reversals waiting on ADDRAW.DAT".
002480     DISPLAY "9. EXIT".
002490     DISPLAY "Select an option: " WITH NO ADVANCING
002500     ACCEPT WS-CHOICE
002510     EVALUATE WS-CHOICE
002520         WHEN "1"
002530             PERFORM 3000-REVERSE-POSTING THRU 3000-EXIT
002540         WHEN "2"
002550             PERFORM 6000-LIST-PENDING THRU 6000-EXIT
002560         WHEN "9"
002570             MOVE "Y" TO WS-EXIT-SWITCH
002580         WHEN OTHER
002590             DISPLAY "Invalid selection. Enter 1, 2 or 9."
002600     END-EVALUATE.
002610 2000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002650* 3000-REVERSE-POSTING - FIND THE POSTING, SHOW THE MATCHES WITH
002660* THEIR HISTORY REFERENCE, TAKE THE OPERATOR'S PICK AND QUEUE
002670* THE OFFSET.  NOTHING IS WRITTEN UNTIL THE OPERATOR CONFIRMS
002680* AND GIVES A REASON.
002690*----------------------------------------------------------------
002700 3000-REVERSE-POSTING.
002710     PERFORM 7200-ACCEPT-SEARCH THRU 7200-EXIT
002720     IF NOT ENTRY-IS-VALID
002730         GO TO 3000-EXIT
002740     END-IF
002750
002760     PERFORM 7000-FIND-POSTINGS THRU 7000-EXIT
002770     IF NOT HISTORY-OK AND NOT HISTORY-EOF
002780         GO TO 3000-EXIT
002790     END-IF
002800     IF WS-CAND-COUNT = 0
002810         DISPLAY "No posting on the history matches - nothing "
002820                 "to reverse."
002830         GO TO 3000-EXIT
002840     END-IF
002850     PERFORM 7100-MARK-PENDING THRU 7100-EXIT
002860     PERFORM 3100-SHOW-CANDIDATES THRU 3100-EXIT
002870
002880     MOVE SPACES TO WS-PICK-INPUT
002890     DISPLAY "Posting to reverse (number, blank = none): "
002900         WITH NO ADVANCING
002910     ACCEPT WS-PICK-INPUT
002920     IF WS-PICK-INPUT = SPACES
002930         DISPLAY "Nothing reversed."
002940         GO TO 3000-EXIT
002950     END-IF
002960     IF FUNCTION TEST-NUMVAL(WS-PICK-INPUT) NOT = 0
002970         DISPLAY "Selection must be a number from the list."
002980         GO TO 3000-EXIT
002990     END-IF
003000     COMPUTE WS-PICK = FUNCTION NUMVAL(WS-PICK-INPUT)
003010     IF WS-PICK < 1 OR WS-PICK > WS-CAND-COUNT
003020         DISPLAY "Selection must be a number from the list."
003030         GO TO 3000-EXIT
003040     END-IF
003050     IF WS-CAND-STATUS(WS-PICK) NOT = SPACES
003060         DISPLAY "That posting is " WS-CAND-STATUS(WS-PICK)
003070                 " - a second reversal is refused."
003080         GO TO 3000-EXIT
003090     END-IF
003100
003110     COMPUTE WS-OFFSET-AMOUNT = 0 - WS-CAND-AMOUNT(WS-PICK)
003120     IF WS-OFFSET-AMOUNT > 99999999.99
003130             OR WS-OFFSET-AMOUNT < -99999999.99
003140         DISPLAY "Posting exceeds 99,999,999.99 - too large for "
003150                 "one reversal; refer to the supervisor."
003160         GO TO 3000-EXIT
003170     END-IF
003180*    TRUNCATION KEEPS THE TEN-THOUSANDS PART ON THE SAME SIDE OF
003190*    ZERO AS THE AMOUNT, SO THE UNITS PART CARRIES THE SAME SIGN.
003200     COMPUTE WS-OFFSET-TENK = WS-OFFSET-AMOUNT / 10000
003210     COMPUTE WS-OFFSET-UNITS =
003220             WS-OFFSET-AMOUNT - WS-OFFSET-TENK * 10000
003230
003240     MOVE WS-OFFSET-AMOUNT TO WS-EDIT-AMOUNT
003250     DISPLAY "Reversal of " WS-WORK-ACCOUNT " RUN "
003260             WS-CAND-RUN-ID(WS-PICK) " SEQ " WS-CAND-SEQ(WS-PICK)
003270             " will post " WS-EDIT-AMOUNT
003280     DISPLAY "Reason for the reversal: " WITH NO ADVANCING
003290     MOVE SPACES TO WS-REASON-INPUT
003300     ACCEPT WS-REASON-INPUT
003310     IF WS-REASON-INPUT = SPACES
003320         DISPLAY "A reason is mandatory - nothing reversed."
003330         GO TO 3000-EXIT
003340     END-IF
003350     DISPLAY "Queue this reversal (Y/N): " WITH NO ADVANCING
003360     ACCEPT WS-CONFIRM
003370     IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
003380         DISPLAY "Nothing reversed."
003390         GO TO 3000-EXIT
003400     END-IF
003410
003420     PERFORM 7400-APPEND-REVERSAL THRU 7400-EXIT
003430     PERFORM 7600-WRITE-REV-LOG THRU 7600-EXIT
003440     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003450     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003460     ADD 1 TO WS-QUEUED-COUNT
003470     DISPLAY "Reversal queued on ADDRAW.DAT - it posts on the "
003480             "next posting run.".
003490 3000-EXIT.
003500     EXIT.
003510
003520 3100-SHOW-CANDIDATES.
003530     DISPLAY "NO  POSTED    RUN ID           SEQ     OP"
003540             "  AMOUNT        NEW BALANCE   STATUS"
003550     PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
003560             UNTIL WS-CAND-IDX > WS-CAND-COUNT
003570         MOVE WS-CAND-AMOUNT(WS-CAND-IDX)  TO WS-EDIT-AMOUNT
003580         MOVE WS-CAND-NEW-BAL(WS-CAND-IDX) TO WS-EDIT-AMOUNT-2
003590         DISPLAY WS-CAND-IDX " "
003600                 WS-CAND-POST-DATE(WS-CAND-IDX) "  "
003610                 WS-CAND-RUN-ID(WS-CAND-IDX) " "
003620                 WS-CAND-SEQ(WS-CAND-IDX) " "
003630                 WS-CAND-OP(WS-CAND-IDX) "   "
003640                 WS-EDIT-AMOUNT " "
003650                 WS-EDIT-AMOUNT-2 " "
003660                 WS-CAND-STATUS(WS-CAND-IDX)
003670     END-PERFORM
003680     IF CAND-TABLE-FULL
003690         DISPLAY "More than 50 postings match - give the date "
003700                 "and amount to narrow the list."
003710     END-IF.
003720 3100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 6000-LIST-PENDING - EVERY REVERSAL QUEUED ON ADDRAW.DAT THAT
003770* THE EDIT HAS NOT YET PICKED UP.
003780*----------------------------------------------------------------
003790 6000-LIST-PENDING.
003800     MOVE 0 TO WS-PENDING-COUNT
003810     OPEN INPUT RV-RAW-FILE
003820     IF NOT RAW-OK
003830         DISPLAY "No raw transaction file (ADDRAW.DAT) on file."
003840         GO TO 6000-EXIT
003850     END-IF
003860     READ RV-RAW-FILE
003870         AT END SET RAW-EOF TO TRUE
003880     END-READ
003890     PERFORM UNTIL RAW-EOF
003900         IF RR-OP-CODE = "R" OR "r"
003910             ADD 1 TO WS-PENDING-COUNT
003920             IF RR-NUM1 IS NUMERIC AND RR-NUM2 IS NUMERIC
003930                 COMPUTE WS-OFFSET-AMOUNT =
003940                         RR-NUM1 * 10000 + RR-NUM2
003950             ELSE
003960                 MOVE 0 TO WS-OFFSET-AMOUNT
003970             END-IF
003980             MOVE WS-OFFSET-AMOUNT TO WS-EDIT-AMOUNT
003990             DISPLAY RR-ACCOUNT "  " WS-EDIT-AMOUNT
004000                     "  REVERSES RUN " RR-REV-RUN-ID
004010                     " SEQ " RR-REV-SEQ
004020         END-IF
004030         READ RV-RAW-FILE
004040             AT END SET RAW-EOF TO TRUE
004050         END-READ
004060     END-PERFORM
004070     CLOSE RV-RAW-FILE
004080     DISPLAY WS-PENDING-COUNT " REVERSALS WAITING ON ADDRAW.DAT.".
004090 6000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 7000-FIND-POSTINGS - ONE PASS OF THE POSTING HISTORY.  EVERY
004140* NON-REVERSAL POSTING TO THE ACCOUNT THAT FITS THE DATE AND
004150* AMOUNT GOES ON THE LIST; EVERY REVERSAL TO THE ACCOUNT MARKS
004160* THE POSTING IT QUOTES.  A REVERSAL ALWAYS FOLLOWS ITS ORIGINAL
004170* ON THE FILE, SO ONE PASS IS ENOUGH.
004180*----------------------------------------------------------------
004190 7000-FIND-POSTINGS.
004200     MOVE 0 TO WS-CAND-COUNT
004210     MOVE "N" TO WS-CAND-FULL-SWITCH
004220     OPEN INPUT RV-HISTORY-FILE
004230     IF NOT HISTORY-OK
004240         DISPLAY "No posting history (ADDHIST.DAT) on file - "
004250                 "nothing can be reversed."
004260         GO TO 7000-EXIT
004270     END-IF
004280     READ RV-HISTORY-FILE
004290         AT END SET HISTORY-EOF TO TRUE
004300     END-READ
004310     PERFORM UNTIL HISTORY-EOF
004320         IF HS-ACCOUNT = WS-WORK-ACCOUNT
004330             IF HS-OP-REVERSAL
004340                 MOVE HS-REV-RUN-ID  TO WS-REF-RUN-ID
004350                 MOVE HS-REV-REG-SEQ TO WS-REF-SEQ
004360                 MOVE "REVERSED"     TO WS-REF-STATUS
004370                 PERFORM 7150-MARK-CANDIDATE THRU 7150-EXIT
004380             ELSE
004390                 PERFORM 7050-TEST-CANDIDATE THRU 7050-EXIT
004400             END-IF
004410         END-IF
004420         READ RV-HISTORY-FILE
004430             AT END SET HISTORY-EOF TO TRUE
004440         END-READ
004450     END-PERFORM
004460     CLOSE RV-HISTORY-FILE.
004470 7000-EXIT.
004480     EXIT.
004490
004500 7050-TEST-CANDIDATE.
004502     IF HS-OP-ADJUSTMENT OR HS-OP-TRANSFER
004504         GO TO 7050-EXIT
004506     END-IF
004510     IF WS-DATE-INPUT NOT = SPACES
004520             AND HS-POST-DATE NOT = WS-DATE-INPUT
004530         GO TO 7050-EXIT
004540     END-IF
004550     IF AMOUNT-GIVEN
004560             AND HS-AMOUNT NOT = WS-FIND-AMOUNT
004570         GO TO 7050-EXIT
004580     END-IF
004590     IF WS-CAND-COUNT >= 50
004600         MOVE "Y" TO WS-CAND-FULL-SWITCH
004610         GO TO 7050-EXIT
004620     END-IF
004630     ADD 1 TO WS-CAND-COUNT
004640     MOVE HS-POST-DATE   TO WS-CAND-POST-DATE(WS-CAND-COUNT)
004650     MOVE HS-RUN-ID      TO WS-CAND-RUN-ID(WS-CAND-COUNT)
004660     MOVE HS-REG-SEQ     TO WS-CAND-SEQ(WS-CAND-COUNT)
004670     MOVE HS-OP-CODE     TO WS-CAND-OP(WS-CAND-COUNT)
004680     MOVE HS-AMOUNT      TO WS-CAND-AMOUNT(WS-CAND-COUNT)
004690     MOVE HS-NEW-BALANCE TO WS-CAND-NEW-BAL(WS-CAND-COUNT)
004700     MOVE SPACES         TO WS-CAND-STATUS(WS-CAND-COUNT).
004710 7050-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 7100-MARK-PENDING - A REVERSAL ALREADY QUEUED BUT NOT YET
004760* POSTED COUNTS AS A REVERSAL: ON THE RAW FILE, ON THE EDITED
004770* POSTING FILE, OR PARKED IN SUSPENSE.
004780*----------------------------------------------------------------
004790 7100-MARK-PENDING.
004800     MOVE "PENDING" TO WS-REF-STATUS
004810     OPEN INPUT RV-RAW-FILE
004820     IF RAW-OK
004830         READ RV-RAW-FILE
004840             AT END SET RAW-EOF TO TRUE
004850         END-READ
004860         PERFORM UNTIL RAW-EOF
004870             IF RR-ACCOUNT = WS-WORK-ACCOUNT
004880                     AND (RR-OP-CODE = "R" OR "r")
004890                 MOVE RR-REV-RUN-ID TO WS-REF-RUN-ID
004900                 MOVE RR-REV-SEQ    TO WS-REF-SEQ
004910                 PERFORM 7150-MARK-CANDIDATE THRU 7150-EXIT
004920             END-IF
004930             READ RV-RAW-FILE
004940                 AT END SET RAW-EOF TO TRUE
004950             END-READ
004960         END-PERFORM
004970         CLOSE RV-RAW-FILE
004980     END-IF
004990
005000     OPEN INPUT RV-TRAN-FILE
005010     IF TRAN-OK
005020         READ RV-TRAN-FILE
005030             AT END SET TRAN-EOF TO TRUE
005040         END-READ
005050         PERFORM UNTIL TRAN-EOF
005060             IF RT-ACCOUNT = WS-WORK-ACCOUNT
005070                     AND RT-OP-CODE = "R"
005080                 MOVE RT-REV-RUN-ID TO WS-REF-RUN-ID
005090                 MOVE RT-REV-SEQ    TO WS-REF-SEQ
005100                 PERFORM 7150-MARK-CANDIDATE THRU 7150-EXIT
005110             END-IF
005120             READ RV-TRAN-FILE
005130                 AT END SET TRAN-EOF TO TRUE
005140             END-READ
005150         END-PERFORM
005160         CLOSE RV-TRAN-FILE
005170     END-IF
005180
005190     OPEN INPUT RV-SUSPENSE-FILE
005200     IF SUSPENSE-OK
005210         READ RV-SUSPENSE-FILE
005220             AT END SET SUSPENSE-EOF TO TRUE
005230         END-READ
005240         PERFORM UNTIL SUSPENSE-EOF
005250             IF RS-ACCOUNT = WS-WORK-ACCOUNT
005260                     AND RS-OP-CODE = "R"
005270                 MOVE RS-REV-RUN-ID TO WS-REF-RUN-ID
005280                 MOVE RS-REV-SEQ    TO WS-REF-SEQ
005290                 PERFORM 7150-MARK-CANDIDATE THRU 7150-EXIT
005300             END-IF
005310             READ RV-SUSPENSE-FILE
005320                 AT END SET SUSPENSE-EOF TO TRUE
005330             END-READ
005340         END-PERFORM
005350         CLOSE RV-SUSPENSE-FILE
005360     END-IF.
005370 7100-EXIT.
005380     EXIT.
005390
005400*    A POSTED REVERSAL OUTRANKS A PENDING ONE ON THE LIST.
005410 7150-MARK-CANDIDATE.
005420     PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
005430             UNTIL WS-CAND-IDX > WS-CAND-COUNT
005440         IF WS-CAND-RUN-ID(WS-CAND-IDX) = WS-REF-RUN-ID
005450                 AND WS-CAND-SEQ(WS-CAND-IDX) = WS-REF-SEQ
005460                 AND WS-CAND-STATUS(WS-CAND-IDX) NOT = "REVERSED"
005470             MOVE WS-REF-STATUS TO WS-CAND-STATUS(WS-CAND-IDX)
005480         END-IF
005490     END-PERFORM.
005500 7150-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 7200-ACCEPT-SEARCH - ACCOUNT (MANDATORY), POSTING DATE AND
005550* AMOUNT AS THEY APPEAR ON THE REGISTER (BLANK = ANY).
005560*----------------------------------------------------------------
005570 7200-ACCEPT-SEARCH.
005580     MOVE "N" TO WS-ENTRY-VALID
005590     MOVE SPACES TO WS-WORK-ACCOUNT
005600     DISPLAY "Account number (8 characters): " WITH NO ADVANCING
005610     ACCEPT WS-WORK-ACCOUNT
005620     IF WS-WORK-ACCOUNT = SPACES
005630         DISPLAY "No account entered - nothing reversed."
005640         GO TO 7200-EXIT
005650     END-IF
005660
005670     MOVE SPACES TO WS-DATE-INPUT
005680     DISPLAY "Posting date YYYYMMDD (blank = any): "
005690         WITH NO ADVANCING
005700     ACCEPT WS-DATE-INPUT
005710     IF WS-DATE-INPUT NOT = SPACES
005720             AND WS-DATE-INPUT IS NOT NUMERIC
005730         DISPLAY "Date must be eight digits - nothing reversed."
005740         GO TO 7200-EXIT
005750     END-IF
005760
005770     MOVE "N" TO WS-AMOUNT-GIVEN-SW
005780     MOVE SPACES TO WS-AMOUNT-INPUT
005790     DISPLAY "Amount as posted (e.g. 150.00 or -25.00, "
005800             "blank = any): " WITH NO ADVANCING
005810     ACCEPT WS-AMOUNT-INPUT
005820     IF WS-AMOUNT-INPUT NOT = SPACES
005830         IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) NOT = 0
005840             DISPLAY "Amount must be numeric - nothing reversed."
005850             GO TO 7200-EXIT
005860         END-IF
005870         MOVE "Y" TO WS-AMOUNT-GIVEN-SW
005880         COMPUTE WS-FIND-AMOUNT =
005890                 FUNCTION NUMVAL(WS-AMOUNT-INPUT)
005900     END-IF
005910     MOVE "Y" TO WS-ENTRY-VALID.
005920 7200-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 7400-APPEND-REVERSAL - THE OFFSET GOES ON THE END OF THE RAW
005970* FILE IN THE UPSTREAM LAYOUT, SO IT IS EDITED, CONTROL-TOTALLED
005980* AND POSTED EXACTLY LIKE EVERY OTHER TRANSACTION.  NO EFFECTIVE
005990* DATE: A REVERSAL POSTS ON THE NEXT RUN.
006000*----------------------------------------------------------------
006010 7400-APPEND-REVERSAL.
006020     OPEN EXTEND RV-RAW-FILE
006030     IF NOT RAW-OK
006040         OPEN OUTPUT RV-RAW-FILE
006050     END-IF
006060     MOVE SPACES                  TO RV-RAW-RECORD
006070     MOVE WS-WORK-ACCOUNT         TO RR-ACCOUNT
006080     MOVE "R"                     TO RR-OP-CODE
006090     MOVE WS-OFFSET-TENK          TO RR-NUM1
006100     MOVE WS-OFFSET-UNITS         TO RR-NUM2
006110     MOVE WS-CAND-RUN-ID(WS-PICK) TO RR-REV-RUN-ID
006120     MOVE WS-CAND-SEQ(WS-PICK)    TO RR-REV-SEQ
006130     WRITE RV-RAW-RECORD
006140     CLOSE RV-RAW-FILE.
006150 7400-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190* 7600-WRITE-REV-LOG - THE FULL FIGURES AND THE OPERATOR'S
006200* REASON; THE 20-BYTE AUDIT REASON ONLY HAS ROOM FOR THE KEY.
006210*----------------------------------------------------------------
006220 7600-WRITE-REV-LOG.
006230     OPEN EXTEND RV-REV-LOG-FILE
006240     IF NOT REVLOG-OK
006250         OPEN OUTPUT RV-REV-LOG-FILE
006260     END-IF
006270     MOVE WS-CAND-AMOUNT(WS-PICK) TO WS-EDIT-AMOUNT
006280     MOVE WS-OFFSET-AMOUNT        TO WS-EDIT-AMOUNT-2
006290     MOVE SPACES TO RV-REV-LOG-RECORD
006300     STRING RH-RUN-DATE                DELIMITED BY SIZE
006310            " "                        DELIMITED BY SIZE
006320            RH-RUN-TIME                DELIMITED BY SIZE
006330            " "                        DELIMITED BY SIZE
006340            RH-OPERATOR-ID             DELIMITED BY SIZE
006350            " "                        DELIMITED BY SIZE
006360            WS-WORK-ACCOUNT            DELIMITED BY SIZE
006370            " RUN "                    DELIMITED BY SIZE
006380            WS-CAND-RUN-ID(WS-PICK)    DELIMITED BY SIZE
006390            " SEQ "                    DELIMITED BY SIZE
006400            WS-CAND-SEQ(WS-PICK)       DELIMITED BY SIZE
006410            " ORIG "                   DELIMITED BY SIZE
006420            WS-EDIT-AMOUNT             DELIMITED BY SIZE
006430            " REV "                    DELIMITED BY SIZE
006440            WS-EDIT-AMOUNT-2           DELIMITED BY SIZE
006450            " "                        DELIMITED BY SIZE
006460            WS-REASON-INPUT            DELIMITED BY SIZE
006470            INTO RV-REV-LOG-RECORD
006480     END-STRING
006490     WRITE RV-REV-LOG-RECORD
006500     CLOSE RV-REV-LOG-FILE.
006510 7600-EXIT.
006520     EXIT.
006530
006540*    "V" + ACCOUNT + THE ORIGINAL'S REGISTER SEQUENCE; THE RUN ID
006550*    IS ON ADDREVLG.DAT.
006560 7700-BUILD-AUDIT-REASON.
006570     MOVE SPACES TO WS-AUDIT-REASON
006580     STRING "V"                   DELIMITED BY SIZE
006590            WS-WORK-ACCOUNT       DELIMITED BY SIZE
006600            ">"                   DELIMITED BY SIZE
006610            WS-CAND-SEQ(WS-PICK)  DELIMITED BY SIZE
006620            INTO WS-AUDIT-REASON
006630     END-STRING.
006640 7700-EXIT.
006650     EXIT.
006660
006670 8000-WRITE-AUDIT-ENTRY.
006680     OPEN EXTEND AUDIT-LOG-FILE
006690     IF NOT AUDIT-OK
006700         OPEN OUTPUT AUDIT-LOG-FILE
006710     END-IF
006720     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006730     ACCEPT WS-END-TIME FROM TIME
006740     MOVE SPACES TO AUDIT-LOG-RECORD
006750     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
006760     MOVE " RUNID "          TO AL-RUNID-TAG
006770     MOVE RH-RUN-ID          TO AL-RUN-ID
006780     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
006790     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
006800     MOVE " MODE "           TO AL-MODE-TAG
006810     MOVE "I"                TO AL-RUN-MODE
006820     MOVE WS-END-DATE        TO AL-END-DATE
006830     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
006840     MOVE "NORMAL"           TO AL-STATUS
006850     MOVE WS-AUDIT-REASON    TO AL-REASON
006860     MOVE WS-CAND-COUNT      TO AL-RECORDS-READ
006870     MOVE 1                  TO AL-RECORDS-WRITTEN
006880     MOVE 0                  TO AL-RECORDS-REJECTED
006890     WRITE AUDIT-LOG-RECORD
006900     CLOSE AUDIT-LOG-FILE.
006910 8000-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 9999-TERMINATE - SESSION TOTALS
006960*----------------------------------------------------------------
006970 9999-TERMINATE.
006980     DISPLAY "=== ADDREVS - " WS-QUEUED-COUNT
006990             " REVERSALS QUEUED ===".
007000 9999-EXIT.
007010     EXIT.
