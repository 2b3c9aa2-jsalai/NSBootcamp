000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHINQ.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  POINT-IN-TIME BALANCE
000110*                  INQUIRY.  GIVEN AN ACCOUNT AND A POSTING
000120*                  DATE OR RANGE OF DATES, REBUILDS THE BALANCE
000130*                  AS IT STOOD AT THE START AND END OF THE RANGE
000140*                  FROM THE CURRENT MASTER (ADDMSTR.DAT) AND THE
000150*                  PERMANENT POSTING HISTORY (ADDHIST.DAT), AND
000160*                  LISTS EVERY POSTING IN BETWEEN WITH THE
000170*                  RUNNING BALANCE.  READ ONLY; EACH INQUIRY
000180*                  WRITES AN AUDIT ENTRY NAMING THE ACCOUNT.
000182* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000184*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000186*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000188*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT HQ-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-MASTER-STATUS.
000270     SELECT HQ-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-HISTORY-STATUS.
000300     COPY AUDITSEL.
000310     COPY RUNCSEL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  HQ-MASTER-FILE.
000360*    SAME SHAPE AS THE ADD2NUM MASTER FD; ONLY THE ACCOUNT AND
000370*    BALANCE MATTER HERE.
000380 01  HQ-MASTER-RECORD.
000390     05  MS-ACCOUNT          PIC X(08).
000400     05  MS-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000410                                          SEPARATE.
000420     05  MS-LIMITS           PIC X(24).
000430     05  MS-INTEREST         PIC X(30).
000440
000450 FD  HQ-HISTORY-FILE.
000460     COPY ADDHIST.
000470
000480 FD  AUDIT-LOG-FILE.
000490     COPY AUDITLOG.
000500
000510 FD  RUN-CARD-FILE.
000520     COPY RUNCARD.
000530
000540 WORKING-STORAGE SECTION.
000550     COPY RUNHDR.
000555     COPY OPERLINK.
000560 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000570     88  AUDIT-OK                    VALUE "00".
000580 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000590     88  RUNCARD-OK                  VALUE "00".
000600 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000610     88  RUNCARD-PRESENT             VALUE "Y".
000620 01  WS-MASTER-STATUS        PIC XX  VALUE SPACES.
000630     88  MASTER-OK                   VALUE "00".
000640     88  MASTER-EOF                  VALUE "10".
000650 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
000660     88  HISTORY-OK                  VALUE "00".
000670     88  HISTORY-EOF                 VALUE "10".
000680
000690 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000700 01  WS-END-TIME.
000710     05  WS-END-TIME-HHMMSS  PIC 9(6).
000720     05  FILLER              PIC 99.
000730
000740 01  WS-CHOICE               PIC X      VALUE SPACE.
000750 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
000760     88  EXIT-REQUESTED                 VALUE "Y".
000770
000780*----------------------------------------------------------------
000790* THE INQUIRY: ACCOUNT AND FROM-DATE ARE MANDATORY; A BLANK
000800* TO-DATE MEANS THE ONE DAY.  DATES ARE POSTING DATES - THE DAY
000810* A POSTING ACTUALLY MOVED THE BALANCE.
000820*----------------------------------------------------------------
000830 01  WS-WORK-ACCOUNT         PIC X(08)  VALUE SPACES.
000840 01  WS-FROM-DATE.
000850     05  WS-FROM-YYYY        PIC X(04).
000860     05  WS-FROM-MM          PIC X(02).
000870     05  WS-FROM-DD          PIC X(02).
000880 01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE PIC X(08).
000890 01  WS-TO-DATE.
000900     05  WS-TO-YYYY          PIC X(04).
000910     05  WS-TO-MM            PIC X(02).
000920     05  WS-TO-DD            PIC X(02).
000930 01  WS-TO-DATE-X REDEFINES WS-TO-DATE PIC X(08).
000940 01  WS-ENTRY-VALID          PIC X      VALUE "N".
000950     88  ENTRY-IS-VALID                 VALUE "Y".
000960
000970*----------------------------------------------------------------
000980* THE REBUILD.  THE BALANCE AT THE END OF THE RANGE IS TODAY'S
000990* MASTER BALANCE LESS EVERYTHING POSTED AFTER THE RANGE; THE
001000* BALANCE AT THE START IS THAT LESS EVERYTHING POSTED IN IT.  AN
001010* ACCOUNT NO LONGER ON THE MASTER WAS CLOSED AT ZERO.  THE LAST
001020* NEW BALANCE THE HISTORY RECORDS ON OR BEFORE THE END OF THE
001030* RANGE IS KEPT AS A CROSS-CHECK ON THE REBUILT FIGURE.
001040*----------------------------------------------------------------
001050 01  WS-CURRENT-BALANCE      PIC S9(9)V99 SIGN IS LEADING
001060                                          SEPARATE VALUE 0.
001070 01  WS-ON-MASTER-SWITCH     PIC X      VALUE "N".
001080     88  ACCT-ON-MASTER                 VALUE "Y".
001090 01  WS-AFTER-NET            PIC S9(11)V99 SIGN IS LEADING
001100                                          SEPARATE VALUE 0.
001110 01  WS-RANGE-NET            PIC S9(11)V99 SIGN IS LEADING
001120                                          SEPARATE VALUE 0.
001130 01  WS-OPENING              PIC S9(11)V99 SIGN IS LEADING
001140                                          SEPARATE VALUE 0.
001150 01  WS-CLOSING              PIC S9(11)V99 SIGN IS LEADING
001160                                          SEPARATE VALUE 0.
001170 01  WS-RUNNING              PIC S9(11)V99 SIGN IS LEADING
001180                                          SEPARATE VALUE 0.
001190 01  WS-EFFECT               PIC S9(9)V99 SIGN IS LEADING
001200                                          SEPARATE VALUE 0.
001210 01  WS-CHECK-BALANCE        PIC S9(9)V99 SIGN IS LEADING
001220                                          SEPARATE VALUE 0.
001230 01  WS-CHECK-SWITCH         PIC X      VALUE "N".
001240     88  HAVE-CHECK-BALANCE             VALUE "Y".
001250 01  WS-ACCT-HIST-COUNT      PIC 9(7)   VALUE 0.
001260 01  WS-RANGE-COUNT          PIC 9(7)   VALUE 0.
001270 01  WS-AFTER-COUNT          PIC 9(7)   VALUE 0.
001280 01  WS-INQUIRY-COUNT        PIC 9(3)   VALUE 0.
001290
001300*----------------------------------------------------------------
001310* THE POSTINGS IN THE RANGE, IN THE ORDER THEY POSTED.
001320*----------------------------------------------------------------
001330 01  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
001340 01  WS-LINE-TABLE.
001350     05  WS-LINE-ENTRY OCCURS 200 TIMES.
001360         10  WS-LINE-POST-DATE
001370                             PIC X(08).
001380         10  WS-LINE-RUN-ID  PIC X(16).
001390         10  WS-LINE-SEQ     PIC X(07).
001400         10  WS-LINE-OP      PIC X(01).
001410         10  WS-LINE-SOURCE  PIC X(01).
001420         10  WS-LINE-EFF-DATE
001430                             PIC X(08).
001440         10  WS-LINE-AMOUNT  PIC S9(9)V99 SIGN IS LEADING
001450                                          SEPARATE.
001460         10  WS-LINE-EFFECT  PIC S9(9)V99 SIGN IS LEADING
001470                                          SEPARATE.
001480 01  WS-LINE-IDX             PIC 9(3)   VALUE 0.
001490 01  WS-LINE-FULL-SWITCH     PIC X      VALUE "N".
001500     88  LINE-TABLE-FULL                VALUE "Y".
001510
001520 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001530 01  WS-EDIT-AMOUNT          PIC +9(9).99.
001540 01  WS-EDIT-AMOUNT-2        PIC +9(9).99.
001550 01  WS-EDIT-BALANCE         PIC +9(11).99.
001560
001570 PROCEDURE DIVISION.
001580*----------------------------------------------------------------
001590* 0000-MAINLINE - TOP-LEVEL CONTROL
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001640         UNTIL EXIT-REQUESTED
001650     PERFORM 9999-TERMINATE THRU 9999-EXIT
001660     STOP RUN.
001670
001680*----------------------------------------------------------------
001690* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     DISPLAY " ".
001730     DISPLAY "=== ADDHINQ - BALANCE HISTORY INQUIRY ===".
001740     MOVE "ADDHINQ " TO RH-PROGRAM-NAME
001750     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001760     IF NOT RUNCARD-PRESENT
001770         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001780         ACCEPT RH-OPERATOR-ID
001790     END-IF
001800     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001810     ACCEPT RH-RUN-TIME FROM TIME
001820     STRING RH-RUN-DATE DELIMITED BY SIZE
001830            RH-RUN-TIME DELIMITED BY SIZE
001840            INTO RH-RUN-ID
001850     END-STRING
001851*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001852*    TO RUN THIS JOB.
001853     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001854     MOVE RH-RUN-ID       TO OC-RUN-ID
001855     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001856     MOVE "I"             TO OC-RUN-MODE
001857     MOVE "I"             TO OC-FUNCTION-GROUP
001858     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001859     IF NOT OC-AUTHORIZED
001860         MOVE 12 TO RETURN-CODE
001861         STOP RUN
001862     END-IF.
001863 1000-EXIT.
001870     EXIT.
001880
001890 1100-READ-RUN-CARD.
001900     MOVE "N" TO WS-RUNCARD-SWITCH
001910     OPEN INPUT RUN-CARD-FILE
001920     IF RUNCARD-OK
001930         READ RUN-CARD-FILE
001940             NOT AT END
001950                 IF RUN-CARD-RECORD NOT = SPACES
001960                     MOVE "Y" TO WS-RUNCARD-SWITCH
001970                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
001980                 END-IF
001990         END-READ
002000         CLOSE RUN-CARD-FILE
002010     END-IF.
002020 1100-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------
002060* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
002070* DISPATCH.
002080*----------------------------------------------------------------
002090 2000-PROCESS-MENU.
002100     DISPLAY " ".
002110     DISPLAY "1. INQUIRE - balance as of a date, postings in a "
002120             "date range".
002130     DISPLAY "9. EXIT".
002140     DISPLAY "Select an option: " WITH NO ADVANCING
002150     ACCEPT WS-CHOICE
002160     EVALUATE WS-CHOICE
002170         WHEN "1"
002180             PERFORM 3000-INQUIRE THRU 3000-EXIT
002190         WHEN "9"
002200             MOVE "Y" TO WS-EXIT-SWITCH
002210         WHEN OTHER
002220             DISPLAY "Invalid selection. Enter 1 or 9."
002230     END-EVALUATE.
002240 2000-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280* 3000-INQUIRE - TAKE THE ACCOUNT AND DATES, REBUILD THE
002290* BALANCES AND SHOW THEM WITH THE POSTINGS BETWEEN.
002300*----------------------------------------------------------------
002310 3000-INQUIRE.
002320     PERFORM 7200-ACCEPT-INQUIRY THRU 7200-EXIT
002330     IF NOT ENTRY-IS-VALID
002340         GO TO 3000-EXIT
002350     END-IF
002360
002370     PERFORM 7000-FIND-MASTER-BALANCE THRU 7000-EXIT
002380     IF NOT MASTER-OK AND NOT MASTER-EOF
002390         GO TO 3000-EXIT
002400     END-IF
002410     PERFORM 7100-SCAN-HISTORY THRU 7100-EXIT
002420     IF NOT ACCT-ON-MASTER AND WS-ACCT-HIST-COUNT = 0
002430         DISPLAY "Account " WS-WORK-ACCOUNT " is not on the "
002440                 "master or the posting history."
002450         GO TO 3000-EXIT
002460     END-IF
002470
002480     COMPUTE WS-CLOSING = WS-CURRENT-BALANCE - WS-AFTER-NET
002490     COMPUTE WS-OPENING = WS-CLOSING - WS-RANGE-NET
002500     PERFORM 3100-SHOW-INQUIRY THRU 3100-EXIT
002510     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
002520     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
002530     ADD 1 TO WS-INQUIRY-COUNT.
002540 3000-EXIT.
002550     EXIT.
002560
002570 3100-SHOW-INQUIRY.
002580     DISPLAY " ".
002590     DISPLAY "ACCOUNT " WS-WORK-ACCOUNT "  POSTINGS "
002600             WS-FROM-DATE-X " TO " WS-TO-DATE-X
002610     IF NOT ACCT-ON-MASTER
002620         DISPLAY "(Account no longer on the master - closed at "
002630                 "a zero balance.)"
002640     END-IF
002650     MOVE WS-OPENING TO WS-EDIT-BALANCE
002660     DISPLAY "BALANCE AT START OF " WS-FROM-DATE-X "   "
002670             WS-EDIT-BALANCE
002680     IF WS-RANGE-COUNT = 0
002690         DISPLAY "  No postings in the range."
002700     ELSE
002710         DISPLAY "  POSTED    RUN ID           SEQ     OP SRC "
002720                 "EFFECTIVE         AMOUNT         EFFECT"
002730                 "         BALANCE"
002740         MOVE WS-OPENING TO WS-RUNNING
002750         PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
002760                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
002770             ADD WS-LINE-EFFECT(WS-LINE-IDX) TO WS-RUNNING
002780             MOVE WS-LINE-AMOUNT(WS-LINE-IDX) TO WS-EDIT-AMOUNT
002790             MOVE WS-LINE-EFFECT(WS-LINE-IDX) TO WS-EDIT-AMOUNT-2
002800             MOVE WS-RUNNING TO WS-EDIT-BALANCE
002810             DISPLAY "  " WS-LINE-POST-DATE(WS-LINE-IDX) "  "
002820                     WS-LINE-RUN-ID(WS-LINE-IDX) " "
002830                     WS-LINE-SEQ(WS-LINE-IDX) " "
002840                     WS-LINE-OP(WS-LINE-IDX) "  "
002850                     WS-LINE-SOURCE(WS-LINE-IDX) "   "
002860                     WS-LINE-EFF-DATE(WS-LINE-IDX) "  "
002870                     WS-EDIT-AMOUNT "  "
002880                     WS-EDIT-AMOUNT-2 " "
002890                     WS-EDIT-BALANCE
002900         END-PERFORM
002910         IF LINE-TABLE-FULL
002920             DISPLAY "  ... only the first 200 postings are "
002930                     "listed - narrow the range to see the rest."
002940         END-IF
002950     END-IF
002960     MOVE WS-CLOSING TO WS-EDIT-BALANCE
002970     DISPLAY "BALANCE AT END OF   " WS-TO-DATE-X "   "
002980             WS-EDIT-BALANCE
002990     MOVE WS-RANGE-NET TO WS-EDIT-BALANCE
003000     DISPLAY WS-RANGE-COUNT " POSTINGS IN THE RANGE, NET "
003010             WS-EDIT-BALANCE "; " WS-AFTER-COUNT
003020             " POSTED SINCE."
003030
003040*    THE HISTORY'S OWN FIGURE FOR THE END OF THE RANGE SHOULD BE
003050*    THE REBUILT ONE; WHEN IT IS NOT, A BALANCE HAS MOVED OFF
003060*    THE HISTORY AND THE NIGHTLY PROOF WILL SAY WHERE.
003070     IF HAVE-CHECK-BALANCE
003080             AND WS-CHECK-BALANCE NOT = WS-CLOSING
003090         MOVE WS-CHECK-BALANCE TO WS-EDIT-AMOUNT
003100         DISPLAY "*** HISTORY RECORDS " WS-EDIT-AMOUNT
003110                 " AT THAT DATE - HISTORY AND MASTER DISAGREE, "
003120                 "SEE THE ADDHPRF PROOF ***"
003130     END-IF.
003140 3100-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 7000-FIND-MASTER-BALANCE - TODAY'S BALANCE FOR THE ACCOUNT.
003190*----------------------------------------------------------------
003200 7000-FIND-MASTER-BALANCE.
003210     MOVE "N" TO WS-ON-MASTER-SWITCH
003220     MOVE 0 TO WS-CURRENT-BALANCE
003230     OPEN INPUT HQ-MASTER-FILE
003240     IF NOT MASTER-OK
003250         DISPLAY "No balance master (ADDMSTR.DAT) on file - "
003260                 "no inquiry possible."
003270         GO TO 7000-EXIT
003280     END-IF
003290     READ HQ-MASTER-FILE
003300         AT END SET MASTER-EOF TO TRUE
003310     END-READ
003320     PERFORM UNTIL MASTER-EOF OR ACCT-ON-MASTER
003330         IF MS-ACCOUNT = WS-WORK-ACCOUNT
003340             MOVE "Y" TO WS-ON-MASTER-SWITCH
003350             MOVE MS-BALANCE TO WS-CURRENT-BALANCE
003360         ELSE
003370             READ HQ-MASTER-FILE
003380                 AT END SET MASTER-EOF TO TRUE
003390             END-READ
003400         END-IF
003410     END-PERFORM
003420     CLOSE HQ-MASTER-FILE.
003430 7000-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 7100-SCAN-HISTORY - ONE PASS OF THE HISTORY FOR THE ACCOUNT.
003480* A RECORD'S EFFECT IS ITS NEW BALANCE LESS ITS PRIOR BALANCE -
003490* THE AMOUNT ALONE IS A FACTOR OR DIVISOR FOR M AND D.
003500*----------------------------------------------------------------
003510 7100-SCAN-HISTORY.
003520     MOVE 0 TO WS-ACCT-HIST-COUNT
003530     MOVE 0 TO WS-RANGE-COUNT
003540     MOVE 0 TO WS-AFTER-COUNT
003550     MOVE 0 TO WS-RANGE-NET
003560     MOVE 0 TO WS-AFTER-NET
003570     MOVE 0 TO WS-LINE-COUNT
003580     MOVE "N" TO WS-LINE-FULL-SWITCH
003590     MOVE "N" TO WS-CHECK-SWITCH
003600     OPEN INPUT HQ-HISTORY-FILE
003610     IF NOT HISTORY-OK
003620         GO TO 7100-EXIT
003630     END-IF
003640     READ HQ-HISTORY-FILE
003650         AT END SET HISTORY-EOF TO TRUE
003660     END-READ
003670     PERFORM UNTIL HISTORY-EOF
003680         IF HS-ACCOUNT = WS-WORK-ACCOUNT
003690             PERFORM 7150-APPLY-ONE-RECORD THRU 7150-EXIT
003700         END-IF
003710         READ HQ-HISTORY-FILE
003720             AT END SET HISTORY-EOF TO TRUE
003730         END-READ
003740     END-PERFORM
003750     CLOSE HQ-HISTORY-FILE.
003760 7100-EXIT.
003770     EXIT.
003780
003790 7150-APPLY-ONE-RECORD.
003800     ADD 1 TO WS-ACCT-HIST-COUNT
003810     COMPUTE WS-EFFECT = HS-NEW-BALANCE - HS-PRIOR-BALANCE
003820     IF HS-POST-DATE > WS-TO-DATE-X
003830         ADD 1 TO WS-AFTER-COUNT
003840         ADD WS-EFFECT TO WS-AFTER-NET
003850         GO TO 7150-EXIT
003860     END-IF
003870     MOVE "Y" TO WS-CHECK-SWITCH
003880     MOVE HS-NEW-BALANCE TO WS-CHECK-BALANCE
003890     IF HS-POST-DATE < WS-FROM-DATE-X
003900         GO TO 7150-EXIT
003910     END-IF
003920     ADD 1 TO WS-RANGE-COUNT
003930     ADD WS-EFFECT TO WS-RANGE-NET
003940     IF WS-LINE-COUNT = 200
003950         MOVE "Y" TO WS-LINE-FULL-SWITCH
003960         GO TO 7150-EXIT
003970     END-IF
003980     ADD 1 TO WS-LINE-COUNT
003990     MOVE HS-POST-DATE   TO WS-LINE-POST-DATE(WS-LINE-COUNT)
004000     MOVE HS-RUN-ID      TO WS-LINE-RUN-ID(WS-LINE-COUNT)
004010     MOVE HS-REG-SEQ     TO WS-LINE-SEQ(WS-LINE-COUNT)
004020     MOVE HS-OP-CODE     TO WS-LINE-OP(WS-LINE-COUNT)
004030     MOVE HS-SOURCE      TO WS-LINE-SOURCE(WS-LINE-COUNT)
004040     MOVE HS-EFF-DATE    TO WS-LINE-EFF-DATE(WS-LINE-COUNT)
004050     MOVE HS-AMOUNT      TO WS-LINE-AMOUNT(WS-LINE-COUNT)
004060     MOVE WS-EFFECT      TO WS-LINE-EFFECT(WS-LINE-COUNT).
004070 7150-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 7200-ACCEPT-INQUIRY - ACCOUNT, FROM-DATE AND TO-DATE.
004120*----------------------------------------------------------------
004130 7200-ACCEPT-INQUIRY.
004140     MOVE "N" TO WS-ENTRY-VALID
004150     MOVE SPACES TO WS-WORK-ACCOUNT
004160     DISPLAY "Account number (8 characters): " WITH NO ADVANCING
004170     ACCEPT WS-WORK-ACCOUNT
004180     IF WS-WORK-ACCOUNT = SPACES
004190         DISPLAY "No account entered - no inquiry."
004200         GO TO 7200-EXIT
004210     END-IF
004220
004230     MOVE SPACES TO WS-FROM-DATE-X
004240     DISPLAY "Balance as of / from date YYYYMMDD: "
004250         WITH NO ADVANCING
004260     ACCEPT WS-FROM-DATE-X
004270     IF WS-FROM-DATE-X IS NOT NUMERIC
004280             OR WS-FROM-MM < "01" OR WS-FROM-MM > "12"
004290             OR WS-FROM-DD < "01" OR WS-FROM-DD > "31"
004300         DISPLAY "Date must be a valid YYYYMMDD - no inquiry."
004310         GO TO 7200-EXIT
004320     END-IF
004330
004340     MOVE SPACES TO WS-TO-DATE-X
004350     DISPLAY "To date YYYYMMDD (blank = that day only): "
004360         WITH NO ADVANCING
004370     ACCEPT WS-TO-DATE-X
004380     IF WS-TO-DATE-X = SPACES
004390         MOVE WS-FROM-DATE-X TO WS-TO-DATE-X
004400     END-IF
004410     IF WS-TO-DATE-X IS NOT NUMERIC
004420             OR WS-TO-MM < "01" OR WS-TO-MM > "12"
004430             OR WS-TO-DD < "01" OR WS-TO-DD > "31"
004440         DISPLAY "Date must be a valid YYYYMMDD - no inquiry."
004450         GO TO 7200-EXIT
004460     END-IF
004470     IF WS-TO-DATE-X < WS-FROM-DATE-X
004480         DISPLAY "To date is before the from date - no inquiry."
004490         GO TO 7200-EXIT
004500     END-IF
004510     MOVE "Y" TO WS-ENTRY-VALID.
004520 7200-EXIT.
004530     EXIT.
004540
004550*    "Q" + ACCOUNT + THE FROM-DATE ASKED ABOUT.
004560 7700-BUILD-AUDIT-REASON.
004570     MOVE SPACES TO WS-AUDIT-REASON
004580     STRING "Q"                   DELIMITED BY SIZE
004590            WS-WORK-ACCOUNT       DELIMITED BY SIZE
004600            ">"                   DELIMITED BY SIZE
004610            WS-FROM-DATE-X        DELIMITED BY SIZE
004620            INTO WS-AUDIT-REASON
004630     END-STRING.
004640 7700-EXIT.
004650     EXIT.
004660
004670 8000-WRITE-AUDIT-ENTRY.
004680     OPEN EXTEND AUDIT-LOG-FILE
004690     IF NOT AUDIT-OK
004700         OPEN OUTPUT AUDIT-LOG-FILE
004710     END-IF
004720     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
004730     ACCEPT WS-END-TIME FROM TIME
004740     MOVE SPACES TO AUDIT-LOG-RECORD
004750     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
004760     MOVE " RUNID "          TO AL-RUNID-TAG
004770     MOVE RH-RUN-ID          TO AL-RUN-ID
004780     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
004790     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
004800     MOVE " MODE "           TO AL-MODE-TAG
004810     MOVE "I"                TO AL-RUN-MODE
004820     MOVE WS-END-DATE        TO AL-END-DATE
004830     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
004840     MOVE "NORMAL"           TO AL-STATUS
004850     MOVE WS-AUDIT-REASON    TO AL-REASON
004860     MOVE WS-ACCT-HIST-COUNT TO AL-RECORDS-READ
004870     MOVE 0                  TO AL-RECORDS-WRITTEN
004880     MOVE 0                  TO AL-RECORDS-REJECTED
004890     WRITE AUDIT-LOG-RECORD
004900     CLOSE AUDIT-LOG-FILE.
004910 8000-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950* 9999-TERMINATE - SESSION TOTALS
004960*----------------------------------------------------------------
004970 9999-TERMINATE.
004980     DISPLAY "=== ADDHINQ - " WS-INQUIRY-COUNT
004990             " INQUIRIES ===".
005000 9999-EXIT.
005010     EXIT.
