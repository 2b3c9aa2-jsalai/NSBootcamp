000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SIMNT.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  MAINTENANCE FRONT END FOR
000110*                  THE STANDING-INSTRUCTION FILE (STDINSTR.DAT) -
000120*                  THE MONTHLY FEES, FIXED TRANSFERS AND OTHER
000130*                  RECURRING POSTINGS THAT STDGEN TURNS INTO
000140*                  ADDRAW.DAT RECORDS AT THE HEAD OF THE NIGHTLY
000150*                  CHAIN.  ADDS INSTRUCTIONS (DUPLICATE IDS
000160*                  REFUSED, FILE KEPT IN ID ORDER), CHANGES
000170*                  THEM (SUSPENDING OR RESUMING ONE IS A CHANGE
000180*                  TO ITS ACTIVE FLAG), REMOVES THEM AND BROWSES
000190*                  THE FILE.  EVERY CHANGE WRITES ONE AUDIT
000200*                  ENTRY AND A BEFORE/AFTER LINE PER FIELD TO
000210*                  STDILOG.DAT, THE WAY BORRMNT KEEPS BORRLOG.DAT.
000211* 10/15/2026  RH   THE FILE IS REWRITTEN ONLY UNDER THE POSTING
000212*                  LOCK (ADDLOCK.DAT), WHICH STDGEN ALSO TAKES,
000213*                  AND ONLY IF NO GENERATOR RUN HAS MOVED A CYCLE
000214*                  STAMP SINCE THE FILE WAS LOADED.  OTHERWISE
000215*                  THE ACTION IS REFUSED AND THE FILE LEFT AS IT
000216*                  IS, TO BE ENTERED AGAIN.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY STDISEL.
000280     SELECT SN-MAINT-LOG-FILE ASSIGN TO "STDILOG.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-MAINTLOG-STATUS.
000302     SELECT SN-LOCK-FILE ASSIGN TO "ADDLOCK.DAT"
000304         ORGANIZATION IS LINE SEQUENTIAL
000306         FILE STATUS IS WS-LOCK-STATUS.
000310     COPY AUDITSEL.
000320     COPY RUNCSEL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  STANDING-INSTR-FILE.
000370     COPY STDINSTR.
000380
000390 FD  SN-MAINT-LOG-FILE.
000400 01  SN-MAINT-LOG-RECORD     PIC X(132).
000401
000402 FD  SN-LOCK-FILE.
000403*    SAME SHAPE AS THE ADD2NUM RUN LOCK.
000404 01  SN-LOCK-RECORD.
000405     05  LK-RUN-ID           PIC X(16).
000406     05  FILLER              PIC X(01).
000407     05  LK-OPERATOR         PIC X(08).
000410
000420 FD  AUDIT-LOG-FILE.
000430     COPY AUDITLOG.
000440
000450 FD  RUN-CARD-FILE.
000460     COPY RUNCARD.
000470
000480 WORKING-STORAGE SECTION.
000490     COPY RUNHDR.
000500     COPY OPERLINK.
000510 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000520     88  AUDIT-OK                    VALUE "00".
000530 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000540     88  RUNCARD-OK                  VALUE "00".
000550 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000560     88  RUNCARD-PRESENT             VALUE "Y".
000570 01  WS-STDINSTR-STATUS      PIC XX  VALUE SPACES.
000580     88  STDINSTR-OK                 VALUE "00".
000590     88  STDINSTR-EOF                VALUE "10".
000600 01  WS-MAINTLOG-STATUS      PIC XX  VALUE SPACES.
000610     88  MAINTLOG-OK                 VALUE "00".
000613 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
000616     88  LOCK-OK                     VALUE "00".
000620
000630 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000640 01  WS-END-TIME.
000650     05  WS-END-TIME-HHMMSS  PIC 9(6).
000660     05  FILLER              PIC 99.
000670
000680 01  WS-CHOICE               PIC X      VALUE SPACE.
000690 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
000700     88  EXIT-REQUESTED                 VALUE "Y".
000710
000720*----------------------------------------------------------------
000730* THE WHOLE FILE, HELD IN STORAGE FOR ONE MAINTENANCE ACTION AND
000740* REWRITTEN IN FULL, THE SAME WAY BORRMNT REWRITES THE BORROWER
000750* MASTER.  KEPT IN INSTRUCTION-ID ORDER.  THE TABLE HOLDS UP TO
000760* 500 INSTRUCTIONS; NO ADD IS TAKEN BEYOND THAT, AND A LARGER
000770* FILE CAN ONLY BE BROWSED.
000780*----------------------------------------------------------------
000790 01  WS-INSTR-COUNT          PIC 9(4)   VALUE 0.
000800 01  WS-INSTR-TABLE.
000810     05  WS-INSTR-ENTRY OCCURS 500 TIMES.
000820         10  WS-INSTR-ID         PIC X(08).
000830         10  WS-INSTR-ACCOUNT    PIC X(08).
000840         10  WS-INSTR-OP-CODE    PIC X(01).
000850         10  WS-INSTR-TO-ACCOUNT PIC X(08).
000860         10  WS-INSTR-AMOUNT     PIC 9(07)V99.
000870         10  WS-INSTR-FREQUENCY  PIC X(01).
000880         10  WS-INSTR-FREQ-DAY   PIC 9(02).
000890         10  WS-INSTR-START-DATE PIC X(08).
000900         10  WS-INSTR-END-DATE   PIC X(08).
000910         10  WS-INSTR-ACTIVE     PIC X(01).
000920         10  WS-INSTR-LAST-CYCLE PIC X(08).
000930         10  WS-INSTR-LAST-FIRED PIC X(08).
000940         10  WS-INSTR-DESC       PIC X(20).
000950 01  WS-INSTR-IDX            PIC 9(4)   VALUE 0.
000960 01  WS-MOVE-IDX             PIC 9(4)   VALUE 0.
000970 01  WS-MATCH-IDX            PIC 9(4)   VALUE 0.
000980 01  WS-TABLE-FULL-SWITCH    PIC X      VALUE "N".
000990     88  INSTR-TABLE-FULL               VALUE "Y".
001000 01  WS-HAD-FILE-SWITCH      PIC X      VALUE "N".
001010     88  HAD-OLD-FILE                   VALUE "Y".
001012 01  WS-REWRITE-SWITCH       PIC X      VALUE "N".
001014     88  FILE-REWRITTEN                 VALUE "Y".
001016 01  WS-STAMP-SWITCH         PIC X      VALUE "N".
001018     88  STAMPS-MOVED                   VALUE "Y".
001020
001030*----------------------------------------------------------------
001040* ONE MAINTENANCE ACTION: THE INSTRUCTION IT TOUCHES AND THE
001050* DETAILS BEFORE AND AFTER (SAME SHAPE AS A TABLE ENTRY).  AN
001060* ADD HAS BLANK "BEFORE" DETAILS, A REMOVE BLANK "AFTER" ONES,
001070* SO THE LOG WRITES ONE LINE PER FIELD THAT DIFFERS EITHER WAY.
001080*----------------------------------------------------------------
001090 01  WS-ACTION-CODE          PIC X      VALUE SPACE.
001100 01  WS-WORK-ID              PIC X(08)  VALUE SPACES.
001110 01  WS-OLD-INSTR.
001120     05  WS-OLD-ID           PIC X(08).
001130     05  WS-OLD-ACCOUNT      PIC X(08).
001140     05  WS-OLD-OP-CODE      PIC X(01).
001150     05  WS-OLD-TO-ACCOUNT   PIC X(08).
001160     05  WS-OLD-AMOUNT       PIC 9(07)V99.
001170     05  WS-OLD-FREQUENCY    PIC X(01).
001180     05  WS-OLD-FREQ-DAY     PIC 9(02).
001190     05  WS-OLD-START-DATE   PIC X(08).
001200     05  WS-OLD-END-DATE     PIC X(08).
001210     05  WS-OLD-ACTIVE       PIC X(01).
001220     05  WS-OLD-LAST-CYCLE   PIC X(08).
001230     05  WS-OLD-LAST-FIRED   PIC X(08).
001240     05  WS-OLD-DESC         PIC X(20).
001250 01  WS-NEW-INSTR.
001260     05  WS-NEW-ID           PIC X(08).
001270     05  WS-NEW-ACCOUNT      PIC X(08).
001280     05  WS-NEW-OP-CODE      PIC X(01).
001290         88  NEW-OP-VALID            VALUE "A" "S" "T".
001300         88  NEW-IS-TRANSFER         VALUE "T".
001310     05  WS-NEW-TO-ACCOUNT   PIC X(08).
001320     05  WS-NEW-AMOUNT       PIC 9(07)V99.
001330     05  WS-NEW-FREQUENCY    PIC X(01).
001340         88  NEW-FREQ-VALID          VALUE "D" "W" "M" "E".
001350         88  NEW-IS-WEEKLY           VALUE "W".
001360         88  NEW-IS-MONTHLY          VALUE "M".
001370     05  WS-NEW-FREQ-DAY     PIC 9(02).
001380     05  WS-NEW-START-DATE   PIC X(08).
001390     05  WS-NEW-END-DATE     PIC X(08).
001400     05  WS-NEW-ACTIVE       PIC X(01).
001410         88  NEW-ACTIVE-VALID        VALUE "Y" "N".
001420     05  WS-NEW-LAST-CYCLE   PIC X(08).
001430     05  WS-NEW-LAST-FIRED   PIC X(08).
001440     05  WS-NEW-DESC         PIC X(20).
001450 01  WS-FIELD-INPUT          PIC X(30)  VALUE SPACES.
001460 01  WS-ENTRY-VALID          PIC X      VALUE "N".
001470     88  ENTRY-IS-VALID                 VALUE "Y".
001480 01  WS-AMOUNT-WORK          PIC S9(9)V99 VALUE 0.
001490 01  WS-DAY-WORK             PIC S9(4)  VALUE 0.
001500 01  WS-DATE-CHECK           PIC 9(08)  VALUE 0.
001510 01  WS-EDIT-AMOUNT          PIC Z(6)9.99.
001520 01  WS-EDIT-AMOUNT-2        PIC Z(6)9.99.
001530
001540*    ONE STDILOG.DAT LINE: THE FIELD AND ITS OLD AND NEW VALUES.
001550 01  WS-LOG-FIELD            PIC X(10)  VALUE SPACES.
001560 01  WS-LOG-OLD              PIC X(30)  VALUE SPACES.
001570 01  WS-LOG-NEW              PIC X(30)  VALUE SPACES.
001580 01  WS-FIELDS-CHANGED       PIC 9(2)   VALUE 0.
001590
001600 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001610 01  WS-CHANGE-COUNT         PIC 9(3)   VALUE 0.
001620
001630 PROCEDURE DIVISION.
001640*----------------------------------------------------------------
001650* 0000-MAINLINE - TOP-LEVEL CONTROL
001660*----------------------------------------------------------------
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001700         UNTIL EXIT-REQUESTED
001710     PERFORM 9999-TERMINATE THRU 9999-EXIT
001720     STOP RUN.
001730
001740*----------------------------------------------------------------
001750* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
001760*----------------------------------------------------------------
001770 1000-INITIALIZE.
001780     DISPLAY " ".
001790     DISPLAY "=== SIMNT - STANDING INSTRUCTION MAINTENANCE ===".
001800     MOVE "SIMNT   " TO RH-PROGRAM-NAME
001810     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001820     IF NOT RUNCARD-PRESENT
001830         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001840         ACCEPT RH-OPERATOR-ID
001850     END-IF
001860     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001870     ACCEPT RH-RUN-TIME FROM TIME
001880     STRING RH-RUN-DATE DELIMITED BY SIZE
001890            RH-RUN-TIME DELIMITED BY SIZE
001900            INTO RH-RUN-ID
001910     END-STRING
001920*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001930*    TO RUN THIS JOB.
001940     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001950     MOVE RH-RUN-ID       TO OC-RUN-ID
001960     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001970     MOVE "I"             TO OC-RUN-MODE
001980     MOVE "M"             TO OC-FUNCTION-GROUP
001990     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002000     IF NOT OC-AUTHORIZED
002010         MOVE 12 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040 1000-EXIT.
002050     EXIT.
002060
002070 1100-READ-RUN-CARD.
002080     MOVE "N" TO WS-RUNCARD-SWITCH
002090     OPEN INPUT RUN-CARD-FILE
002100     IF RUNCARD-OK
002110         READ RUN-CARD-FILE
002120             NOT AT END
002130                 IF RUN-CARD-RECORD NOT = SPACES
002140                     MOVE "Y" TO WS-RUNCARD-SWITCH
002150                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002160                 END-IF
002170         END-READ
002180         CLOSE RUN-CARD-FILE
002190     END-IF.
002200 1100-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------
002240* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
002250* DISPATCH.  THE FILE IS RELOADED BEFORE EVERY ACTION; A
002260* GENERATOR RUN WHILE THE DETAILS ARE BEING ENTERED IS CAUGHT
002265* AT THE REWRITE (SEE 7500-REWRITE-FILE).
002270*----------------------------------------------------------------
002280 2000-PROCESS-MENU.
002290     DISPLAY " ".
002300     DISPLAY "1. ADD     - add a standing instruction".
002310     DISPLAY "2. CHANGE  - change, suspend or resume one".
002320     DISPLAY "3. REMOVE  - remove an instruction".
002330     DISPLAY "4. BROWSE  - list all instructions".
002340     DISPLAY "9. EXIT".
002350     DISPLAY "Select an option: " WITH NO ADVANCING
002360     ACCEPT WS-CHOICE
002370     EVALUATE WS-CHOICE
002380         WHEN "1"
002390             PERFORM 7000-LOAD-INSTRUCTIONS THRU 7000-EXIT
002400             PERFORM 3000-ADD-INSTRUCTION THRU 3000-EXIT
002410         WHEN "2"
002420             PERFORM 7000-LOAD-INSTRUCTIONS THRU 7000-EXIT
002430             PERFORM 4000-CHANGE-INSTRUCTION THRU 4000-EXIT
002440         WHEN "3"
002450             PERFORM 7000-LOAD-INSTRUCTIONS THRU 7000-EXIT
002460             PERFORM 5000-REMOVE-INSTRUCTION THRU 5000-EXIT
002470         WHEN "4"
002480             PERFORM 7000-LOAD-INSTRUCTIONS THRU 7000-EXIT
002490             PERFORM 6000-BROWSE-INSTRUCTIONS THRU 6000-EXIT
002500         WHEN "9"
002510             MOVE "Y" TO WS-EXIT-SWITCH
002520         WHEN OTHER
002530             DISPLAY "Invalid selection. Enter 1-4 or 9."
002540     END-EVALUATE.
002550 2000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------
002590* 3000-ADD-INSTRUCTION - ADD A NEW INSTRUCTION IN ID ORDER.  AN
002600* ID ALREADY ON THE FILE IS REFUSED ON THE SPOT.  A NEW
002610* INSTRUCTION HAS NEVER FIRED: ITS FIRST CYCLE IS THE FIRST DUE
002620* DATE ON OR AFTER ITS START DATE.
002630*----------------------------------------------------------------
002640 3000-ADD-INSTRUCTION.
002650*    AT EXACTLY 500 INSTRUCTIONS THE LOAD FITS (SO THE FULL
002660*    SWITCH STAYS OFF) BUT THE TABLE HAS NO SLOT FOR ONE MORE.
002670     IF INSTR-TABLE-FULL OR WS-INSTR-COUNT >= 500
002680         DISPLAY "File holds 500 instructions - no room to add."
002690         GO TO 3000-EXIT
002700     END-IF
002710     PERFORM 7200-ACCEPT-ID THRU 7200-EXIT
002720     IF WS-WORK-ID = SPACES
002730         DISPLAY "No instruction ID entered - nothing added."
002740         GO TO 3000-EXIT
002750     END-IF
002760     PERFORM 7100-FIND-INSTRUCTION THRU 7100-EXIT
002770     IF WS-MATCH-IDX > 0
002780         DISPLAY "Instruction " WS-WORK-ID " is already on the "
002790                 "file - refused."
002800         GO TO 3000-EXIT
002810     END-IF
002820
002830     MOVE SPACES      TO WS-OLD-INSTR
002840     MOVE WS-WORK-ID  TO WS-OLD-ID
002850     MOVE 0           TO WS-OLD-AMOUNT
002860     MOVE 0           TO WS-OLD-FREQ-DAY
002870     MOVE WS-OLD-INSTR TO WS-NEW-INSTR
002880     MOVE RH-RUN-DATE TO WS-NEW-START-DATE
002890     MOVE "Y"         TO WS-NEW-ACTIVE
002900     PERFORM 7300-ACCEPT-DETAILS THRU 7300-EXIT
002910     IF NOT ENTRY-IS-VALID
002920         DISPLAY "File left unchanged."
002930         GO TO 3000-EXIT
002940     END-IF
002950     IF WS-NEW-START-DATE < RH-RUN-DATE
002960         DISPLAY "Start date is past - every cycle due since "
002970                 "then goes out on the next generator run."
002980     END-IF
002990
003000     PERFORM 7400-INSERT-INSTRUCTION THRU 7400-EXIT
003010     PERFORM 7500-REWRITE-FILE THRU 7500-EXIT
003012     IF NOT FILE-REWRITTEN
003014         GO TO 3000-EXIT
003016     END-IF
003020     MOVE "A" TO WS-ACTION-CODE
003030     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
003040     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003050     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003060     ADD 1 TO WS-CHANGE-COUNT
003070     DISPLAY "Instruction " WS-WORK-ID " added.".
003080 3000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120* 4000-CHANGE-INSTRUCTION - CHANGE ANY OF AN INSTRUCTION'S
003130* DETAILS.  A BLANK ANSWER KEEPS THE FIELD AS IT IS; THE ID
003140* NEVER CHANGES, AND NEITHER DOES THE LAST CYCLE, SO A CHANGED
003150* SCHEDULE PICKS UP FROM THE LAST CYCLE GENERATED AND NEVER
003160* REPEATS ONE.  SUSPENDING (ACTIVE N) PASSES OVER THE CYCLES
003170* THAT FALL DUE MEANWHILE; RESUMING DOES NOT BRING THEM BACK.
003180*----------------------------------------------------------------
003190 4000-CHANGE-INSTRUCTION.
003200*    A PART-LOADED FILE MUST NEVER BE REWRITTEN - SEE
003210*    7000-LOAD-INSTRUCTIONS.
003220     IF INSTR-TABLE-FULL
003230         DISPLAY "File exceeds 500 instructions - browse only, "
003240                 "no changes."
003250         GO TO 4000-EXIT
003260     END-IF
003270     PERFORM 7200-ACCEPT-ID THRU 7200-EXIT
003280     PERFORM 7100-FIND-INSTRUCTION THRU 7100-EXIT
003290     IF WS-MATCH-IDX = 0
003300         DISPLAY "Instruction " WS-WORK-ID " is not on the "
003310                 "file."
003320         GO TO 4000-EXIT
003330     END-IF
003340     MOVE WS-INSTR-ENTRY(WS-MATCH-IDX) TO WS-OLD-INSTR
003350     MOVE WS-OLD-INSTR TO WS-NEW-INSTR
003360     DISPLAY "Blank keeps the current value; - clears an "
003370             "optional field."
003380     PERFORM 7300-ACCEPT-DETAILS THRU 7300-EXIT
003390     IF NOT ENTRY-IS-VALID
003400         DISPLAY "File left unchanged."
003410         GO TO 4000-EXIT
003420     END-IF
003430     IF WS-NEW-INSTR = WS-OLD-INSTR
003440         DISPLAY "No details changed."
003450         GO TO 4000-EXIT
003460     END-IF
003470
003480     MOVE WS-NEW-INSTR TO WS-INSTR-ENTRY(WS-MATCH-IDX)
003490     PERFORM 7500-REWRITE-FILE THRU 7500-EXIT
003492     IF NOT FILE-REWRITTEN
003494         GO TO 4000-EXIT
003496     END-IF
003500     MOVE "C" TO WS-ACTION-CODE
003510     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
003520     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003530     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003540     ADD 1 TO WS-CHANGE-COUNT
003550     DISPLAY "Instruction " WS-WORK-ID " changed.".
003560 4000-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600* 5000-REMOVE-INSTRUCTION - TAKE AN INSTRUCTION OFF THE FILE.
003610* WHAT IT ALREADY GENERATED STAYS ON ADDRAW.DAT AND IN THE
003620* POSTING HISTORY; NOTHING FURTHER IS GENERATED.
003630*----------------------------------------------------------------
003640 5000-REMOVE-INSTRUCTION.
003650*    A PART-LOADED FILE MUST NEVER BE REWRITTEN - SEE
003660*    7000-LOAD-INSTRUCTIONS.
003670     IF INSTR-TABLE-FULL
003680         DISPLAY "File exceeds 500 instructions - browse only, "
003690                 "no changes."
003700         GO TO 5000-EXIT
003710     END-IF
003720     PERFORM 7200-ACCEPT-ID THRU 7200-EXIT
003730     PERFORM 7100-FIND-INSTRUCTION THRU 7100-EXIT
003740     IF WS-MATCH-IDX = 0
003750         DISPLAY "Instruction " WS-WORK-ID " is not on the "
003760                 "file."
003770         GO TO 5000-EXIT
003780     END-IF
003790
003800     MOVE WS-INSTR-ENTRY(WS-MATCH-IDX) TO WS-OLD-INSTR
003810     MOVE SPACES TO WS-NEW-INSTR
003820     MOVE WS-WORK-ID TO WS-NEW-ID
003830     MOVE 0 TO WS-NEW-AMOUNT
003840     MOVE 0 TO WS-NEW-FREQ-DAY
003850     PERFORM VARYING WS-MOVE-IDX FROM WS-MATCH-IDX BY 1
003860             UNTIL WS-MOVE-IDX >= WS-INSTR-COUNT
003870         MOVE WS-INSTR-ENTRY(WS-MOVE-IDX + 1)
003880             TO WS-INSTR-ENTRY(WS-MOVE-IDX)
003890     END-PERFORM
003900     SUBTRACT 1 FROM WS-INSTR-COUNT
003910     PERFORM 7500-REWRITE-FILE THRU 7500-EXIT
003912     IF NOT FILE-REWRITTEN
003914         GO TO 5000-EXIT
003916     END-IF
003920     MOVE "R" TO WS-ACTION-CODE
003930     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
003940     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003950     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003960     ADD 1 TO WS-CHANGE-COUNT
003970     DISPLAY "Instruction " WS-WORK-ID " removed.".
003980 5000-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020* 6000-BROWSE-INSTRUCTIONS - LIST THE FILE, ONE LINE AN
004030* INSTRUCTION.
004040*----------------------------------------------------------------
004050 6000-BROWSE-INSTRUCTIONS.
004060     IF NOT HAD-OLD-FILE
004070         DISPLAY "No standing-instruction file (STDINSTR.DAT) "
004080                 "on file."
004090         GO TO 6000-EXIT
004100     END-IF
004110     DISPLAY "ID       ACCOUNT  OP TO-ACCT      AMOUNT FREQ "
004120             "START    END      ACT LAST CYC DESCRIPTION"
004130     PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
004140             UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
004150         MOVE WS-INSTR-AMOUNT(WS-INSTR-IDX) TO WS-EDIT-AMOUNT
004160         DISPLAY WS-INSTR-ID(WS-INSTR-IDX) " "
004170                 WS-INSTR-ACCOUNT(WS-INSTR-IDX) " "
004180                 WS-INSTR-OP-CODE(WS-INSTR-IDX) "  "
004190                 WS-INSTR-TO-ACCOUNT(WS-INSTR-IDX) " "
004200                 WS-EDIT-AMOUNT " "
004210                 WS-INSTR-FREQUENCY(WS-INSTR-IDX)
004220                 WS-INSTR-FREQ-DAY(WS-INSTR-IDX) "  "
004230                 WS-INSTR-START-DATE(WS-INSTR-IDX) " "
004240                 WS-INSTR-END-DATE(WS-INSTR-IDX) " "
004250                 WS-INSTR-ACTIVE(WS-INSTR-IDX) "   "
004260                 WS-INSTR-LAST-CYCLE(WS-INSTR-IDX) " "
004270                 WS-INSTR-DESC(WS-INSTR-IDX)
004280     END-PERFORM
004290     DISPLAY WS-INSTR-COUNT " INSTRUCTIONS ON THE FILE.".
004300 6000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340* 7000-LOAD-INSTRUCTIONS - READ THE WHOLE FILE INTO THE WORK
004350* TABLE.  A FILE BIGGER THAN THE TABLE IS REFUSED FOR CHANGES
004360* (THE REWRITE WOULD DROP THE OVERFLOW).  COMMENT LINES ARE NOT
004370* CARRIED OVER.
004380*----------------------------------------------------------------
004390 7000-LOAD-INSTRUCTIONS.
004400     MOVE 0 TO WS-INSTR-COUNT
004410     MOVE "N" TO WS-HAD-FILE-SWITCH
004420     MOVE "N" TO WS-TABLE-FULL-SWITCH
004430     OPEN INPUT STANDING-INSTR-FILE
004440     IF NOT STDINSTR-OK
004450         GO TO 7000-EXIT
004460     END-IF
004470     MOVE "Y" TO WS-HAD-FILE-SWITCH
004480     PERFORM 7050-LOAD-ONE-INSTRUCTION THRU 7050-EXIT
004490         UNTIL STDINSTR-EOF OR INSTR-TABLE-FULL
004500     IF INSTR-TABLE-FULL
004510         DISPLAY "SIMNT: STDINSTR.DAT exceeds 500 "
004520                 "instructions - browse only, no changes."
004530     END-IF
004540     CLOSE STANDING-INSTR-FILE.
004550 7000-EXIT.
004560     EXIT.
004570
004580 7050-LOAD-ONE-INSTRUCTION.
004590     READ STANDING-INSTR-FILE
004600         AT END
004610             GO TO 7050-EXIT
004620     END-READ
004630     IF STANDING-INSTR-RECORD(1:1) = "*"
004640         GO TO 7050-EXIT
004650     END-IF
004660     IF WS-INSTR-COUNT >= 500
004670         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004680         GO TO 7050-EXIT
004690     END-IF
004700     ADD 1 TO WS-INSTR-COUNT
004710     MOVE SI-INSTR-ID    TO WS-INSTR-ID(WS-INSTR-COUNT)
004720     MOVE SI-ACCOUNT     TO WS-INSTR-ACCOUNT(WS-INSTR-COUNT)
004730     MOVE SI-OP-CODE     TO WS-INSTR-OP-CODE(WS-INSTR-COUNT)
004740     MOVE SI-TO-ACCOUNT  TO WS-INSTR-TO-ACCOUNT(WS-INSTR-COUNT)
004750     MOVE SI-FREQUENCY   TO WS-INSTR-FREQUENCY(WS-INSTR-COUNT)
004760     MOVE SI-START-DATE  TO WS-INSTR-START-DATE(WS-INSTR-COUNT)
004770     MOVE SI-END-DATE    TO WS-INSTR-END-DATE(WS-INSTR-COUNT)
004780     MOVE SI-ACTIVE-FLAG TO WS-INSTR-ACTIVE(WS-INSTR-COUNT)
004790     MOVE SI-LAST-CYCLE  TO WS-INSTR-LAST-CYCLE(WS-INSTR-COUNT)
004800     MOVE SI-LAST-FIRED  TO WS-INSTR-LAST-FIRED(WS-INSTR-COUNT)
004810     MOVE SI-DESCRIPTION TO WS-INSTR-DESC(WS-INSTR-COUNT)
004820*    A HAND-MADE RECORD WITH A BAD AMOUNT OR DAY LOADS AS ZERO,
004830*    WHICH THE NEXT CHANGE MUST PUT RIGHT.
004840     MOVE 0 TO WS-INSTR-AMOUNT(WS-INSTR-COUNT)
004850     IF SI-AMOUNT IS NUMERIC
004860         MOVE SI-AMOUNT TO WS-INSTR-AMOUNT(WS-INSTR-COUNT)
004870     END-IF
004880     MOVE 0 TO WS-INSTR-FREQ-DAY(WS-INSTR-COUNT)
004890     IF SI-FREQ-DAY IS NUMERIC
004900         MOVE SI-FREQ-DAY TO WS-INSTR-FREQ-DAY(WS-INSTR-COUNT)
004910     END-IF.
004920 7050-EXIT.
004930     EXIT.
004940
004950 7100-FIND-INSTRUCTION.
004960     MOVE 0 TO WS-MATCH-IDX
004970     PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
004980             UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
004990             OR WS-MATCH-IDX > 0
005000         IF WS-INSTR-ID(WS-INSTR-IDX) = WS-WORK-ID
005010             MOVE WS-INSTR-IDX TO WS-MATCH-IDX
005020         END-IF
005030     END-PERFORM.
005040 7100-EXIT.
005050     EXIT.
005060
005070 7200-ACCEPT-ID.
005080     MOVE SPACES TO WS-WORK-ID
005090     DISPLAY "Instruction ID (8 characters): "
005100         WITH NO ADVANCING
005110     ACCEPT WS-WORK-ID.
005120 7200-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 7300-ACCEPT-DETAILS - TAKE EACH FIELD INTO WS-NEW-INSTR, WHICH
005170* THE CALLER HAS PRIMED (START TODAY AND ACTIVE FOR AN ADD, THE
005180* CURRENT DETAILS FOR A CHANGE).  A BLANK ANSWER KEEPS WHAT IS
005190* THERE; A SINGLE "-" CLEARS AN OPTIONAL FIELD (TO-ACCOUNT, END
005200* DATE, DESCRIPTION).  THE WHOLE INSTRUCTION IS THEN CHECKED
005210* THE WAY ADDEDIT WILL CHECK WHAT IT GENERATES, SO A RECURRING
005220* POSTING CANNOT REJECT NIGHT AFTER NIGHT.
005230*----------------------------------------------------------------
005240 7300-ACCEPT-DETAILS.
005250     MOVE "N" TO WS-ENTRY-VALID
005260     DISPLAY "Account [" WS-NEW-ACCOUNT "]: " WITH NO ADVANCING
005270     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005280     IF WS-FIELD-INPUT NOT = SPACES AND NOT = "-"
005290         MOVE WS-FIELD-INPUT TO WS-NEW-ACCOUNT
005300     END-IF
005310     DISPLAY "Operation A credit, S debit, T transfer ["
005320             WS-NEW-OP-CODE "]: " WITH NO ADVANCING
005330     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005340     IF WS-FIELD-INPUT NOT = SPACES
005350         MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
005360             TO WS-NEW-OP-CODE
005370     END-IF
005380     DISPLAY "To-account, transfers only [" WS-NEW-TO-ACCOUNT
005390             "]: " WITH NO ADVANCING
005400     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005410     EVALUATE WS-FIELD-INPUT
005420         WHEN SPACES
005430             CONTINUE
005440         WHEN "-"
005450             MOVE SPACES TO WS-NEW-TO-ACCOUNT
005460         WHEN OTHER
005470             MOVE WS-FIELD-INPUT TO WS-NEW-TO-ACCOUNT
005480     END-EVALUATE
005490     MOVE WS-NEW-AMOUNT TO WS-EDIT-AMOUNT
005500     DISPLAY "Amount, always positive [" WS-EDIT-AMOUNT "]: "
005510         WITH NO ADVANCING
005520     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005530     IF WS-FIELD-INPUT NOT = SPACES
005540         IF FUNCTION TEST-NUMVAL(WS-FIELD-INPUT) NOT = 0
005550             DISPLAY "Amount must be numeric - no change."
005560             GO TO 7300-EXIT
005570         END-IF
005580         MOVE FUNCTION NUMVAL(WS-FIELD-INPUT) TO WS-AMOUNT-WORK
005590         IF WS-AMOUNT-WORK NOT > 0
005600                 OR WS-AMOUNT-WORK > 9999999.99
005610             DISPLAY "Amount must be above zero and at most "
005620                     "9999999.99 - no change."
005630             GO TO 7300-EXIT
005640         END-IF
005650         MOVE WS-AMOUNT-WORK TO WS-NEW-AMOUNT
005660     END-IF
005670     DISPLAY "Frequency D daily, W weekly, M monthly, E month-"
005680             "end [" WS-NEW-FREQUENCY "]: " WITH NO ADVANCING
005690     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005700     IF WS-FIELD-INPUT NOT = SPACES
005710         MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
005720             TO WS-NEW-FREQUENCY
005730     END-IF
005740     IF NEW-IS-WEEKLY OR NEW-IS-MONTHLY
005750         DISPLAY "Day - weekday 1-7 (1 = Monday) or day of "
005760                 "month 1-31 [" WS-NEW-FREQ-DAY "]: "
005770             WITH NO ADVANCING
005780         PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005790         IF WS-FIELD-INPUT NOT = SPACES
005800             IF FUNCTION TEST-NUMVAL(WS-FIELD-INPUT) NOT = 0
005810                 DISPLAY "Day must be numeric - no change."
005820                 GO TO 7300-EXIT
005830             END-IF
005840             MOVE FUNCTION NUMVAL(WS-FIELD-INPUT)
005850                 TO WS-DAY-WORK
005860             IF WS-DAY-WORK < 0 OR WS-DAY-WORK > 99
005870                 MOVE 0 TO WS-DAY-WORK
005880             END-IF
005890             MOVE WS-DAY-WORK TO WS-NEW-FREQ-DAY
005900         END-IF
005910     ELSE
005920         MOVE 0 TO WS-NEW-FREQ-DAY
005930     END-IF
005940     DISPLAY "Start date YYYYMMDD [" WS-NEW-START-DATE "]: "
005950         WITH NO ADVANCING
005960     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005970     IF WS-FIELD-INPUT NOT = SPACES AND NOT = "-"
005980         MOVE WS-FIELD-INPUT TO WS-NEW-START-DATE
005990     END-IF
006000     DISPLAY "End date YYYYMMDD, blank none [" WS-NEW-END-DATE
006010             "]: " WITH NO ADVANCING
006020     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
006030     EVALUATE WS-FIELD-INPUT
006040         WHEN SPACES
006050             CONTINUE
006060         WHEN "-"
006070             MOVE SPACES TO WS-NEW-END-DATE
006080         WHEN OTHER
006090             MOVE WS-FIELD-INPUT TO WS-NEW-END-DATE
006100     END-EVALUATE
006110     DISPLAY "Active Y or N [" WS-NEW-ACTIVE "]: "
006120         WITH NO ADVANCING
006130     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
006140     IF WS-FIELD-INPUT NOT = SPACES
006150         MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
006160             TO WS-NEW-ACTIVE
006170     END-IF
006180     DISPLAY "Description [" WS-NEW-DESC "]: "
006190         WITH NO ADVANCING
006200     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
006210     EVALUATE WS-FIELD-INPUT
006220         WHEN SPACES
006230             CONTINUE
006240         WHEN "-"
006250             MOVE SPACES TO WS-NEW-DESC
006260         WHEN OTHER
006270             MOVE WS-FIELD-INPUT TO WS-NEW-DESC
006280     END-EVALUATE
006290
006300     IF WS-NEW-ACCOUNT = SPACES
006310         DISPLAY "Account is required - no change."
006320         GO TO 7300-EXIT
006330     END-IF
006340     IF NOT NEW-OP-VALID
006350         DISPLAY "Operation must be A, S or T - no change."
006360         GO TO 7300-EXIT
006370     END-IF
006380     IF NEW-IS-TRANSFER
006390         IF WS-NEW-TO-ACCOUNT = SPACES
006400                 OR WS-NEW-TO-ACCOUNT = WS-NEW-ACCOUNT
006410             DISPLAY "A transfer needs a to-account other than "
006420                     "the account - no change."
006430             GO TO 7300-EXIT
006440         END-IF
006450     ELSE
006460         MOVE SPACES TO WS-NEW-TO-ACCOUNT
006470     END-IF
006480     IF WS-NEW-AMOUNT = 0
006490         DISPLAY "Amount is required - no change."
006500         GO TO 7300-EXIT
006510     END-IF
006520     IF NOT NEW-FREQ-VALID
006530         DISPLAY "Frequency must be D, W, M or E - no change."
006540         GO TO 7300-EXIT
006550     END-IF
006560     IF NEW-IS-WEEKLY
006570             AND (WS-NEW-FREQ-DAY < 1 OR WS-NEW-FREQ-DAY > 7)
006580         DISPLAY "Weekly day must be 1-7 - no change."
006590         GO TO 7300-EXIT
006600     END-IF
006610     IF NEW-IS-MONTHLY
006620             AND (WS-NEW-FREQ-DAY < 1 OR WS-NEW-FREQ-DAY > 31)
006630         DISPLAY "Monthly day must be 1-31 - no change."
006640         GO TO 7300-EXIT
006650     END-IF
006660     IF WS-NEW-START-DATE IS NOT NUMERIC
006670         DISPLAY "Start date must be YYYYMMDD - no change."
006680         GO TO 7300-EXIT
006690     END-IF
006700     MOVE WS-NEW-START-DATE TO WS-DATE-CHECK
006710     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
006720         DISPLAY "Start date is not a real date - no change."
006730         GO TO 7300-EXIT
006740     END-IF
006750     IF WS-NEW-END-DATE NOT = SPACES
006760         IF WS-NEW-END-DATE IS NOT NUMERIC
006770             DISPLAY "End date must be YYYYMMDD - no change."
006780             GO TO 7300-EXIT
006790         END-IF
006800         MOVE WS-NEW-END-DATE TO WS-DATE-CHECK
006810         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
006820             DISPLAY "End date is not a real date - no change."
006830             GO TO 7300-EXIT
006840         END-IF
006850         IF WS-NEW-END-DATE < WS-NEW-START-DATE
006860             DISPLAY "End date is before the start date - "
006870                     "no change."
006880             GO TO 7300-EXIT
006890         END-IF
006900     END-IF
006910     IF NOT NEW-ACTIVE-VALID
006920         DISPLAY "Active must be Y or N - no change."
006930         GO TO 7300-EXIT
006940     END-IF
006950     MOVE "Y" TO WS-ENTRY-VALID.
006960 7300-EXIT.
006970     EXIT.
006980
006990 7350-ACCEPT-FIELD.
007000     MOVE SPACES TO WS-FIELD-INPUT
007010     ACCEPT WS-FIELD-INPUT.
007020 7350-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060* 7400-INSERT-INSTRUCTION - SLOT THE NEW INSTRUCTION INTO ID
007070* ORDER, SHIFTING THE TAIL OF THE TABLE DOWN ONE.
007080*----------------------------------------------------------------
007090 7400-INSERT-INSTRUCTION.
007100     MOVE 0 TO WS-MATCH-IDX
007110     PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
007120             UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
007130             OR WS-MATCH-IDX > 0
007140         IF WS-INSTR-ID(WS-INSTR-IDX) > WS-WORK-ID
007150             MOVE WS-INSTR-IDX TO WS-MATCH-IDX
007160         END-IF
007170     END-PERFORM
007180     IF WS-MATCH-IDX = 0
007190         COMPUTE WS-MATCH-IDX = WS-INSTR-COUNT + 1
007200     END-IF
007210     PERFORM VARYING WS-MOVE-IDX FROM WS-INSTR-COUNT BY -1
007220             UNTIL WS-MOVE-IDX < WS-MATCH-IDX
007230         MOVE WS-INSTR-ENTRY(WS-MOVE-IDX)
007240             TO WS-INSTR-ENTRY(WS-MOVE-IDX + 1)
007250     END-PERFORM
007260     ADD 1 TO WS-INSTR-COUNT
007270     MOVE WS-NEW-INSTR TO WS-INSTR-ENTRY(WS-MATCH-IDX).
007280 7400-EXIT.
007290     EXIT.
007292
007294*----------------------------------------------------------------
007296* 7500-REWRITE-FILE - WRITE THE WORK TABLE BACK OVER THE FILE,
007298* UNDER THE POSTING LOCK SO STDGEN CANNOT START MEANWHILE.  IF
007300* THE LOCK IS HELD, OR A GENERATOR RUN HAS MOVED A CYCLE STAMP
007302* SINCE THE FILE WAS LOADED, THE FILE IS LEFT AS IT IS - THE
007304* TABLE WOULD PUT THE OLD STAMPS BACK AND THE CYCLES WOULD BE
007306* GENERATED TWICE.
007308*----------------------------------------------------------------
007310 7500-REWRITE-FILE.
007312     MOVE "N" TO WS-REWRITE-SWITCH
007314     MOVE SPACES TO SN-LOCK-RECORD
007316     OPEN INPUT SN-LOCK-FILE
007318     IF LOCK-OK
007320         READ SN-LOCK-FILE
007322             AT END
007324                 MOVE SPACES TO SN-LOCK-RECORD
007326         END-READ
007328         CLOSE SN-LOCK-FILE
007330     END-IF
007332     IF SN-LOCK-RECORD NOT = SPACES
007334         DISPLAY "SIMNT: posting lock held by run " LK-RUN-ID
007336                 " operator " LK-OPERATOR
007338                 " - file left unchanged."
007340         GO TO 7500-EXIT
007342     END-IF
007344     OPEN OUTPUT SN-LOCK-FILE
007346     MOVE SPACES TO SN-LOCK-RECORD
007348     MOVE RH-RUN-ID      TO LK-RUN-ID
007350     MOVE RH-OPERATOR-ID TO LK-OPERATOR
007352     WRITE SN-LOCK-RECORD
007354     CLOSE SN-LOCK-FILE
007356     PERFORM 7520-CHECK-STAMPS THRU 7520-EXIT
007358     IF STAMPS-MOVED
007360         DISPLAY "SIMNT: STDINSTR.DAT was updated by a generator "
007362                 "run meanwhile - file left unchanged; enter "
007364                 "the action again."
007366         PERFORM 7590-RELEASE-LOCK THRU 7590-EXIT
007368         GO TO 7500-EXIT
007370     END-IF
007372     OPEN OUTPUT STANDING-INSTR-FILE
007374     PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
007376             UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
007378         MOVE SPACES TO STANDING-INSTR-RECORD
007380         MOVE WS-INSTR-ID(WS-INSTR-IDX)      TO SI-INSTR-ID
007382         MOVE WS-INSTR-ACCOUNT(WS-INSTR-IDX) TO SI-ACCOUNT
007384         MOVE WS-INSTR-OP-CODE(WS-INSTR-IDX) TO SI-OP-CODE
007386         MOVE WS-INSTR-TO-ACCOUNT(WS-INSTR-IDX)
007388             TO SI-TO-ACCOUNT
007390         MOVE WS-INSTR-AMOUNT(WS-INSTR-IDX)  TO SI-AMOUNT
007392         MOVE WS-INSTR-FREQUENCY(WS-INSTR-IDX)
007394             TO SI-FREQUENCY
007396         MOVE WS-INSTR-FREQ-DAY(WS-INSTR-IDX) TO SI-FREQ-DAY
007398         MOVE WS-INSTR-START-DATE(WS-INSTR-IDX)
007400             TO SI-START-DATE
007402         MOVE WS-INSTR-END-DATE(WS-INSTR-IDX) TO SI-END-DATE
007404         MOVE WS-INSTR-ACTIVE(WS-INSTR-IDX)  TO SI-ACTIVE-FLAG
007406         MOVE WS-INSTR-LAST-CYCLE(WS-INSTR-IDX)
007408             TO SI-LAST-CYCLE
007410         MOVE WS-INSTR-LAST-FIRED(WS-INSTR-IDX)
007412             TO SI-LAST-FIRED
007414         MOVE WS-INSTR-DESC(WS-INSTR-IDX)    TO SI-DESCRIPTION
007416         WRITE STANDING-INSTR-RECORD
007418     END-PERFORM
007420     CLOSE STANDING-INSTR-FILE
007422     PERFORM 7590-RELEASE-LOCK THRU 7590-EXIT
007424     MOVE "Y" TO WS-REWRITE-SWITCH.
007426 7500-EXIT.
007428     EXIT.
007430
007432*----------------------------------------------------------------
007434* 7520-CHECK-STAMPS - READ THE FILE AGAIN AND COMPARE EVERY
007436* INSTRUCTION'S CYCLE STAMPS WITH THE ONES LOADED.  THIS PROGRAM
007438* NEVER CHANGES THEM, SO ANY DIFFERENCE IS A GENERATOR RUN.  A
007440* FILE THAT HAS APPEARED OR GONE SINCE THE LOAD COUNTS TOO.
007442*----------------------------------------------------------------
007444 7520-CHECK-STAMPS.
007446     MOVE "N" TO WS-STAMP-SWITCH
007448     OPEN INPUT STANDING-INSTR-FILE
007450     IF NOT STDINSTR-OK
007452         IF HAD-OLD-FILE
007454             MOVE "Y" TO WS-STAMP-SWITCH
007456         END-IF
007458         GO TO 7520-EXIT
007460     END-IF
007462     IF NOT HAD-OLD-FILE
007464         MOVE "Y" TO WS-STAMP-SWITCH
007466     END-IF
007468     PERFORM 7530-CHECK-ONE-STAMP THRU 7530-EXIT
007470         UNTIL STDINSTR-EOF OR STAMPS-MOVED
007472     CLOSE STANDING-INSTR-FILE.
007474 7520-EXIT.
007476     EXIT.
007478
007480 7530-CHECK-ONE-STAMP.
007482     READ STANDING-INSTR-FILE
007484         AT END
007486             GO TO 7530-EXIT
007488     END-READ
007490     IF STANDING-INSTR-RECORD(1:1) = "*"
007492         GO TO 7530-EXIT
007494     END-IF
007496     PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
007498             UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
007500         IF WS-INSTR-ID(WS-INSTR-IDX) = SI-INSTR-ID
007502             IF WS-INSTR-LAST-CYCLE(WS-INSTR-IDX)
007504                     NOT = SI-LAST-CYCLE
007506                     OR WS-INSTR-LAST-FIRED(WS-INSTR-IDX)
007508                     NOT = SI-LAST-FIRED
007510                 MOVE "Y" TO WS-STAMP-SWITCH
007512             END-IF
007514         END-IF
007516     END-PERFORM.
007518 7530-EXIT.
007520     EXIT.
007522
007524 7590-RELEASE-LOCK.
007526     OPEN OUTPUT SN-LOCK-FILE
007528     MOVE SPACES TO SN-LOCK-RECORD
007530     WRITE SN-LOCK-RECORD
007532     CLOSE SN-LOCK-FILE.
007534 7590-EXIT.
007536     EXIT.
007538
007600*----------------------------------------------------------------
007610* 7600-LOG-FIELD-CHANGES - ONE STDILOG.DAT LINE FOR EVERY FIELD
007620* WHOSE OLD AND NEW VALUES DIFFER, COUNTING THEM FOR THE AUDIT
007630* REASON.  THE CYCLE STAMPS ARE THE GENERATOR'S AND NEVER
007640* CHANGE HERE.
007650*----------------------------------------------------------------
007660 7600-LOG-FIELD-CHANGES.
007670     MOVE 0 TO WS-FIELDS-CHANGED
007680     OPEN EXTEND SN-MAINT-LOG-FILE
007690     IF NOT MAINTLOG-OK
007700         OPEN OUTPUT SN-MAINT-LOG-FILE
007710     END-IF
007720     IF WS-OLD-ACCOUNT NOT = WS-NEW-ACCOUNT
007730         MOVE "ACCOUNT"      TO WS-LOG-FIELD
007740         MOVE WS-OLD-ACCOUNT TO WS-LOG-OLD
007750         MOVE WS-NEW-ACCOUNT TO WS-LOG-NEW
007760         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
007770     END-IF
007780     IF WS-OLD-OP-CODE NOT = WS-NEW-OP-CODE
007790         MOVE "OPERATION"    TO WS-LOG-FIELD
007800         MOVE WS-OLD-OP-CODE TO WS-LOG-OLD
007810         MOVE WS-NEW-OP-CODE TO WS-LOG-NEW
007820         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
007830     END-IF
007840     IF WS-OLD-TO-ACCOUNT NOT = WS-NEW-TO-ACCOUNT
007850         MOVE "TO-ACCOUNT"      TO WS-LOG-FIELD
007860         MOVE WS-OLD-TO-ACCOUNT TO WS-LOG-OLD
007870         MOVE WS-NEW-TO-ACCOUNT TO WS-LOG-NEW
007880         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
007890     END-IF
007900     IF WS-OLD-AMOUNT NOT = WS-NEW-AMOUNT
007910         MOVE WS-OLD-AMOUNT TO WS-EDIT-AMOUNT
007920         MOVE WS-NEW-AMOUNT TO WS-EDIT-AMOUNT-2
007930         MOVE "AMOUNT"         TO WS-LOG-FIELD
007940         MOVE WS-EDIT-AMOUNT   TO WS-LOG-OLD
007950         MOVE WS-EDIT-AMOUNT-2 TO WS-LOG-NEW
007960         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
007970     END-IF
007980     IF WS-OLD-FREQUENCY NOT = WS-NEW-FREQUENCY
007990             OR WS-OLD-FREQ-DAY NOT = WS-NEW-FREQ-DAY
008000         MOVE "FREQUENCY" TO WS-LOG-FIELD
008010         MOVE SPACES TO WS-LOG-OLD
008020         MOVE SPACES TO WS-LOG-NEW
008030         IF WS-OLD-FREQUENCY NOT = SPACES
008040             STRING WS-OLD-FREQUENCY DELIMITED BY SIZE
008050                    WS-OLD-FREQ-DAY  DELIMITED BY SIZE
008060                    INTO WS-LOG-OLD
008070             END-STRING
008080         END-IF
008090         IF WS-NEW-FREQUENCY NOT = SPACES
008100             STRING WS-NEW-FREQUENCY DELIMITED BY SIZE
008110                    WS-NEW-FREQ-DAY  DELIMITED BY SIZE
008120                    INTO WS-LOG-NEW
008130             END-STRING
008140         END-IF
008150         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
008160     END-IF
008170     IF WS-OLD-START-DATE NOT = WS-NEW-START-DATE
008180         MOVE "START"           TO WS-LOG-FIELD
008190         MOVE WS-OLD-START-DATE TO WS-LOG-OLD
008200         MOVE WS-NEW-START-DATE TO WS-LOG-NEW
008210         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
008220     END-IF
008230     IF WS-OLD-END-DATE NOT = WS-NEW-END-DATE
008240         MOVE "END"             TO WS-LOG-FIELD
008250         MOVE WS-OLD-END-DATE   TO WS-LOG-OLD
008260         MOVE WS-NEW-END-DATE   TO WS-LOG-NEW
008270         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
008280     END-IF
008290     IF WS-OLD-ACTIVE NOT = WS-NEW-ACTIVE
008300         MOVE "ACTIVE"          TO WS-LOG-FIELD
008310         MOVE WS-OLD-ACTIVE     TO WS-LOG-OLD
008320         MOVE WS-NEW-ACTIVE     TO WS-LOG-NEW
008330         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
008340     END-IF
008350     IF WS-OLD-DESC NOT = WS-NEW-DESC
008360         MOVE "DESC"            TO WS-LOG-FIELD
008370         MOVE WS-OLD-DESC       TO WS-LOG-OLD
008380         MOVE WS-NEW-DESC       TO WS-LOG-NEW
008390         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
008400     END-IF
008410     CLOSE SN-MAINT-LOG-FILE.
008420 7600-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 7650-WRITE-MAINT-LOG - FULL DETAIL LINE: WHO, WHEN, WHICH
008470* INSTRUCTION, WHICH FIELD, ITS EXACT OLD AND NEW VALUES.
008480*----------------------------------------------------------------
008490 7650-WRITE-MAINT-LOG.
008500     ADD 1 TO WS-FIELDS-CHANGED
008510     MOVE SPACES TO SN-MAINT-LOG-RECORD
008520     STRING RH-RUN-DATE          DELIMITED BY SIZE
008530            " "                  DELIMITED BY SIZE
008540            RH-RUN-TIME          DELIMITED BY SIZE
008550            " "                  DELIMITED BY SIZE
008560            RH-OPERATOR-ID       DELIMITED BY SIZE
008570            " "                  DELIMITED BY SIZE
008580            WS-ACTION-CODE       DELIMITED BY SIZE
008590            " "                  DELIMITED BY SIZE
008600            WS-WORK-ID           DELIMITED BY SIZE
008610            " "                  DELIMITED BY SIZE
008620            WS-LOG-FIELD         DELIMITED BY SIZE
008630            " OLD "              DELIMITED BY SIZE
008640            WS-LOG-OLD           DELIMITED BY SIZE
008650            " NEW "              DELIMITED BY SIZE
008660            WS-LOG-NEW           DELIMITED BY SIZE
008670            INTO SN-MAINT-LOG-RECORD
008680     END-STRING
008690     WRITE SN-MAINT-LOG-RECORD.
008700 7650-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740* 7700-BUILD-AUDIT-REASON - ACTION, INSTRUCTION ID AND THE
008750* NUMBER OF FIELDS THE ACTION TOUCHED ("Cid       nn FIELDS");
008760* THE VALUES THEMSELVES ARE ON STDILOG.DAT.
008770*----------------------------------------------------------------
008780 7700-BUILD-AUDIT-REASON.
008790     MOVE SPACES TO WS-AUDIT-REASON
008800     STRING WS-ACTION-CODE     DELIMITED BY SIZE
008810            WS-WORK-ID         DELIMITED BY SIZE
008820            " "                DELIMITED BY SIZE
008830            WS-FIELDS-CHANGED  DELIMITED BY SIZE
008840            " FIELDS"          DELIMITED BY SIZE
008850            INTO WS-AUDIT-REASON
008860     END-STRING.
008870 7700-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------
008910* 8000-WRITE-AUDIT-ENTRY - ONE STRUCTURED AUDIT ENTRY PER
008920* CHANGE, WITH THE SUMMARY IN THE REASON FIELD.
008930*----------------------------------------------------------------
008940 8000-WRITE-AUDIT-ENTRY.
008950     OPEN EXTEND AUDIT-LOG-FILE
008960     IF NOT AUDIT-OK
008970         OPEN OUTPUT AUDIT-LOG-FILE
008980     END-IF
008990     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009000     ACCEPT WS-END-TIME FROM TIME
009010     MOVE SPACES TO AUDIT-LOG-RECORD
009020     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
009030     MOVE " RUNID "          TO AL-RUNID-TAG
009040     MOVE RH-RUN-ID          TO AL-RUN-ID
009050     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
009060     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
009070     MOVE " MODE "           TO AL-MODE-TAG
009080     MOVE "I"                TO AL-RUN-MODE
009090     MOVE WS-END-DATE        TO AL-END-DATE
009100     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
009110     MOVE "NORMAL"           TO AL-STATUS
009120     MOVE WS-AUDIT-REASON    TO AL-REASON
009130     MOVE 0                  TO AL-RECORDS-READ
009140     MOVE 1                  TO AL-RECORDS-WRITTEN
009150     MOVE 0                  TO AL-RECORDS-REJECTED
009160     WRITE AUDIT-LOG-RECORD
009170     CLOSE AUDIT-LOG-FILE.
009180 8000-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------
009220* 9999-TERMINATE - SESSION TOTALS
009230*----------------------------------------------------------------
009240 9999-TERMINATE.
009250     DISPLAY "=== SIMNT - " WS-CHANGE-COUNT " CHANGES MADE ===".
009260 9999-EXIT.
009270     EXIT.
