000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BORRMNT.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  MAINTENANCE FRONT END FOR
000110*                  THE BORROWER MASTER (BORRMSTR.DAT) - NAME,
000120*                  MAILING ADDRESS, PHONE AND CONTACT PREFERENCE
000130*                  PER BORROWER REFERENCE - WHICH LOOPEDIT
000140*                  CHECKS NEW LOANS AGAINST AND THE STATEMENT,
000150*                  ARREARS AND LETTER RUNS PRINT FROM.  ADDS
000160*                  BORROWERS (DUPLICATES REFUSED, FILE KEPT IN
000170*                  REFERENCE ORDER), CHANGES DETAILS, REMOVES A
000180*                  BORROWER ONLY WHEN NO LOAN ON LOOPPORT.DAT
000190*                  CARRIES THE REFERENCE, AND BROWSES THE FILE.
000200*                  EVERY CHANGE WRITES ONE AUDIT ENTRY AND A
000210*                  BEFORE/AFTER LINE PER FIELD TO BORRLOG.DAT,
000220*                  THE WAY MSTRMNT KEEPS MSTRLOG.DAT.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY BORRSEL.
000290     SELECT BN-MAINT-LOG-FILE ASSIGN TO "BORRLOG.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-MAINTLOG-STATUS.
000320     SELECT BN-PORTFOLIO-FILE ASSIGN TO "LOOPPORT.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PORTFOLIO-STATUS.
000350     COPY AUDITSEL.
000360     COPY RUNCSEL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  BORROWER-FILE.
000410     COPY BORRMSTR.
000420
000430 FD  BN-MAINT-LOG-FILE.
000440 01  BN-MAINT-LOG-RECORD     PIC X(132).
000450
000460 FD  BN-PORTFOLIO-FILE.
000470 01  BN-PORTFOLIO-RECORD.
000480     05  PF-LOAN-ID          PIC X(08).
000490     05  PF-BORROWER-REF     PIC X(08).
000500     05  PF-PRINCIPAL        PIC 9(7)V99.
000510     05  PF-ANNUAL-RATE      PIC 9(2)V999.
000520     05  PF-TERM-MONTHS      PIC 9(3).
000530     05  PF-START-DATE       PIC X(08).
000540
000550 FD  AUDIT-LOG-FILE.
000560     COPY AUDITLOG.
000570
000580 FD  RUN-CARD-FILE.
000590     COPY RUNCARD.
000600
000610 WORKING-STORAGE SECTION.
000620     COPY RUNHDR.
000630     COPY OPERLINK.
000640 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000650     88  AUDIT-OK                    VALUE "00".
000660 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000670     88  RUNCARD-OK                  VALUE "00".
000680 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000690     88  RUNCARD-PRESENT             VALUE "Y".
000700 01  WS-BORROWER-STATUS      PIC XX  VALUE SPACES.
000710     88  BORROWER-OK                 VALUE "00".
000720     88  BORROWER-EOF                VALUE "10".
000730 01  WS-MAINTLOG-STATUS      PIC XX  VALUE SPACES.
000740     88  MAINTLOG-OK                 VALUE "00".
000750 01  WS-PORTFOLIO-STATUS     PIC XX  VALUE SPACES.
000760     88  PORTFOLIO-OK                VALUE "00".
000770     88  PORTFOLIO-EOF               VALUE "10".
000780
000790 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000800 01  WS-END-TIME.
000810     05  WS-END-TIME-HHMMSS  PIC 9(6).
000820     05  FILLER              PIC 99.
000830
000840 01  WS-CHOICE               PIC X      VALUE SPACE.
000850 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
000860     88  EXIT-REQUESTED                 VALUE "Y".
000870
000880*----------------------------------------------------------------
000890* THE WHOLE MASTER, HELD IN STORAGE FOR ONE MAINTENANCE ACTION
000900* AND REWRITTEN IN FULL, THE SAME WAY MSTRMNT REWRITES THE
000910* BALANCE MASTER.  KEPT IN REFERENCE ORDER.  THE TABLE IS THE
000920* SIZE OF THE BORRLOOK LOOKUP TABLE, SO ANY MASTER THIS PROGRAM
000930* CAN WRITE THE LOAN PROGRAMS CAN READ.
000940*----------------------------------------------------------------
000950 01  WS-BORR-COUNT           PIC 9(4)   VALUE 0.
000960 01  WS-BORR-TABLE.
000970     05  WS-BORR-ENTRY OCCURS 2000 TIMES.
000980         10  WS-BORR-REF         PIC X(08).
000990         10  WS-BORR-NAME        PIC X(30).
001000         10  WS-BORR-ADDRESS-1   PIC X(30).
001010         10  WS-BORR-ADDRESS-2   PIC X(30).
001020         10  WS-BORR-CITY        PIC X(20).
001030         10  WS-BORR-STATE       PIC X(02).
001040         10  WS-BORR-POSTCODE    PIC X(10).
001050         10  WS-BORR-PHONE       PIC X(15).
001060         10  WS-BORR-CONTACT-PREF PIC X(01).
001070 01  WS-BORR-IDX             PIC 9(4)   VALUE 0.
001080 01  WS-MOVE-IDX             PIC 9(4)   VALUE 0.
001090 01  WS-MATCH-IDX            PIC 9(4)   VALUE 0.
001100 01  WS-TABLE-FULL-SWITCH    PIC X      VALUE "N".
001110     88  BORR-TABLE-FULL                VALUE "Y".
001120 01  WS-HAD-FILE-SWITCH      PIC X      VALUE "N".
001130     88  HAD-OLD-FILE                   VALUE "Y".
001140
001150*----------------------------------------------------------------
001160* ONE MAINTENANCE ACTION: THE BORROWER IT TOUCHES AND THE
001170* DETAILS BEFORE AND AFTER (SAME SHAPE AS A TABLE ENTRY).  AN
001180* ADD HAS BLANK "BEFORE" DETAILS, A REMOVE BLANK "AFTER" ONES,
001190* SO THE LOG WRITES ONE LINE PER FIELD THAT DIFFERS EITHER WAY.
001200*----------------------------------------------------------------
001210 01  WS-ACTION-CODE          PIC X      VALUE SPACE.
001220 01  WS-WORK-REF             PIC X(08)  VALUE SPACES.
001230 01  WS-OLD-BORROWER.
001240     05  WS-OLD-REF          PIC X(08).
001250     05  WS-OLD-NAME         PIC X(30).
001260     05  WS-OLD-ADDRESS-1    PIC X(30).
001270     05  WS-OLD-ADDRESS-2    PIC X(30).
001280     05  WS-OLD-CITY         PIC X(20).
001290     05  WS-OLD-STATE        PIC X(02).
001300     05  WS-OLD-POSTCODE     PIC X(10).
001310     05  WS-OLD-PHONE        PIC X(15).
001320     05  WS-OLD-CONTACT-PREF PIC X(01).
001330 01  WS-NEW-BORROWER.
001340     05  WS-NEW-REF          PIC X(08).
001350     05  WS-NEW-NAME         PIC X(30).
001360     05  WS-NEW-ADDRESS-1    PIC X(30).
001370     05  WS-NEW-ADDRESS-2    PIC X(30).
001380     05  WS-NEW-CITY         PIC X(20).
001390     05  WS-NEW-STATE        PIC X(02).
001400     05  WS-NEW-POSTCODE     PIC X(10).
001410     05  WS-NEW-PHONE        PIC X(15).
001420     05  WS-NEW-CONTACT-PREF PIC X(01).
001430         88  NEW-PREF-VALID          VALUE "M" "P" "N".
001440         88  NEW-PREFERS-PHONE       VALUE "P".
001450 01  WS-FIELD-INPUT          PIC X(30)  VALUE SPACES.
001460 01  WS-ENTRY-VALID          PIC X      VALUE "N".
001470     88  ENTRY-IS-VALID                 VALUE "Y".
001480 01  WS-LOAN-COUNT           PIC 9(5)   VALUE 0.
001490
001500*    ONE BORRLOG.DAT LINE: THE FIELD AND ITS OLD AND NEW VALUES.
001510 01  WS-LOG-FIELD            PIC X(10)  VALUE SPACES.
001520 01  WS-LOG-OLD              PIC X(30)  VALUE SPACES.
001530 01  WS-LOG-NEW              PIC X(30)  VALUE SPACES.
001540 01  WS-FIELDS-CHANGED       PIC 9(2)   VALUE 0.
001550
001560 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001570 01  WS-CHANGE-COUNT         PIC 9(3)   VALUE 0.
001580
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610* 0000-MAINLINE - TOP-LEVEL CONTROL
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001660         UNTIL EXIT-REQUESTED
001670     PERFORM 9999-TERMINATE THRU 9999-EXIT
001680     STOP RUN.
001690
001700*----------------------------------------------------------------
001710* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
001720*----------------------------------------------------------------
001730 1000-INITIALIZE.
001740     DISPLAY " ".
001750     DISPLAY "=== BORRMNT - BORROWER MASTER MAINTENANCE ===".
001760     MOVE "BORRMNT " TO RH-PROGRAM-NAME
001770     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001780     IF NOT RUNCARD-PRESENT
001790         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001800         ACCEPT RH-OPERATOR-ID
001810     END-IF
001820     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001830     ACCEPT RH-RUN-TIME FROM TIME
001840     STRING RH-RUN-DATE DELIMITED BY SIZE
001850            RH-RUN-TIME DELIMITED BY SIZE
001860            INTO RH-RUN-ID
001870     END-STRING
001880*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001890*    TO RUN THIS JOB.
001900     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001910     MOVE RH-RUN-ID       TO OC-RUN-ID
001920     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001930     MOVE "I"             TO OC-RUN-MODE
001940     MOVE "M"             TO OC-FUNCTION-GROUP
001950     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001960     IF NOT OC-AUTHORIZED
001970         MOVE 12 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002020
002030 1100-READ-RUN-CARD.
002040     MOVE "N" TO WS-RUNCARD-SWITCH
002050     OPEN INPUT RUN-CARD-FILE
002060     IF RUNCARD-OK
002070         READ RUN-CARD-FILE
002080             NOT AT END
002090                 IF RUN-CARD-RECORD NOT = SPACES
002100                     MOVE "Y" TO WS-RUNCARD-SWITCH
002110                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002120                 END-IF
002130         END-READ
002140         CLOSE RUN-CARD-FILE
002150     END-IF.
002160 1100-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------
002200* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
002210* DISPATCH.  THE MASTER IS RELOADED BEFORE EVERY ACTION.
002220*----------------------------------------------------------------
002230 2000-PROCESS-MENU.
002240     DISPLAY " ".
002250     DISPLAY "1. ADD     - add a new borrower".
002260     DISPLAY "2. CHANGE  - change a borrower's details".
002270     DISPLAY "3. REMOVE  - remove a borrower with no loans".
002280     DISPLAY "4. BROWSE  - list all borrowers".
002290     DISPLAY "9. EXIT".
002300     DISPLAY "Select an option: " WITH NO ADVANCING
002310     ACCEPT WS-CHOICE
002320     EVALUATE WS-CHOICE
002330         WHEN "1"
002340             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002350             PERFORM 3000-ADD-BORROWER THRU 3000-EXIT
002360         WHEN "2"
002370             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002380             PERFORM 4000-CHANGE-BORROWER THRU 4000-EXIT
002390         WHEN "3"
002400             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002410             PERFORM 5000-REMOVE-BORROWER THRU 5000-EXIT
002420         WHEN "4"
002430             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002440             PERFORM 6000-BROWSE-BORROWERS THRU 6000-EXIT
002450         WHEN "9"
002460             MOVE "Y" TO WS-EXIT-SWITCH
002470         WHEN OTHER
002480             DISPLAY "Invalid selection. Enter 1-4 or 9."
002490     END-EVALUATE.
002500 2000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540* 3000-ADD-BORROWER - ADD A NEW BORROWER IN REFERENCE ORDER.  A
002550* REFERENCE ALREADY ON THE MASTER IS REFUSED ON THE SPOT.
002560*----------------------------------------------------------------
002570 3000-ADD-BORROWER.
002580*    AT EXACTLY 2000 BORROWERS THE LOAD FITS (SO THE FULL SWITCH
002590*    STAYS OFF) BUT THE TABLE HAS NO SLOT FOR ONE MORE.
002600     IF BORR-TABLE-FULL OR WS-BORR-COUNT >= 2000
002610         DISPLAY "Master holds 2000 borrowers - no room to add."
002620         GO TO 3000-EXIT
002630     END-IF
002640     PERFORM 7200-ACCEPT-REFERENCE THRU 7200-EXIT
002650     IF WS-WORK-REF = SPACES
002660         DISPLAY "No reference entered - nothing added."
002670         GO TO 3000-EXIT
002680     END-IF
002690     PERFORM 7100-FIND-BORROWER THRU 7100-EXIT
002700     IF WS-MATCH-IDX > 0
002710         DISPLAY "Borrower " WS-WORK-REF " is already on the "
002720                 "master - refused."
002730         GO TO 3000-EXIT
002740     END-IF
002750
002760     MOVE SPACES      TO WS-OLD-BORROWER
002770     MOVE WS-WORK-REF TO WS-OLD-REF
002780     MOVE WS-OLD-BORROWER TO WS-NEW-BORROWER
002790     PERFORM 7300-ACCEPT-DETAILS THRU 7300-EXIT
002800     IF NOT ENTRY-IS-VALID
002810         DISPLAY "Master left unchanged."
002820         GO TO 3000-EXIT
002830     END-IF
002840
002850     PERFORM 7400-INSERT-BORROWER THRU 7400-EXIT
002860     PERFORM 7500-REWRITE-MASTER THRU 7500-EXIT
002870     MOVE "A" TO WS-ACTION-CODE
002880     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
002890     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
002900     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
002910     ADD 1 TO WS-CHANGE-COUNT
002920     DISPLAY "Borrower " WS-WORK-REF " added.".
002930 3000-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970* 4000-CHANGE-BORROWER - CHANGE ANY OF A BORROWER'S DETAILS.  A
002980* BLANK ANSWER KEEPS THE FIELD AS IT IS; THE REFERENCE ITSELF
002990* NEVER CHANGES (THE LOANS CARRY IT).
003000*----------------------------------------------------------------
003010 4000-CHANGE-BORROWER.
003020*    A PART-LOADED MASTER MUST NEVER BE REWRITTEN - SEE
003030*    7000-LOAD-MASTER.
003040     IF BORR-TABLE-FULL
003050         DISPLAY "Master exceeds 2000 borrowers - browse only, "
003060                 "no changes."
003070         GO TO 4000-EXIT
003080     END-IF
003090     PERFORM 7200-ACCEPT-REFERENCE THRU 7200-EXIT
003100     PERFORM 7100-FIND-BORROWER THRU 7100-EXIT
003110     IF WS-MATCH-IDX = 0
003120         DISPLAY "Borrower " WS-WORK-REF " is not on the "
003130                 "master."
003140         GO TO 4000-EXIT
003150     END-IF
003160     MOVE WS-BORR-ENTRY(WS-MATCH-IDX) TO WS-OLD-BORROWER
003170     MOVE WS-OLD-BORROWER TO WS-NEW-BORROWER
003180     DISPLAY "Blank keeps the current value; - clears an "
003190             "optional field."
003200     PERFORM 7300-ACCEPT-DETAILS THRU 7300-EXIT
003210     IF NOT ENTRY-IS-VALID
003220         DISPLAY "Master left unchanged."
003230         GO TO 4000-EXIT
003240     END-IF
003250     IF WS-NEW-BORROWER = WS-OLD-BORROWER
003260         DISPLAY "No details changed."
003270         GO TO 4000-EXIT
003280     END-IF
003290
003300     MOVE WS-NEW-BORROWER TO WS-BORR-ENTRY(WS-MATCH-IDX)
003310     PERFORM 7500-REWRITE-MASTER THRU 7500-EXIT
003320     MOVE "C" TO WS-ACTION-CODE
003330     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
003340     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003350     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003360     ADD 1 TO WS-CHANGE-COUNT
003370     DISPLAY "Borrower " WS-WORK-REF " changed.".
003380 4000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420* 5000-REMOVE-BORROWER - TAKE A BORROWER OFF THE MASTER, BUT
003430* ONLY WHEN NO LOAN ON THE PORTFOLIO CARRIES THE REFERENCE;
003440* OTHERWISE THE NEXT EDIT RUN WOULD REJECT THE BORROWER'S LOANS
003450* AND THE STATEMENTS WOULD GO OUT WITHOUT AN ADDRESS.
003460*----------------------------------------------------------------
003470 5000-REMOVE-BORROWER.
003480*    A PART-LOADED MASTER MUST NEVER BE REWRITTEN - SEE
003490*    7000-LOAD-MASTER.
003500     IF BORR-TABLE-FULL
003510         DISPLAY "Master exceeds 2000 borrowers - browse only, "
003520                 "no changes."
003530         GO TO 5000-EXIT
003540     END-IF
003550     PERFORM 7200-ACCEPT-REFERENCE THRU 7200-EXIT
003560     PERFORM 7100-FIND-BORROWER THRU 7100-EXIT
003570     IF WS-MATCH-IDX = 0
003580         DISPLAY "Borrower " WS-WORK-REF " is not on the "
003590                 "master."
003600         GO TO 5000-EXIT
003610     END-IF
003620     PERFORM 7800-COUNT-LOANS THRU 7800-EXIT
003630     IF WS-LOAN-COUNT > 0
003640         DISPLAY "Borrower " WS-WORK-REF " still has "
003650                 WS-LOAN-COUNT " loan(s) on LOOPPORT.DAT - "
003660                 "cannot be removed."
003670         GO TO 5000-EXIT
003680     END-IF
003690
003700     MOVE WS-BORR-ENTRY(WS-MATCH-IDX) TO WS-OLD-BORROWER
003710     MOVE SPACES TO WS-NEW-BORROWER
003720     MOVE WS-WORK-REF TO WS-NEW-REF
003730     PERFORM VARYING WS-MOVE-IDX FROM WS-MATCH-IDX BY 1
003740             UNTIL WS-MOVE-IDX >= WS-BORR-COUNT
003750         MOVE WS-BORR-ENTRY(WS-MOVE-IDX + 1)
003760             TO WS-BORR-ENTRY(WS-MOVE-IDX)
003770     END-PERFORM
003780     SUBTRACT 1 FROM WS-BORR-COUNT
003790     PERFORM 7500-REWRITE-MASTER THRU 7500-EXIT
003800     MOVE "R" TO WS-ACTION-CODE
003810     PERFORM 7600-LOG-FIELD-CHANGES THRU 7600-EXIT
003820     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003830     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003840     ADD 1 TO WS-CHANGE-COUNT
003850     DISPLAY "Borrower " WS-WORK-REF " removed.".
003860 5000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900* 6000-BROWSE-BORROWERS - LIST THE MASTER, ONE LINE A BORROWER.
003910*----------------------------------------------------------------
003920 6000-BROWSE-BORROWERS.
003930     IF NOT HAD-OLD-FILE
003940         DISPLAY "No borrower master (BORRMSTR.DAT) on file."
003950         GO TO 6000-EXIT
003960     END-IF
003970     DISPLAY "BORROWER NAME                           CITY"
003980             "                 ST PHONE           PREF"
003990     PERFORM VARYING WS-BORR-IDX FROM 1 BY 1
004000             UNTIL WS-BORR-IDX > WS-BORR-COUNT
004010         DISPLAY WS-BORR-REF(WS-BORR-IDX) " "
004020                 WS-BORR-NAME(WS-BORR-IDX) "  "
004030                 WS-BORR-CITY(WS-BORR-IDX) " "
004040                 WS-BORR-STATE(WS-BORR-IDX) " "
004050                 WS-BORR-PHONE(WS-BORR-IDX) " "
004060                 WS-BORR-CONTACT-PREF(WS-BORR-IDX)
004070     END-PERFORM
004080     DISPLAY WS-BORR-COUNT " BORROWERS ON THE MASTER.".
004090 6000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 7000-LOAD-MASTER - READ THE WHOLE MASTER INTO THE WORK TABLE.
004140* A FILE BIGGER THAN THE TABLE IS REFUSED FOR CHANGES (THE
004150* REWRITE WOULD DROP THE OVERFLOW).  COMMENT LINES ARE NOT
004160* CARRIED OVER.
004170*----------------------------------------------------------------
004180 7000-LOAD-MASTER.
004190     MOVE 0 TO WS-BORR-COUNT
004200     MOVE "N" TO WS-HAD-FILE-SWITCH
004210     MOVE "N" TO WS-TABLE-FULL-SWITCH
004220     OPEN INPUT BORROWER-FILE
004230     IF NOT BORROWER-OK
004240         GO TO 7000-EXIT
004250     END-IF
004260     MOVE "Y" TO WS-HAD-FILE-SWITCH
004270     PERFORM 7050-LOAD-ONE-BORROWER THRU 7050-EXIT
004280         UNTIL BORROWER-EOF OR BORR-TABLE-FULL
004290     IF BORR-TABLE-FULL
004300         DISPLAY "BORRMNT: BORRMSTR.DAT exceeds 2000 "
004310                 "borrowers - browse only, no changes."
004320     END-IF
004330     CLOSE BORROWER-FILE.
004340 7000-EXIT.
004350     EXIT.
004360
004370 7050-LOAD-ONE-BORROWER.
004380     READ BORROWER-FILE
004390         AT END
004400             GO TO 7050-EXIT
004410     END-READ
004420     IF BORROWER-RECORD(1:1) = "*"
004430         GO TO 7050-EXIT
004440     END-IF
004450     IF WS-BORR-COUNT >= 2000
004460         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004470         GO TO 7050-EXIT
004480     END-IF
004490     ADD 1 TO WS-BORR-COUNT
004500     MOVE BM-BORROWER-REF TO WS-BORR-REF(WS-BORR-COUNT)
004510     MOVE BM-NAME         TO WS-BORR-NAME(WS-BORR-COUNT)
004520     MOVE BM-ADDRESS-1    TO WS-BORR-ADDRESS-1(WS-BORR-COUNT)
004530     MOVE BM-ADDRESS-2    TO WS-BORR-ADDRESS-2(WS-BORR-COUNT)
004540     MOVE BM-CITY         TO WS-BORR-CITY(WS-BORR-COUNT)
004550     MOVE BM-STATE        TO WS-BORR-STATE(WS-BORR-COUNT)
004560     MOVE BM-POSTCODE     TO WS-BORR-POSTCODE(WS-BORR-COUNT)
004570     MOVE BM-PHONE        TO WS-BORR-PHONE(WS-BORR-COUNT)
004580     MOVE BM-CONTACT-PREF
004590         TO WS-BORR-CONTACT-PREF(WS-BORR-COUNT).
004600 7050-EXIT.
004610     EXIT.
004620
004630 7100-FIND-BORROWER.
004640     MOVE 0 TO WS-MATCH-IDX
004650     PERFORM VARYING WS-BORR-IDX FROM 1 BY 1
004660             UNTIL WS-BORR-IDX > WS-BORR-COUNT
004670             OR WS-MATCH-IDX > 0
004680         IF WS-BORR-REF(WS-BORR-IDX) = WS-WORK-REF
004690             MOVE WS-BORR-IDX TO WS-MATCH-IDX
004700         END-IF
004710     END-PERFORM.
004720 7100-EXIT.
004730     EXIT.
004740
004750 7200-ACCEPT-REFERENCE.
004760     MOVE SPACES TO WS-WORK-REF
004770     DISPLAY "Borrower reference (8 characters): "
004780         WITH NO ADVANCING
004790     ACCEPT WS-WORK-REF.
004800 7200-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* 7300-ACCEPT-DETAILS - TAKE EACH FIELD INTO WS-NEW-BORROWER,
004850* WHICH THE CALLER HAS PRIMED (BLANK FOR AN ADD, THE CURRENT
004860* DETAILS FOR A CHANGE).  A BLANK ANSWER KEEPS WHAT IS THERE; A
004870* SINGLE "-" CLEARS AN OPTIONAL FIELD.  NAME AND FIRST ADDRESS
004880* LINE ARE REQUIRED, THE PREFERENCE MUST BE M, P OR N (BLANK IS
004890* MAIL), AND A PHONE-FIRST BORROWER MUST HAVE A PHONE NUMBER.
004900*----------------------------------------------------------------
004910 7300-ACCEPT-DETAILS.
004920     MOVE "N" TO WS-ENTRY-VALID
004930     DISPLAY "Name [" WS-NEW-NAME "]: " WITH NO ADVANCING
004940     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
004950     IF WS-FIELD-INPUT NOT = SPACES AND NOT = "-"
004960         MOVE WS-FIELD-INPUT TO WS-NEW-NAME
004970     END-IF
004980     DISPLAY "Address line 1 [" WS-NEW-ADDRESS-1 "]: "
004990         WITH NO ADVANCING
005000     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005010     IF WS-FIELD-INPUT NOT = SPACES AND NOT = "-"
005020         MOVE WS-FIELD-INPUT TO WS-NEW-ADDRESS-1
005030     END-IF
005040     DISPLAY "Address line 2 [" WS-NEW-ADDRESS-2 "]: "
005050         WITH NO ADVANCING
005060     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005070     EVALUATE WS-FIELD-INPUT
005080         WHEN SPACES
005090             CONTINUE
005100         WHEN "-"
005110             MOVE SPACES TO WS-NEW-ADDRESS-2
005120         WHEN OTHER
005130             MOVE WS-FIELD-INPUT TO WS-NEW-ADDRESS-2
005140     END-EVALUATE
005150     DISPLAY "City [" WS-NEW-CITY "]: " WITH NO ADVANCING
005160     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005170     EVALUATE WS-FIELD-INPUT
005180         WHEN SPACES
005190             CONTINUE
005200         WHEN "-"
005210             MOVE SPACES TO WS-NEW-CITY
005220         WHEN OTHER
005230             MOVE WS-FIELD-INPUT TO WS-NEW-CITY
005240     END-EVALUATE
005250     DISPLAY "State [" WS-NEW-STATE "]: " WITH NO ADVANCING
005260     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005270     EVALUATE WS-FIELD-INPUT
005280         WHEN SPACES
005290             CONTINUE
005300         WHEN "-"
005310             MOVE SPACES TO WS-NEW-STATE
005320         WHEN OTHER
005330             MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
005340                 TO WS-NEW-STATE
005350     END-EVALUATE
005360     DISPLAY "Postcode [" WS-NEW-POSTCODE "]: "
005370         WITH NO ADVANCING
005380     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005390     EVALUATE WS-FIELD-INPUT
005400         WHEN SPACES
005410             CONTINUE
005420         WHEN "-"
005430             MOVE SPACES TO WS-NEW-POSTCODE
005440         WHEN OTHER
005450             MOVE WS-FIELD-INPUT TO WS-NEW-POSTCODE
005460     END-EVALUATE
005470     DISPLAY "Phone [" WS-NEW-PHONE "]: " WITH NO ADVANCING
005480     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005490     EVALUATE WS-FIELD-INPUT
005500         WHEN SPACES
005510             CONTINUE
005520         WHEN "-"
005530             MOVE SPACES TO WS-NEW-PHONE
005540         WHEN OTHER
005550             MOVE WS-FIELD-INPUT TO WS-NEW-PHONE
005560     END-EVALUATE
005570     DISPLAY "Contact preference M mail, P phone, N do not "
005580             "call [" WS-NEW-CONTACT-PREF "]: "
005590         WITH NO ADVANCING
005600     PERFORM 7350-ACCEPT-FIELD THRU 7350-EXIT
005610     IF WS-FIELD-INPUT NOT = SPACES
005620         MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT)
005630             TO WS-NEW-CONTACT-PREF
005640     END-IF
005650
005660     IF WS-NEW-CONTACT-PREF = SPACES
005670         MOVE "M" TO WS-NEW-CONTACT-PREF
005680     END-IF
005690     IF WS-NEW-NAME = SPACES
005700         DISPLAY "Name is required - no change."
005710         GO TO 7300-EXIT
005720     END-IF
005730     IF WS-NEW-ADDRESS-1 = SPACES
005740         DISPLAY "Address line 1 is required - no change."
005750         GO TO 7300-EXIT
005760     END-IF
005770     IF NOT NEW-PREF-VALID
005780         DISPLAY "Contact preference must be M, P or N - "
005790                 "no change."
005800         GO TO 7300-EXIT
005810     END-IF
005820     IF NEW-PREFERS-PHONE AND WS-NEW-PHONE = SPACES
005830         DISPLAY "Preference P needs a phone number - "
005840                 "no change."
005850         GO TO 7300-EXIT
005860     END-IF
005870     MOVE "Y" TO WS-ENTRY-VALID.
005880 7300-EXIT.
005890     EXIT.
005900
005910 7350-ACCEPT-FIELD.
005920     MOVE SPACES TO WS-FIELD-INPUT
005930     ACCEPT WS-FIELD-INPUT.
005940 7350-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980* 7400-INSERT-BORROWER - SLOT THE NEW BORROWER INTO REFERENCE
005990* ORDER, SHIFTING THE TAIL OF THE TABLE DOWN ONE.
006000*----------------------------------------------------------------
006010 7400-INSERT-BORROWER.
006020     MOVE 0 TO WS-MATCH-IDX
006030     PERFORM VARYING WS-BORR-IDX FROM 1 BY 1
006040             UNTIL WS-BORR-IDX > WS-BORR-COUNT
006050             OR WS-MATCH-IDX > 0
006060         IF WS-BORR-REF(WS-BORR-IDX) > WS-WORK-REF
006070             MOVE WS-BORR-IDX TO WS-MATCH-IDX
006080         END-IF
006090     END-PERFORM
006100     IF WS-MATCH-IDX = 0
006110         COMPUTE WS-MATCH-IDX = WS-BORR-COUNT + 1
006120     END-IF
006130     PERFORM VARYING WS-MOVE-IDX FROM WS-BORR-COUNT BY -1
006140             UNTIL WS-MOVE-IDX < WS-MATCH-IDX
006150         MOVE WS-BORR-ENTRY(WS-MOVE-IDX)
006160             TO WS-BORR-ENTRY(WS-MOVE-IDX + 1)
006170     END-PERFORM
006180     ADD 1 TO WS-BORR-COUNT
006190     MOVE WS-NEW-BORROWER TO WS-BORR-ENTRY(WS-MATCH-IDX).
006200 7400-EXIT.
006210     EXIT.
006220
006230 7500-REWRITE-MASTER.
006240     OPEN OUTPUT BORROWER-FILE
006250     PERFORM VARYING WS-BORR-IDX FROM 1 BY 1
006260             UNTIL WS-BORR-IDX > WS-BORR-COUNT
006270         MOVE SPACES TO BORROWER-RECORD
006280         MOVE WS-BORR-REF(WS-BORR-IDX)       TO BM-BORROWER-REF
006290         MOVE WS-BORR-NAME(WS-BORR-IDX)      TO BM-NAME
006300         MOVE WS-BORR-ADDRESS-1(WS-BORR-IDX) TO BM-ADDRESS-1
006310         MOVE WS-BORR-ADDRESS-2(WS-BORR-IDX) TO BM-ADDRESS-2
006320         MOVE WS-BORR-CITY(WS-BORR-IDX)      TO BM-CITY
006330         MOVE WS-BORR-STATE(WS-BORR-IDX)     TO BM-STATE
006340         MOVE WS-BORR-POSTCODE(WS-BORR-IDX)  TO BM-POSTCODE
006350         MOVE WS-BORR-PHONE(WS-BORR-IDX)     TO BM-PHONE
006360         MOVE WS-BORR-CONTACT-PREF(WS-BORR-IDX)
006370             TO BM-CONTACT-PREF
006380         WRITE BORROWER-RECORD
006390     END-PERFORM
006400     CLOSE BORROWER-FILE.
006410 7500-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 7600-LOG-FIELD-CHANGES - ONE BORRLOG.DAT LINE FOR EVERY FIELD
006460* WHOSE OLD AND NEW VALUES DIFFER, COUNTING THEM FOR THE AUDIT
006470* REASON.
006480*----------------------------------------------------------------
006490 7600-LOG-FIELD-CHANGES.
006500     MOVE 0 TO WS-FIELDS-CHANGED
006510     OPEN EXTEND BN-MAINT-LOG-FILE
006520     IF NOT MAINTLOG-OK
006530         OPEN OUTPUT BN-MAINT-LOG-FILE
006540     END-IF
006550     IF WS-OLD-NAME NOT = WS-NEW-NAME
006560         MOVE "NAME"        TO WS-LOG-FIELD
006570         MOVE WS-OLD-NAME   TO WS-LOG-OLD
006580         MOVE WS-NEW-NAME   TO WS-LOG-NEW
006590         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006600     END-IF
006610     IF WS-OLD-ADDRESS-1 NOT = WS-NEW-ADDRESS-1
006620         MOVE "ADDRESS-1"      TO WS-LOG-FIELD
006630         MOVE WS-OLD-ADDRESS-1 TO WS-LOG-OLD
006640         MOVE WS-NEW-ADDRESS-1 TO WS-LOG-NEW
006650         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006660     END-IF
006670     IF WS-OLD-ADDRESS-2 NOT = WS-NEW-ADDRESS-2
006680         MOVE "ADDRESS-2"      TO WS-LOG-FIELD
006690         MOVE WS-OLD-ADDRESS-2 TO WS-LOG-OLD
006700         MOVE WS-NEW-ADDRESS-2 TO WS-LOG-NEW
006710         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006720     END-IF
006730     IF WS-OLD-CITY NOT = WS-NEW-CITY
006740         MOVE "CITY"        TO WS-LOG-FIELD
006750         MOVE WS-OLD-CITY   TO WS-LOG-OLD
006760         MOVE WS-NEW-CITY   TO WS-LOG-NEW
006770         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006780     END-IF
006790     IF WS-OLD-STATE NOT = WS-NEW-STATE
006800         MOVE "STATE"       TO WS-LOG-FIELD
006810         MOVE WS-OLD-STATE  TO WS-LOG-OLD
006820         MOVE WS-NEW-STATE  TO WS-LOG-NEW
006830         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006840     END-IF
006850     IF WS-OLD-POSTCODE NOT = WS-NEW-POSTCODE
006860         MOVE "POSTCODE"      TO WS-LOG-FIELD
006870         MOVE WS-OLD-POSTCODE TO WS-LOG-OLD
006880         MOVE WS-NEW-POSTCODE TO WS-LOG-NEW
006890         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006900     END-IF
006910     IF WS-OLD-PHONE NOT = WS-NEW-PHONE
006920         MOVE "PHONE"       TO WS-LOG-FIELD
006930         MOVE WS-OLD-PHONE  TO WS-LOG-OLD
006940         MOVE WS-NEW-PHONE  TO WS-LOG-NEW
006950         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
006960     END-IF
006970     IF WS-OLD-CONTACT-PREF NOT = WS-NEW-CONTACT-PREF
006980         MOVE "CONTACT"           TO WS-LOG-FIELD
006990         MOVE WS-OLD-CONTACT-PREF TO WS-LOG-OLD
007000         MOVE WS-NEW-CONTACT-PREF TO WS-LOG-NEW
007010         PERFORM 7650-WRITE-MAINT-LOG THRU 7650-EXIT
007020     END-IF
007030     CLOSE BN-MAINT-LOG-FILE.
007040 7600-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* 7650-WRITE-MAINT-LOG - FULL DETAIL LINE: WHO, WHEN, WHICH
007090* BORROWER, WHICH FIELD, ITS EXACT OLD AND NEW VALUES.
007100*----------------------------------------------------------------
007110 7650-WRITE-MAINT-LOG.
007120     ADD 1 TO WS-FIELDS-CHANGED
007130     MOVE SPACES TO BN-MAINT-LOG-RECORD
007140     STRING RH-RUN-DATE          DELIMITED BY SIZE
007150            " "                  DELIMITED BY SIZE
007160            RH-RUN-TIME          DELIMITED BY SIZE
007170            " "                  DELIMITED BY SIZE
007180            RH-OPERATOR-ID       DELIMITED BY SIZE
007190            " "                  DELIMITED BY SIZE
007200            WS-ACTION-CODE       DELIMITED BY SIZE
007210            " "                  DELIMITED BY SIZE
007220            WS-WORK-REF          DELIMITED BY SIZE
007230            " "                  DELIMITED BY SIZE
007240            WS-LOG-FIELD         DELIMITED BY SIZE
007250            " OLD "              DELIMITED BY SIZE
007260            WS-LOG-OLD           DELIMITED BY SIZE
007270            " NEW "              DELIMITED BY SIZE
007280            WS-LOG-NEW           DELIMITED BY SIZE
007290            INTO BN-MAINT-LOG-RECORD
007300     END-STRING
007310     WRITE BN-MAINT-LOG-RECORD.
007320 7650-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* 7700-BUILD-AUDIT-REASON - ACTION, REFERENCE AND THE NUMBER OF
007370* FIELDS THE ACTION TOUCHED ("Cref     nn FIELDS"); THE VALUES
007380* THEMSELVES ARE ON BORRLOG.DAT.
007390*----------------------------------------------------------------
007400 7700-BUILD-AUDIT-REASON.
007410     MOVE SPACES TO WS-AUDIT-REASON
007420     STRING WS-ACTION-CODE     DELIMITED BY SIZE
007430            WS-WORK-REF        DELIMITED BY SIZE
007440            " "                DELIMITED BY SIZE
007450            WS-FIELDS-CHANGED  DELIMITED BY SIZE
007460            " FIELDS"          DELIMITED BY SIZE
007470            INTO WS-AUDIT-REASON
007480     END-STRING.
007490 7700-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 7800-COUNT-LOANS - HOW MANY LOANS ON THE PORTFOLIO CARRY
007540* WS-WORK-REF?  NO PORTFOLIO MEANS NONE.
007550*----------------------------------------------------------------
007560 7800-COUNT-LOANS.
007570     MOVE 0 TO WS-LOAN-COUNT
007580     OPEN INPUT BN-PORTFOLIO-FILE
007590     IF NOT PORTFOLIO-OK
007600         GO TO 7800-EXIT
007610     END-IF
007620     PERFORM 7850-READ-PORTFOLIO THRU 7850-EXIT
007630         UNTIL PORTFOLIO-EOF
007640     CLOSE BN-PORTFOLIO-FILE.
007650 7800-EXIT.
007660     EXIT.
007670
007680 7850-READ-PORTFOLIO.
007690     READ BN-PORTFOLIO-FILE
007700         AT END
007710             GO TO 7850-EXIT
007720     END-READ
007730     IF PF-BORROWER-REF = WS-WORK-REF
007740         ADD 1 TO WS-LOAN-COUNT
007750     END-IF.
007760 7850-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------
007800* 8000-WRITE-AUDIT-ENTRY - ONE STRUCTURED AUDIT ENTRY PER
007810* CHANGE, WITH THE SUMMARY IN THE REASON FIELD.
007820*----------------------------------------------------------------
007830 8000-WRITE-AUDIT-ENTRY.
007840     OPEN EXTEND AUDIT-LOG-FILE
007850     IF NOT AUDIT-OK
007860         OPEN OUTPUT AUDIT-LOG-FILE
007870     END-IF
007880     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
007890     ACCEPT WS-END-TIME FROM TIME
007900     MOVE SPACES TO AUDIT-LOG-RECORD
007910     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
007920     MOVE " RUNID "          TO AL-RUNID-TAG
007930     MOVE RH-RUN-ID          TO AL-RUN-ID
007940     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
007950     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
007960     MOVE " MODE "           TO AL-MODE-TAG
007970     MOVE "I"                TO AL-RUN-MODE
007980     MOVE WS-END-DATE        TO AL-END-DATE
007990     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
008000     MOVE "NORMAL"           TO AL-STATUS
008010     MOVE WS-AUDIT-REASON    TO AL-REASON
008020     MOVE 0                  TO AL-RECORDS-READ
008030     MOVE 1                  TO AL-RECORDS-WRITTEN
008040     MOVE 0                  TO AL-RECORDS-REJECTED
008050     WRITE AUDIT-LOG-RECORD
008060     CLOSE AUDIT-LOG-FILE.
008070 8000-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110* 9999-TERMINATE - SESSION TOTALS
008120*----------------------------------------------------------------
008130 9999-TERMINATE.
008140     DISPLAY "=== BORRMNT - " WS-CHANGE-COUNT " CHANGES MADE ===".
008150 9999-EXIT.
008160     EXIT.
