000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QACASE.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  QA DESK CONSOLE FOR THE
000110*                  STRINSPECT EXCEPTION CASE FILE (STRCASE.DAT).
000120*                  LISTS THE OPEN CASES (ALL FEEDS OR ONE), SHOWS
000130*                  A CASE IN FULL, ASSIGNS IT, ADDS A NOTE, AND
000140*                  RESOLVES, WAIVES OR REOPENS IT.  RESOLVE, WAIVE
000150*                  AND REOPEN NEED A NOTE.  NO CHANGE IS TAKEN
000160*                  WHILE A STRINSPECT BATCH RUN HOLDS STRLOCK.DAT,
000170*                  SINCE THE SCAN REWRITES THE CASE FILE.  EVERY
000180*                  CHANGE WRITES AN AUDIT ENTRY AND A DETAIL LINE
000190*                  TO QACASLOG.DAT THE WAY MSTRMNT DOES.
000192* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000194*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000196*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000198*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     COPY STRCSEL.
000260     SELECT QC-LOCK-FILE ASSIGN TO "STRLOCK.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-LOCK-STATUS.
000290     SELECT QC-CASE-LOG-FILE ASSIGN TO "QACASLOG.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CASELOG-STATUS.
000320     COPY AUDITSEL.
000330     COPY RUNCSEL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CASE-FILE.
000380*    THE STRCASE LAYOUT IS KEPT ONCE IN WORKING STORAGE, AS IN
000390*    STRINSPECT.
000400 01  QC-CASE-FILE-RECORD     PIC X(242).
000410
000420 FD  QC-LOCK-FILE.
000430*    SAME SHAPE AS THE STRINSPECT RUN LOCK.
000440 01  QC-LOCK-RECORD.
000450     05  LK-RUN-ID           PIC X(16).
000460     05  FILLER              PIC X(01).
000470     05  LK-OPERATOR         PIC X(08).
000480
000490 FD  QC-CASE-LOG-FILE.
000500 01  QC-CASE-LOG-RECORD      PIC X(120).
000510
000520 FD  AUDIT-LOG-FILE.
000530     COPY AUDITLOG.
000540
000550 FD  RUN-CARD-FILE.
000560     COPY RUNCARD.
000570
000580 WORKING-STORAGE SECTION.
000590     COPY RUNHDR.
000595     COPY OPERLINK.
000600     COPY STRCASE.
000610 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000620     88  AUDIT-OK                    VALUE "00".
000630 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000640     88  RUNCARD-OK                  VALUE "00".
000650 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000660     88  RUNCARD-PRESENT             VALUE "Y".
000670 01  WS-CASE-STATUS          PIC XX  VALUE SPACES.
000680     88  CASE-OK                     VALUE "00".
000690     88  CASE-EOF                    VALUE "10".
000700 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
000710     88  LOCK-OK                     VALUE "00".
000720 01  WS-CASELOG-STATUS       PIC XX  VALUE SPACES.
000730     88  CASELOG-OK                  VALUE "00".
000740
000750 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000760 01  WS-END-TIME.
000770     05  WS-END-TIME-HHMMSS  PIC 9(6).
000780     05  FILLER              PIC 99.
000790
000800 01  WS-CHOICE               PIC X      VALUE SPACE.
000810 01  WS-EXIT-SWITCH          PIC X      VALUE "N".
000820     88  EXIT-REQUESTED                 VALUE "Y".
000830
000840*----------------------------------------------------------------
000850* THE WHOLE CASE FILE, HELD IN STORAGE FOR ONE ACTION AND
000860* REWRITTEN IN FULL, THE SAME WAY MSTRMNT REWRITES THE MASTER.
000870* THE FILE IS IN CASE-NUMBER ORDER AND STAYS THAT WAY.
000880*----------------------------------------------------------------
000890 01  WS-CASE-COUNT           PIC 9(4)   VALUE 0.
000900 01  WS-CASE-TABLE.
000910     05  WS-CASE-ENTRY OCCURS 3000 TIMES PIC X(242).
000920 01  WS-CASE-IDX             PIC 9(4)   VALUE 0.
000930 01  WS-MATCH-IDX            PIC 9(4)   VALUE 0.
000940 01  WS-TABLE-FULL-SWITCH    PIC X      VALUE "N".
000950     88  CASE-TABLE-FULL                VALUE "Y".
000960 01  WS-HAD-FILE-SWITCH      PIC X      VALUE "N".
000970     88  HAD-CASE-FILE                  VALUE "Y".
000980 01  WS-LOCK-HELD-SWITCH     PIC X      VALUE "N".
000990     88  SCAN-LOCK-HELD                 VALUE "Y".
001000
001010*----------------------------------------------------------------
001020* ONE ACTION: THE CASE IT TOUCHES, WHAT WAS DONE AND THE NOTE.
001030*----------------------------------------------------------------
001040 01  WS-CASE-ID-INPUT        PIC X(07)  VALUE SPACES.
001050 01  WS-WORK-CASE-ID         PIC 9(07)  VALUE 0.
001060 01  WS-FEED-FILTER          PIC X(08)  VALUE SPACES.
001070 01  WS-ACTION-WORD          PIC X(07)  VALUE SPACES.
001080 01  WS-ASSIGN-INPUT         PIC X(08)  VALUE SPACES.
001090 01  WS-NOTE-INPUT           PIC X(40)  VALUE SPACES.
001100 01  WS-ENTRY-VALID          PIC X      VALUE "N".
001110     88  ENTRY-IS-VALID                 VALUE "Y".
001120 01  WS-STATUS-WORD          PIC X(08)  VALUE SPACES.
001130 01  WS-LIST-COUNT           PIC 9(4)   VALUE 0.
001140 01  WS-SHOW-FEED            PIC X(08)  VALUE SPACES.
001150
001160 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001170 01  WS-CHANGE-COUNT         PIC 9(3)   VALUE 0.
001180
001190 PROCEDURE DIVISION.
001200*----------------------------------------------------------------
001210* 0000-MAINLINE - TOP-LEVEL CONTROL
001220*----------------------------------------------------------------
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001250     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001260         UNTIL EXIT-REQUESTED
001270     PERFORM 9999-TERMINATE THRU 9999-EXIT
001280     STOP RUN.
001290
001300*----------------------------------------------------------------
001310* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
001320*----------------------------------------------------------------
001330 1000-INITIALIZE.
001340     DISPLAY " ".
001350     DISPLAY "=== QACASE - EXCEPTION CASE DESK ===".
001360     MOVE "QACASE  " TO RH-PROGRAM-NAME
001370     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001380     IF NOT RUNCARD-PRESENT
001390         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001400         ACCEPT RH-OPERATOR-ID
001410     END-IF
001420     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001430     ACCEPT RH-RUN-TIME FROM TIME
001440     STRING RH-RUN-DATE DELIMITED BY SIZE
001450            RH-RUN-TIME DELIMITED BY SIZE
001460            INTO RH-RUN-ID
001470     END-STRING
001471*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001472*    TO RUN THIS JOB.
001473     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001474     MOVE RH-RUN-ID       TO OC-RUN-ID
001475     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001476     MOVE "I"             TO OC-RUN-MODE
001477     MOVE "M"             TO OC-FUNCTION-GROUP
001478     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001479     IF NOT OC-AUTHORIZED
001480         MOVE 12 TO RETURN-CODE
001481         STOP RUN
001482     END-IF.
001483 1000-EXIT.
001490     EXIT.
001500
001510 1100-READ-RUN-CARD.
001520     MOVE "N" TO WS-RUNCARD-SWITCH
001530     OPEN INPUT RUN-CARD-FILE
001540     IF RUNCARD-OK
001550         READ RUN-CARD-FILE
001560             NOT AT END
001570                 IF RUN-CARD-RECORD NOT = SPACES
001580                     MOVE "Y" TO WS-RUNCARD-SWITCH
001590                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
001600                 END-IF
001610         END-READ
001620         CLOSE RUN-CARD-FILE
001630     END-IF.
001640 1100-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------
001680* 2000-PROCESS-MENU - ONE PASS: SHOW THE MENU, TAKE THE CHOICE,
001690* DISPATCH.  THE CASE FILE IS RELOADED BEFORE EVERY ACTION SO A
001700* SCAN FINISHING MID-SESSION IS NEVER OVERWRITTEN.
001710*----------------------------------------------------------------
001720 2000-PROCESS-MENU.
001730     DISPLAY " ".
001740     DISPLAY "1. LIST    - list open cases".
001750     DISPLAY "2. SHOW    - show one case in full".
001760     DISPLAY "3. ASSIGN  - assign a case".
001770     DISPLAY "4. NOTE    - add a note to a case".
001780     DISPLAY "5. RESOLVE - mark a case resolved".
001790     DISPLAY "6. WAIVE   - waive a case".
001800     DISPLAY "7. REOPEN  - reopen a resolved or waived case".
001810     DISPLAY "9. EXIT".
001820     DISPLAY "Select an option: " WITH NO ADVANCING
001830     ACCEPT WS-CHOICE
001840     EVALUATE WS-CHOICE
001850         WHEN "1"
001860             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
001870             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
001880         WHEN "2"
001890             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
001900             PERFORM 3500-SHOW-CASE THRU 3500-EXIT
001910         WHEN "3"
001920             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
001930             PERFORM 4000-ASSIGN-CASE THRU 4000-EXIT
001940         WHEN "4"
001950             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
001960             PERFORM 4500-NOTE-CASE THRU 4500-EXIT
001970         WHEN "5"
001980             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
001990             MOVE "RESOLVE" TO WS-ACTION-WORD
002000             PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
002010         WHEN "6"
002020             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
002030             MOVE "WAIVE" TO WS-ACTION-WORD
002040             PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
002050         WHEN "7"
002060             PERFORM 7000-LOAD-CASES THRU 7000-EXIT
002070             MOVE "REOPEN" TO WS-ACTION-WORD
002080             PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
002090         WHEN "9"
002100             MOVE "Y" TO WS-EXIT-SWITCH
002110         WHEN OTHER
002120             DISPLAY "Invalid selection. Enter 1-7 or 9."
002130     END-EVALUATE.
002140 2000-EXIT.
002150     EXIT.
002160
002170*----------------------------------------------------------------
002180* 3000-LIST-OPEN - ONE LINE PER OPEN CASE, FOR ONE FEED OR ALL.
002190* THE SINGLE STRIN.DAT SCAN HAS A BLANK FEED ID; IT IS SHOWN AND
002200* SELECTED AS STRIN.
002210*----------------------------------------------------------------
002220 3000-LIST-OPEN.
002230     IF NOT HAD-CASE-FILE
002240         DISPLAY "No case file (STRCASE.DAT) on file."
002250         GO TO 3000-EXIT
002260     END-IF
002270     MOVE SPACES TO WS-FEED-FILTER
002280     DISPLAY "Feed ID (blank = all feeds): " WITH NO ADVANCING
002290     ACCEPT WS-FEED-FILTER
002300     MOVE FUNCTION UPPER-CASE(WS-FEED-FILTER) TO WS-FEED-FILTER
002310     MOVE 0 TO WS-LIST-COUNT
002320     DISPLAY "CASE    FEED     FIELD      S FIRST    TIMES RC "
002330             "ASSIGNED REASON"
002340     PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
002350             UNTIL WS-CASE-IDX > WS-CASE-COUNT
002360         MOVE WS-CASE-ENTRY(WS-CASE-IDX) TO CASE-RECORD
002370         PERFORM 7300-SET-SHOW-FEED THRU 7300-EXIT
002380         IF CS-OPEN
002390             AND (WS-FEED-FILTER = SPACES
002400                  OR WS-FEED-FILTER = WS-SHOW-FEED)
002410             ADD 1 TO WS-LIST-COUNT
002420             DISPLAY CS-CASE-ID " " WS-SHOW-FEED " " CS-FIELD
002430                     " " CS-SEVERITY " " CS-FIRST-SEEN " "
002440                     CS-TIMES-SEEN " " CS-RECURRENCES " "
002450                     CS-ASSIGNED-TO " " CS-REASON
002460         END-IF
002470     END-PERFORM
002480     DISPLAY WS-LIST-COUNT " OPEN CASES LISTED.".
002490 3000-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------
002530* 3500-SHOW-CASE - EVERY FIELD OF ONE CASE.
002540*----------------------------------------------------------------
002550 3500-SHOW-CASE.
002560     PERFORM 7200-ACCEPT-CASE-ID THRU 7200-EXIT
002570     IF NOT ENTRY-IS-VALID
002580         GO TO 3500-EXIT
002590     END-IF
002600     PERFORM 7100-FIND-CASE THRU 7100-EXIT
002610     IF WS-MATCH-IDX = 0
002620         DISPLAY "Case " WS-WORK-CASE-ID " is not on file."
002630         GO TO 3500-EXIT
002640     END-IF
002650     MOVE WS-CASE-ENTRY(WS-MATCH-IDX) TO CASE-RECORD
002660     PERFORM 7300-SET-SHOW-FEED THRU 7300-EXIT
002670     EVALUATE TRUE
002680         WHEN CS-OPEN     MOVE "OPEN"     TO WS-STATUS-WORD
002690         WHEN CS-RESOLVED MOVE "RESOLVED" TO WS-STATUS-WORD
002700         WHEN CS-WAIVED   MOVE "WAIVED"   TO WS-STATUS-WORD
002710         WHEN OTHER       MOVE CS-STATUS  TO WS-STATUS-WORD
002720     END-EVALUATE
002730     DISPLAY "CASE        " CS-CASE-ID
002740     DISPLAY "FEED        " WS-SHOW-FEED
002750     DISPLAY "FIELD       " CS-FIELD
002760     DISPLAY "SEVERITY    " CS-SEVERITY
002770     DISPLAY "REASON      " CS-REASON
002780     DISPLAY "FINGERPRINT " CS-FINGERPRINT
002790     DISPLAY "FIRST SEEN  " CS-FIRST-SEEN
002800             "   LAST SEEN " CS-LAST-SEEN
002810     DISPLAY "TIMES SEEN  " CS-TIMES-SEEN
002820             "   RECURRENCES " CS-RECURRENCES
002830     DISPLAY "STATUS      " WS-STATUS-WORD
002840             " " CS-STATUS-DATE " BY " CS-STATUS-BY
002850     DISPLAY "ASSIGNED TO " CS-ASSIGNED-TO
002860     DISPLAY "NOTE        " CS-NOTE
002870     DISPLAY "RECORD      [" CS-RECORD-TEXT "]".
002880 3500-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------
002920* 4000-ASSIGN-CASE - HAND A CASE TO SOMEBODY.  ANY STATUS MAY BE
002930* ASSIGNED; BLANK IS REFUSED (THERE IS NO UNASSIGN - ASSIGN IT
002940* BACK TO THE DESK INSTEAD).
002950*----------------------------------------------------------------
002960 4000-ASSIGN-CASE.
002970     PERFORM 7050-CHECK-CHANGE-ALLOWED THRU 7050-EXIT
002980     IF NOT ENTRY-IS-VALID
002990         GO TO 4000-EXIT
003000     END-IF
003010     PERFORM 7200-ACCEPT-CASE-ID THRU 7200-EXIT
003020     IF NOT ENTRY-IS-VALID
003030         GO TO 4000-EXIT
003040     END-IF
003050     PERFORM 7100-FIND-CASE THRU 7100-EXIT
003060     IF WS-MATCH-IDX = 0
003070         DISPLAY "Case " WS-WORK-CASE-ID " is not on file."
003080         GO TO 4000-EXIT
003090     END-IF
003100     MOVE WS-CASE-ENTRY(WS-MATCH-IDX) TO CASE-RECORD
003110     DISPLAY "Currently assigned to: " CS-ASSIGNED-TO
003120     MOVE SPACES TO WS-ASSIGN-INPUT
003130     DISPLAY "Assign to (user ID): " WITH NO ADVANCING
003140     ACCEPT WS-ASSIGN-INPUT
003150     IF WS-ASSIGN-INPUT = SPACES
003160         DISPLAY "No user entered - no change."
003170         GO TO 4000-EXIT
003180     END-IF
003190     MOVE FUNCTION UPPER-CASE(WS-ASSIGN-INPUT) TO CS-ASSIGNED-TO
003200     MOVE CASE-RECORD TO WS-CASE-ENTRY(WS-MATCH-IDX)
003210     PERFORM 7500-REWRITE-CASES THRU 7500-EXIT
003220     MOVE "ASSIGN" TO WS-ACTION-WORD
003230     MOVE SPACES TO WS-NOTE-INPUT
003240     STRING "ASSIGNED TO "  DELIMITED BY SIZE
003250            CS-ASSIGNED-TO  DELIMITED BY SIZE
003260            INTO WS-NOTE-INPUT
003270     END-STRING
003280     PERFORM 7600-WRITE-CASE-LOG THRU 7600-EXIT
003290     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003300     ADD 1 TO WS-CHANGE-COUNT
003310     DISPLAY "Case " WS-WORK-CASE-ID " assigned.".
003320 4000-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360* 4500-NOTE-CASE - REPLACE THE CASE NOTE.  THE OLD NOTE IS NOT
003370* LOST: EVERY NOTE GOES TO QACASLOG.DAT AS IT IS TAKEN.
003380*----------------------------------------------------------------
003390 4500-NOTE-CASE.
003400     PERFORM 7050-CHECK-CHANGE-ALLOWED THRU 7050-EXIT
003410     IF NOT ENTRY-IS-VALID
003420         GO TO 4500-EXIT
003430     END-IF
003440     PERFORM 7200-ACCEPT-CASE-ID THRU 7200-EXIT
003450     IF NOT ENTRY-IS-VALID
003460         GO TO 4500-EXIT
003470     END-IF
003480     PERFORM 7100-FIND-CASE THRU 7100-EXIT
003490     IF WS-MATCH-IDX = 0
003500         DISPLAY "Case " WS-WORK-CASE-ID " is not on file."
003510         GO TO 4500-EXIT
003520     END-IF
003530     MOVE WS-CASE-ENTRY(WS-MATCH-IDX) TO CASE-RECORD
003540     DISPLAY "Current note: " CS-NOTE
003550     PERFORM 7400-ACCEPT-NOTE THRU 7400-EXIT
003560     IF NOT ENTRY-IS-VALID
003570         GO TO 4500-EXIT
003580     END-IF
003590     MOVE WS-NOTE-INPUT TO CS-NOTE
003600     MOVE CASE-RECORD TO WS-CASE-ENTRY(WS-MATCH-IDX)
003610     PERFORM 7500-REWRITE-CASES THRU 7500-EXIT
003620     MOVE "NOTE" TO WS-ACTION-WORD
003630     PERFORM 7600-WRITE-CASE-LOG THRU 7600-EXIT
003640     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003650     ADD 1 TO WS-CHANGE-COUNT
003660     DISPLAY "Case " WS-WORK-CASE-ID " noted.".
003670 4500-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 5000-CHANGE-STATUS - RESOLVE OR WAIVE AN OPEN CASE, OR REOPEN
003720* A RESOLVED OR WAIVED ONE (WS-ACTION-WORD SAYS WHICH).  THE
003730* NOTE IS MANDATORY: IT IS THE ONLY RECORD OF WHY.  A RESOLVED
003740* CASE THE SCAN MEETS AGAIN IS REOPENED BY STRINSPECT ITSELF; A
003750* WAIVED CASE STAYS WAIVED UNTIL THE DESK REOPENS IT.
003760*----------------------------------------------------------------
003770 5000-CHANGE-STATUS.
003780     PERFORM 7050-CHECK-CHANGE-ALLOWED THRU 7050-EXIT
003790     IF NOT ENTRY-IS-VALID
003800         GO TO 5000-EXIT
003810     END-IF
003820     PERFORM 7200-ACCEPT-CASE-ID THRU 7200-EXIT
003830     IF NOT ENTRY-IS-VALID
003840         GO TO 5000-EXIT
003850     END-IF
003860     PERFORM 7100-FIND-CASE THRU 7100-EXIT
003870     IF WS-MATCH-IDX = 0
003880         DISPLAY "Case " WS-WORK-CASE-ID " is not on file."
003890         GO TO 5000-EXIT
003900     END-IF
003910     MOVE WS-CASE-ENTRY(WS-MATCH-IDX) TO CASE-RECORD
003920     IF WS-ACTION-WORD = "REOPEN"
003930         IF CS-OPEN
003940             DISPLAY "Case " WS-WORK-CASE-ID " is already open."
003950             GO TO 5000-EXIT
003960         END-IF
003970     ELSE
003980         IF NOT CS-OPEN
003990             DISPLAY "Case " WS-WORK-CASE-ID " is not open - "
004000                     "reopen it first."
004010             GO TO 5000-EXIT
004020         END-IF
004030     END-IF
004040     PERFORM 7400-ACCEPT-NOTE THRU 7400-EXIT
004050     IF NOT ENTRY-IS-VALID
004060         GO TO 5000-EXIT
004070     END-IF
004080
004090     EVALUATE WS-ACTION-WORD
004100         WHEN "RESOLVE" MOVE "R" TO CS-STATUS
004110         WHEN "WAIVE"   MOVE "W" TO CS-STATUS
004120         WHEN OTHER     MOVE "O" TO CS-STATUS
004130     END-EVALUATE
004140     MOVE RH-RUN-DATE    TO CS-STATUS-DATE
004150     MOVE RH-OPERATOR-ID TO CS-STATUS-BY
004160     MOVE WS-NOTE-INPUT  TO CS-NOTE
004170     MOVE CASE-RECORD TO WS-CASE-ENTRY(WS-MATCH-IDX)
004180     PERFORM 7500-REWRITE-CASES THRU 7500-EXIT
004190     PERFORM 7600-WRITE-CASE-LOG THRU 7600-EXIT
004200     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
004210     ADD 1 TO WS-CHANGE-COUNT
004220     DISPLAY "Case " WS-WORK-CASE-ID " " WS-ACTION-WORD
004230             " done.".
004240 5000-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280* 7000-LOAD-CASES - READ THE WHOLE CASE FILE INTO THE TABLE.  A
004290* FILE BIGGER THAN THE TABLE IS LISTED BUT NOT CHANGED (THE
004300* REWRITE WOULD DROP THE OVERFLOW), AS IN MSTRMNT.
004310*----------------------------------------------------------------
004320 7000-LOAD-CASES.
004330     MOVE 0 TO WS-CASE-COUNT
004340     MOVE "N" TO WS-HAD-FILE-SWITCH
004350     MOVE "N" TO WS-TABLE-FULL-SWITCH
004360     OPEN INPUT CASE-FILE
004370     IF CASE-OK
004380         MOVE "Y" TO WS-HAD-FILE-SWITCH
004390         READ CASE-FILE INTO CASE-RECORD
004400             AT END SET CASE-EOF TO TRUE
004410         END-READ
004420         PERFORM UNTIL CASE-EOF OR WS-CASE-COUNT = 3000
004430             ADD 1 TO WS-CASE-COUNT
004440             MOVE CASE-RECORD TO WS-CASE-ENTRY(WS-CASE-COUNT)
004450             READ CASE-FILE INTO CASE-RECORD
004460                 AT END SET CASE-EOF TO TRUE
004470             END-READ
004480         END-PERFORM
004490         IF NOT CASE-EOF
004500             MOVE "Y" TO WS-TABLE-FULL-SWITCH
004510             DISPLAY "QACASE: STRCASE.DAT exceeds 3000 cases - "
004520                     "list only, no changes."
004530         END-IF
004540         CLOSE CASE-FILE
004550     END-IF.
004560 7000-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 7050-CHECK-CHANGE-ALLOWED - NO CHANGE ON A PART-LOADED FILE,
004610* ON NO FILE AT ALL, OR WHILE A STRINSPECT BATCH RUN HOLDS ITS
004620* LOCK (THE SCAN REWRITES STRCASE.DAT AT THE END OF EACH FEED
004630* AND WOULD LOSE THE CHANGE, OR THE CHANGE WOULD LOSE ITS).
004640*----------------------------------------------------------------
004650 7050-CHECK-CHANGE-ALLOWED.
004660     MOVE "N" TO WS-ENTRY-VALID
004670     IF NOT HAD-CASE-FILE
004680         DISPLAY "No case file (STRCASE.DAT) on file."
004690         GO TO 7050-EXIT
004700     END-IF
004710     IF CASE-TABLE-FULL
004720         DISPLAY "Case file exceeds 3000 cases - list only, "
004730                 "no changes."
004740         GO TO 7050-EXIT
004750     END-IF
004760     MOVE "N" TO WS-LOCK-HELD-SWITCH
004770     OPEN INPUT QC-LOCK-FILE
004780     IF LOCK-OK
004790         READ QC-LOCK-FILE
004800             NOT AT END
004810                 IF LK-RUN-ID NOT = SPACES
004820                     MOVE "Y" TO WS-LOCK-HELD-SWITCH
004830                 END-IF
004840         END-READ
004850         CLOSE QC-LOCK-FILE
004860     END-IF
004870     IF SCAN-LOCK-HELD
004880         DISPLAY "STRINSPECT run " LK-RUN-ID " (operator "
004890                 LK-OPERATOR ") is running - try again when it "
004900                 "ends."
004910         GO TO 7050-EXIT
004920     END-IF
004930     MOVE "Y" TO WS-ENTRY-VALID.
004940 7050-EXIT.
004950     EXIT.
004960
004970 7100-FIND-CASE.
004980     MOVE 0 TO WS-MATCH-IDX
004990     PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
005000             UNTIL WS-CASE-IDX > WS-CASE-COUNT
005010             OR WS-MATCH-IDX > 0
005020         MOVE WS-CASE-ENTRY(WS-CASE-IDX) TO CASE-RECORD
005030         IF CS-CASE-ID = WS-WORK-CASE-ID
005040             MOVE WS-CASE-IDX TO WS-MATCH-IDX
005050         END-IF
005060     END-PERFORM.
005070 7100-EXIT.
005080     EXIT.
005090
005100 7200-ACCEPT-CASE-ID.
005110     MOVE "N" TO WS-ENTRY-VALID
005120     MOVE SPACES TO WS-CASE-ID-INPUT
005130     DISPLAY "Case number: " WITH NO ADVANCING
005140     ACCEPT WS-CASE-ID-INPUT
005150     IF WS-CASE-ID-INPUT = SPACES
005160             OR FUNCTION TEST-NUMVAL(WS-CASE-ID-INPUT) NOT = 0
005170         DISPLAY "Case number must be numeric - no change."
005180         GO TO 7200-EXIT
005190     END-IF
005200     MOVE FUNCTION NUMVAL(WS-CASE-ID-INPUT) TO WS-WORK-CASE-ID
005210     MOVE "Y" TO WS-ENTRY-VALID.
005220 7200-EXIT.
005230     EXIT.
005240
005250 7300-SET-SHOW-FEED.
005260     IF CS-FEED-ID = SPACES
005270         MOVE "STRIN" TO WS-SHOW-FEED
005280     ELSE
005290         MOVE CS-FEED-ID TO WS-SHOW-FEED
005300     END-IF.
005310 7300-EXIT.
005320     EXIT.
005330
005340 7400-ACCEPT-NOTE.
005350     MOVE "N" TO WS-ENTRY-VALID
005360     MOVE SPACES TO WS-NOTE-INPUT
005370     DISPLAY "Note (mandatory): " WITH NO ADVANCING
005380     ACCEPT WS-NOTE-INPUT
005390     IF WS-NOTE-INPUT = SPACES
005400         DISPLAY "A note is mandatory - no change."
005410         GO TO 7400-EXIT
005420     END-IF
005430     MOVE "Y" TO WS-ENTRY-VALID.
005440 7400-EXIT.
005450     EXIT.
005460
005470 7500-REWRITE-CASES.
005480     OPEN OUTPUT CASE-FILE
005490     PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
005500             UNTIL WS-CASE-IDX > WS-CASE-COUNT
005510         WRITE QC-CASE-FILE-RECORD
005520             FROM WS-CASE-ENTRY(WS-CASE-IDX)
005530     END-PERFORM
005540     CLOSE CASE-FILE.
005550 7500-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* 7600-WRITE-CASE-LOG - DETAIL LINE: WHO, WHEN, WHICH CASE, THE
005600* ACTION AND THE NOTE IN FULL.
005610*----------------------------------------------------------------
005620 7600-WRITE-CASE-LOG.
005630     OPEN EXTEND QC-CASE-LOG-FILE
005640     IF NOT CASELOG-OK
005650         OPEN OUTPUT QC-CASE-LOG-FILE
005660     END-IF
005670     MOVE SPACES TO QC-CASE-LOG-RECORD
005680     STRING RH-RUN-DATE          DELIMITED BY SIZE
005690            " "                  DELIMITED BY SIZE
005700            RH-RUN-TIME          DELIMITED BY SIZE
005710            " "                  DELIMITED BY SIZE
005720            RH-OPERATOR-ID       DELIMITED BY SIZE
005730            " CASE "             DELIMITED BY SIZE
005740            WS-WORK-CASE-ID      DELIMITED BY SIZE
005750            " "                  DELIMITED BY SIZE
005760            WS-ACTION-WORD       DELIMITED BY SIZE
005770            " "                  DELIMITED BY SIZE
005780            WS-NOTE-INPUT        DELIMITED BY SIZE
005790            INTO QC-CASE-LOG-RECORD
005800     END-STRING
005810     WRITE QC-CASE-LOG-RECORD
005820     CLOSE QC-CASE-LOG-FILE.
005830 7600-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870* 8000-WRITE-AUDIT-ENTRY - ONE STRUCTURED AUDIT ENTRY PER
005880* CHANGE; THE REASON IS "CASE nnnnnnn ACTION".
005890*----------------------------------------------------------------
005900 8000-WRITE-AUDIT-ENTRY.
005910     MOVE SPACES TO WS-AUDIT-REASON
005920     STRING "CASE "          DELIMITED BY SIZE
005930            WS-WORK-CASE-ID  DELIMITED BY SIZE
005940            " "              DELIMITED BY SIZE
005950            WS-ACTION-WORD   DELIMITED BY SIZE
005960            INTO WS-AUDIT-REASON
005970     END-STRING
005980     OPEN EXTEND AUDIT-LOG-FILE
005990     IF NOT AUDIT-OK
006000         OPEN OUTPUT AUDIT-LOG-FILE
006010     END-IF
006020     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006030     ACCEPT WS-END-TIME FROM TIME
006040     MOVE SPACES TO AUDIT-LOG-RECORD
006050     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
006060     MOVE " RUNID "          TO AL-RUNID-TAG
006070     MOVE RH-RUN-ID          TO AL-RUN-ID
006080     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
006090     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
006100     MOVE " MODE "           TO AL-MODE-TAG
006110     MOVE "I"                TO AL-RUN-MODE
006120     MOVE WS-END-DATE        TO AL-END-DATE
006130     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
006140     MOVE "NORMAL"           TO AL-STATUS
006150     MOVE WS-AUDIT-REASON    TO AL-REASON
006160     MOVE 0                  TO AL-RECORDS-READ
006170     MOVE 1                  TO AL-RECORDS-WRITTEN
006180     MOVE 0                  TO AL-RECORDS-REJECTED
006190     WRITE AUDIT-LOG-RECORD
006200     CLOSE AUDIT-LOG-FILE.
006210 8000-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250* 9999-TERMINATE - SESSION TOTALS
006260*----------------------------------------------------------------
006270 9999-TERMINATE.
006280     DISPLAY "=== QACASE - " WS-CHANGE-COUNT " CHANGES MADE ===".
006290 9999-EXIT.
006300     EXIT.
