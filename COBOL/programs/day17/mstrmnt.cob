000250*                  NEW MENU OPTION SETS THEM (FLOOR <= CEILING,
000260*                  BOTH ZERO = UNLIMITED) AND THE BROWSE SHOWS
000270*                  THEM.
000271* 10/15/2026  RH   INTEREST FIELDS.  THE MASTER RECORD NOW
000272*                  CARRIES A RATE CLASS, THE ACCRUED-INTEREST
000273*                  BUCKET, THE LAST DAY ACCRUED AND THE LAST
000274*                  MONTH CAPITALIZED.  A NEW MENU OPTION SETS
000275*                  THE RATE CLASS (CHECKED AGAINST ADDRATE.DAT),
000276*                  THE BROWSE SHOWS CLASS AND ACCRUAL, AND AN
000277*                  ACCOUNT STILL CARRYING UNCAPITALIZED INTEREST
000278*                  CANNOT BE CLOSED.
000279* 10/15/2026  RH   BALANCE CHANGES GO ON THE POSTING HISTORY.  AN
000280*                  OPENING AMOUNT OR AN ADJUSTMENT NOW ALSO
000281*                  APPENDS A RECORD TO ADDHIST.DAT AS OPERATION J
000282*                  (SOURCE M, REGISTER SEQUENCE ZERO) WITH THE
000283*                  OLD AND NEW BALANCES, SO THE HISTORY ALONE
000284*                  STILL ACCOUNTS FOR EVERY MOVEMENT ON THE
000285*                  MASTER AND THE NIGHTLY HISTORY PROOF HOLDS.
000286* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000287*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000288*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000289*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000360     SELECT MN-MAINT-LOG-FILE ASSIGN TO "MSTRLOG.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MAINTLOG-STATUS.
000381     SELECT MN-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS WS-HISTORY-STATUS.
000384     SELECT MN-RATE-FILE ASSIGN TO "ADDRATE.DAT"
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-RATE-STATUS.
000390     COPY AUDITSEL.
000400     COPY RUNCSEL.
000410
000550                                          SEPARATE.
000560         10  MS-CEILING      PIC S9(9)V99 SIGN IS LEADING
000570                                          SEPARATE.
000571*    INTEREST: RATE CLASS, ACCRUED BUCKET, LAST DAY ACCRUED AND
000572*    LAST MONTH CAPITALIZED.  BLANK (A MASTER WRITTEN BEFORE
000573*    INTEREST EXISTED) MEANS NO CLASS AND NOTHING ACCRUED.
000574     05  MS-INTEREST.
000575         10  MS-RATE-CLASS   PIC X(04).
000576         10  MS-ACCRUED      PIC S9(9)V99 SIGN IS LEADING
000577                                          SEPARATE.
000578         10  MS-ACCRUED-THRU PIC X(08).
000579         10  MS-LAST-CAP     PIC X(06).
000580
000590 FD  MN-MAINT-LOG-FILE.
000600 01  MN-MAINT-LOG-RECORD     PIC X(100).
000601
000602 FD  MN-HISTORY-FILE.
000603     COPY ADDHIST.
000604
000605 FD  MN-RATE-FILE.
000606     COPY ADDRATE.
000610
000620 FD  AUDIT-LOG-FILE.
000630     COPY AUDITLOG.
000670
000680 WORKING-STORAGE SECTION.
000690     COPY RUNHDR.
000695     COPY OPERLINK.
000700 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000710     88  AUDIT-OK                    VALUE "00".
000720 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000780     88  MASTER-EOF                  VALUE "10".
000790 01  WS-MAINTLOG-STATUS      PIC XX  VALUE SPACES.
000800     88  MAINTLOG-OK                 VALUE "00".
000801 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
000802     88  HISTORY-OK                  VALUE "00".
000803 01  WS-RATE-STATUS          PIC XX  VALUE SPACES.
000804     88  RATE-OK                     VALUE "00".
000805     88  RATE-EOF                    VALUE "10".
000810
000820 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000830 01  WS-END-TIME.
001040                                          SEPARATE.
001050         10  WS-ACCT-CEILING PIC S9(9)V99 SIGN IS LEADING
001060                                          SEPARATE.
001061         10  WS-ACCT-RATE-CLASS PIC X(04).
001062         10  WS-ACCT-ACCRUED PIC S9(9)V99 SIGN IS LEADING
001063                                          SEPARATE.
001064         10  WS-ACCT-ACCR-THRU PIC X(08).
001065         10  WS-ACCT-LAST-CAP PIC X(06).
001070 01  WS-ACCT-IDX             PIC 9(4)   VALUE 0.
001080 01  WS-MOVE-IDX             PIC 9(4)   VALUE 0.
001090 01  WS-MATCH-IDX            PIC 9(4)   VALUE 0.
001430 01  WS-CEIL-INPUT           PIC X(13)  VALUE SPACES.
001440 01  WS-EDIT-FLOOR           PIC +9(9).99.
001450 01  WS-EDIT-CEILING         PIC +9(9).99.
001451 01  WS-OLD-RATE-CLASS       PIC X(04)  VALUE SPACES.
001452 01  WS-NEW-RATE-CLASS       PIC X(04)  VALUE SPACES.
001453 01  WS-EDIT-ACCRUED         PIC +9(9).99.
001454 01  WS-RATE-FOUND-SWITCH    PIC X      VALUE "N".
001455     88  RATE-CLASS-FOUND               VALUE "Y".
001460
001470 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001480 01  WS-CHANGE-COUNT         PIC 9(3)   VALUE 0.
001750     STRING RH-RUN-DATE DELIMITED BY SIZE
001760            RH-RUN-TIME DELIMITED BY SIZE
001770            INTO RH-RUN-ID
001780     END-STRING
001781*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001782*    TO RUN THIS JOB.
001783     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001784     MOVE RH-RUN-ID       TO OC-RUN-ID
001785     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001786     MOVE "I"             TO OC-RUN-MODE
001787     MOVE "M"             TO OC-FUNCTION-GROUP
001788     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001789     IF NOT OC-AUTHORIZED
001790         MOVE 12 TO RETURN-CODE
001791         STOP RUN
001792     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810
002080     DISPLAY "3. ADJUST  - adjust an opening balance".
002090     DISPLAY "4. BROWSE  - list all accounts with balances".
002100     DISPLAY "5. LIMITS  - set posting floor/ceiling".
002105     DISPLAY "6. RATE    - set interest rate class".
002110     DISPLAY "9. EXIT".
002120     DISPLAY "Select an option: " WITH NO ADVANCING
002130     ACCEPT WS-CHOICE
002270         WHEN "5"
002280             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002290             PERFORM 5500-SET-LIMITS THRU 5500-EXIT
002292         WHEN "6"
002294             PERFORM 7000-LOAD-MASTER THRU 7000-EXIT
002296             PERFORM 5600-SET-RATE-CLASS THRU 5600-EXIT
002300         WHEN "9"
002310             MOVE "Y" TO WS-EXIT-SWITCH
002320         WHEN OTHER
002330             DISPLAY "Invalid selection. Enter 1-6 or 9."
002340     END-EVALUATE.
002350 2000-EXIT.
002360     EXIT.
002770     MOVE "O" TO WS-ACTION-CODE
002780     MOVE "OPENED" TO WS-REASON-INPUT
002790     PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
002795     PERFORM 7650-WRITE-HISTORY THRU 7650-EXIT
002800     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
002810     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
002820     ADD 1 TO WS-CHANGE-COUNT
003090             TO WS-EDIT-OLD-BALANCE
003100         DISPLAY "Balance is " WS-EDIT-OLD-BALANCE " - only a "
003110                 "zero-balance account may be closed."
003111         GO TO 4000-EXIT
003112     END-IF
003113     IF WS-ACCT-ACCRUED(WS-MATCH-IDX) NOT = 0
003114         MOVE WS-ACCT-ACCRUED(WS-MATCH-IDX) TO WS-EDIT-ACCRUED
003115         DISPLAY "Accrued interest " WS-EDIT-ACCRUED " is not "
003116                 "yet capitalized - account cannot be closed."
003120         GO TO 4000-EXIT
003130     END-IF
003140
003720     PERFORM 7500-REWRITE-MASTER THRU 7500-EXIT
003730     MOVE "A" TO WS-ACTION-CODE
003740     PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
003745     PERFORM 7650-WRITE-HISTORY THRU 7650-EXIT
003750     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
003760     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
003770     ADD 1 TO WS-CHANGE-COUNT
004260     EXIT.
004270
004280*----------------------------------------------------------------
004281* 5600-SET-RATE-CLASS - SET (OR CLEAR) THE INTEREST RATE CLASS
004282* THE DAILY ACCRUAL RUN PRICES THE ACCOUNT AT.  THE CLASS MUST
004283* BE ON THE RATE TABLE; BLANK TAKES THE ACCOUNT OFF INTEREST
004284* (ANYTHING ALREADY ACCRUED STAYS FOR MONTH-END).  A NEW CLASS
004285* APPLIES FROM THE DAY AFTER THE LAST DAY ALREADY ACCRUED.
004286*----------------------------------------------------------------
004287 5600-SET-RATE-CLASS.
004288*    A PART-LOADED MASTER MUST NEVER BE REWRITTEN - SEE
004289*    7000-LOAD-MASTER.
004290     IF ACCT-TABLE-FULL
004291         DISPLAY "Master exceeds 1000 accounts - browse only, "
004292                 "no changes."
004293         GO TO 5600-EXIT
004294     END-IF
004295     PERFORM 7200-ACCEPT-ACCOUNT THRU 7200-EXIT
004296     PERFORM 7100-FIND-ACCOUNT THRU 7100-EXIT
004297     IF WS-MATCH-IDX = 0
004298         DISPLAY "Account " WS-WORK-ACCOUNT " is not on the "
004299                 "master."
004300         GO TO 5600-EXIT
004301     END-IF
004302     MOVE WS-ACCT-RATE-CLASS(WS-MATCH-IDX) TO WS-OLD-RATE-CLASS
004303     MOVE WS-ACCT-ACCRUED(WS-MATCH-IDX)    TO WS-EDIT-ACCRUED
004304     DISPLAY "Current rate class: " WS-OLD-RATE-CLASS
004305             "  ACCRUED " WS-EDIT-ACCRUED
004306
004307     MOVE SPACES TO WS-NEW-RATE-CLASS
004308     DISPLAY "New rate class (blank = no interest): "
004309         WITH NO ADVANCING
004310     ACCEPT WS-NEW-RATE-CLASS
004311     MOVE FUNCTION UPPER-CASE(WS-NEW-RATE-CLASS)
004312         TO WS-NEW-RATE-CLASS
004313     IF WS-NEW-RATE-CLASS NOT = SPACES
004314         PERFORM 7800-FIND-RATE-CLASS THRU 7800-EXIT
004315         IF NOT RATE-CLASS-FOUND
004316             DISPLAY "Rate class " WS-NEW-RATE-CLASS " is not on "
004317                     "ADDRATE.DAT - no change."
004318             GO TO 5600-EXIT
004319         END-IF
004320     END-IF
004321     IF WS-NEW-RATE-CLASS = WS-OLD-RATE-CLASS
004322         DISPLAY "Rate class unchanged."
004323         GO TO 5600-EXIT
004324     END-IF
004325
004326     MOVE WS-ACCT-BALANCE(WS-MATCH-IDX) TO WS-OLD-BALANCE
004327     MOVE WS-ACCT-BALANCE(WS-MATCH-IDX) TO WS-NEW-BALANCE
004328     MOVE WS-NEW-RATE-CLASS TO WS-ACCT-RATE-CLASS(WS-MATCH-IDX)
004329     PERFORM 7500-REWRITE-MASTER THRU 7500-EXIT
004330     MOVE "R" TO WS-ACTION-CODE
004331     MOVE SPACES TO WS-REASON-INPUT
004332     STRING "RATE CLASS "      DELIMITED BY SIZE
004333            WS-OLD-RATE-CLASS  DELIMITED BY SIZE
004334            ">"                DELIMITED BY SIZE
004335            WS-NEW-RATE-CLASS  DELIMITED BY SIZE
004336            INTO WS-REASON-INPUT
004337     END-STRING
004338     PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
004339     PERFORM 7700-BUILD-AUDIT-REASON THRU 7700-EXIT
004340     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
004341     ADD 1 TO WS-CHANGE-COUNT
004342     DISPLAY "Account " WS-WORK-ACCOUNT " rate class set.".
004343 5600-EXIT.
004344     EXIT.
004345
004346*----------------------------------------------------------------
004290* 6000-BROWSE-ACCOUNTS - LIST THE WHOLE BOOK WITH BALANCES.
004300*----------------------------------------------------------------
004310 6000-BROWSE-ACCOUNTS.
004340         GO TO 6000-EXIT
004350     END-IF
004360     DISPLAY "ACCOUNT   BALANCE        FLOOR          CEILING"
004365             "        CLASS  ACCRUED"
004370     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
004380             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
004390         MOVE WS-ACCT-BALANCE(WS-ACCT-IDX)
004400             TO WS-EDIT-NEW-BALANCE
004410         MOVE WS-ACCT-FLOOR(WS-ACCT-IDX)   TO WS-EDIT-FLOOR
004420         MOVE WS-ACCT-CEILING(WS-ACCT-IDX) TO WS-EDIT-CEILING
004425         MOVE WS-ACCT-ACCRUED(WS-ACCT-IDX) TO WS-EDIT-ACCRUED
004430         DISPLAY WS-ACCT-ID(WS-ACCT-IDX) "  "
004440                 WS-EDIT-NEW-BALANCE "  " WS-EDIT-FLOOR
004450                 "  " WS-EDIT-CEILING
004453                 "  " WS-ACCT-RATE-CLASS(WS-ACCT-IDX)
004456                 "   " WS-EDIT-ACCRUED
004460     END-PERFORM
004470     DISPLAY WS-ACCT-COUNT " ACCOUNTS ON THE MASTER.".
004480 6000-EXIT.
004780                     TO WS-ACCT-FLOOR(WS-ACCT-COUNT)
004790                 MOVE MS-CEILING
004800                     TO WS-ACCT-CEILING(WS-ACCT-COUNT)
004801             END-IF
004802*            BLANK INTEREST FIELDS (PRE-INTEREST MASTER) LOAD AS
004803*            NO CLASS, NOTHING ACCRUED.
004804             IF MS-INTEREST = SPACES
004805                 MOVE SPACES TO WS-ACCT-RATE-CLASS(WS-ACCT-COUNT)
004806                 MOVE 0      TO WS-ACCT-ACCRUED(WS-ACCT-COUNT)
004807                 MOVE SPACES TO WS-ACCT-ACCR-THRU(WS-ACCT-COUNT)
004808                 MOVE SPACES TO WS-ACCT-LAST-CAP(WS-ACCT-COUNT)
004809             ELSE
004810                 MOVE MS-RATE-CLASS
004811                     TO WS-ACCT-RATE-CLASS(WS-ACCT-COUNT)
004812                 MOVE MS-ACCRUED
004813                     TO WS-ACCT-ACCRUED(WS-ACCT-COUNT)
004814                 MOVE MS-ACCRUED-THRU
004815                     TO WS-ACCT-ACCR-THRU(WS-ACCT-COUNT)
004816                 MOVE MS-LAST-CAP
004817                     TO WS-ACCT-LAST-CAP(WS-ACCT-COUNT)
004810             END-IF
004820             READ MN-MASTER-FILE
004830                 AT END SET MASTER-EOF TO TRUE
005920     MOVE WS-WORK-ACCOUNT TO WS-ACCT-ID(WS-MATCH-IDX)
005930     MOVE WS-NEW-BALANCE  TO WS-ACCT-BALANCE(WS-MATCH-IDX)
005940     MOVE WS-NEW-FLOOR    TO WS-ACCT-FLOOR(WS-MATCH-IDX)
005950     MOVE WS-NEW-CEILING  TO WS-ACCT-CEILING(WS-MATCH-IDX)
005952     MOVE SPACES          TO WS-ACCT-RATE-CLASS(WS-MATCH-IDX)
005954     MOVE 0               TO WS-ACCT-ACCRUED(WS-MATCH-IDX)
005956     MOVE SPACES          TO WS-ACCT-ACCR-THRU(WS-MATCH-IDX)
005958     MOVE SPACES          TO WS-ACCT-LAST-CAP(WS-MATCH-IDX).
005960 7400-EXIT.
005970     EXIT.
005980
006040         MOVE WS-ACCT-BALANCE(WS-ACCT-IDX) TO MS-BALANCE
006050         MOVE WS-ACCT-FLOOR(WS-ACCT-IDX)   TO MS-FLOOR
006060         MOVE WS-ACCT-CEILING(WS-ACCT-IDX) TO MS-CEILING
006062         MOVE WS-ACCT-RATE-CLASS(WS-ACCT-IDX) TO MS-RATE-CLASS
006064         MOVE WS-ACCT-ACCRUED(WS-ACCT-IDX)    TO MS-ACCRUED
006066         MOVE WS-ACCT-ACCR-THRU(WS-ACCT-IDX)  TO MS-ACCRUED-THRU
006068         MOVE WS-ACCT-LAST-CAP(WS-ACCT-IDX)   TO MS-LAST-CAP
006070         WRITE MN-MASTER-RECORD
006080     END-PERFORM
006090     CLOSE MN-MASTER-FILE.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006471* 7650-WRITE-HISTORY - A BALANCE MOVED HERE RATHER THAN BY THE
006472* POSTING RUN STILL GOES ON THE POSTING HISTORY, AS OPERATION J
006473* FROM SOURCE M.  THE REGISTER SEQUENCE IS ZERO: NO REGISTER
006474* LINE EXISTS, SO THE RECORD CAN NEVER BE QUOTED FOR REVERSAL -
006475* A WRONG ADJUSTMENT IS PUT RIGHT WITH ANOTHER ADJUSTMENT.  AN
006476* ACTION THAT LEAVES THE BALANCE WHERE IT WAS WRITES NOTHING.
006477*----------------------------------------------------------------
006478 7650-WRITE-HISTORY.
006479     IF WS-NEW-BALANCE = WS-OLD-BALANCE
006480         GO TO 7650-EXIT
006481     END-IF
006482     OPEN EXTEND MN-HISTORY-FILE
006483     IF NOT HISTORY-OK
006484         OPEN OUTPUT MN-HISTORY-FILE
006485     END-IF
006486     MOVE SPACES TO HISTORY-RECORD
006487     MOVE WS-WORK-ACCOUNT  TO HS-ACCOUNT
006488     MOVE RH-RUN-DATE      TO HS-POST-DATE
006489     MOVE RH-RUN-ID        TO HS-RUN-ID
006490     MOVE 0                TO HS-REG-SEQ
006491     MOVE "J"              TO HS-OP-CODE
006492     MOVE "M"              TO HS-SOURCE
006493     COMPUTE HS-AMOUNT = WS-NEW-BALANCE - WS-OLD-BALANCE
006494     MOVE WS-OLD-BALANCE   TO HS-PRIOR-BALANCE
006495     MOVE WS-NEW-BALANCE   TO HS-NEW-BALANCE
006496     MOVE RH-RUN-DATE      TO HS-EFF-DATE
006497     WRITE HISTORY-RECORD
006498     CLOSE MN-HISTORY-FILE.
006499 7650-EXIT.
006500     EXIT.
006501
006502*----------------------------------------------------------------
006480* 7700-BUILD-AUDIT-REASON - COMPACT BEFORE/AFTER FOR THE 20-BYTE
006490* AUDIT REASON: ACTION, ACCOUNT, OLD>NEW IN WHOLE UNITS.
006500*----------------------------------------------------------------
006510 7700-BUILD-AUDIT-REASON.
006520*    A LIMIT CHANGE CARRIES FLOOR>CEILING IN THE OLD/NEW SLOTS;
006525*    A RATE-CLASS CHANGE CARRIES OLD>NEW CLASS;
006530*    EVERY OTHER ACTION CARRIES THE OLD>NEW BALANCE.
006531     IF WS-ACTION-CODE = "R"
006532         MOVE SPACES TO WS-AUDIT-REASON
006533         STRING WS-ACTION-CODE     DELIMITED BY SIZE
006534                WS-WORK-ACCOUNT    DELIMITED BY SIZE
006535                WS-OLD-RATE-CLASS  DELIMITED BY SIZE
006536                ">"                DELIMITED BY SIZE
006537                WS-NEW-RATE-CLASS  DELIMITED BY SIZE
006538                INTO WS-AUDIT-REASON
006539         END-STRING
006540         GO TO 7700-EXIT
006541     END-IF
006540     IF WS-ACTION-CODE = "L"
006550         MOVE WS-NEW-FLOOR   TO WS-OLD-UNITS
006560         MOVE WS-NEW-CEILING TO WS-NEW-UNITS
006690            INTO WS-AUDIT-REASON
006700     END-STRING.
006710 7700-EXIT.
006711     EXIT.
006712
006713*----------------------------------------------------------------
006714* 7800-FIND-RATE-CLASS - IS WS-NEW-RATE-CLASS ON THE RATE TABLE?
006715* NO TABLE MEANS NO CLASS CAN BE ASSIGNED.
006716*----------------------------------------------------------------
006717 7800-FIND-RATE-CLASS.
006718     MOVE "N" TO WS-RATE-FOUND-SWITCH
006719     OPEN INPUT MN-RATE-FILE
006720     IF NOT RATE-OK
006721         GO TO 7800-EXIT
006722     END-IF
006723     READ MN-RATE-FILE
006724         AT END SET RATE-EOF TO TRUE
006725     END-READ
006726     PERFORM UNTIL RATE-EOF OR RATE-CLASS-FOUND
006727         IF RT-RATE-CLASS = WS-NEW-RATE-CLASS
006728             MOVE "Y" TO WS-RATE-FOUND-SWITCH
006729         ELSE
006730             READ MN-RATE-FILE
006731                 AT END SET RATE-EOF TO TRUE
006732             END-READ
006733         END-IF
006734     END-PERFORM
006735     CLOSE MN-RATE-FILE.
006736 7800-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
