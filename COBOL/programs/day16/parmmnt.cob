000220*                  DATES THE MISSED-RUN CHECK AND THE NIGHTLY
000230*                  LAUNCHER BOTH HONOR; ENTRIES MUST BE REAL
000240*                  CALENDAR DATES AND DUPLICATES ARE REFUSED.
000241* 10/15/2026  RH   INTEREST RATE TABLE (ADDRATE.DAT).  A NEW
000242*                  MENU OPTION MAINTAINS THE RATE CLASSES THE
000243*                  DAILY ACCRUAL PRICES ACCOUNTS FROM: CLASS
000244*                  CODES NON-BLANK AND UNIQUE, RATES NUMERIC
000245*                  0-99.9999 PERCENT, DAY BASIS 360 OR 365.
000246* 10/15/2026  RH   CLOSED ACCOUNTING PERIODS (ADDPERD.DAT).  A NEW
000247*                  MENU OPTION LISTS THE PERIODS THE MONTH-END
000248*                  CLOSE HAS CLOSED AND LETS A SUPERVISOR REOPEN
000249*                  ONE FOR CORRECTIONS.  THE SUPERVISOR ID MUST
000250*                  DIFFER FROM THE OPERATOR'S AND A REASON IS
000251*                  MANDATORY; BOTH STAY ON THE PERIOD RECORD.
000252* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000253*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000254*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000255*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000256*                  THE SUPERVISOR WHO AUTHORIZES A PERIOD REOPEN
000257*                  MUST HOLD SUPERVISOR AUTHORITY ON THE OPERATOR
000258*                  MASTER.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000390     SELECT PM-CALENDAR-FILE ASSIGN TO "HOLCAL.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CALENDAR-STATUS.
000411     SELECT PM-PERIOD-FILE ASSIGN TO "ADDPERD.DAT"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-PERIOD-STATUS.
000414     SELECT PM-RATE-FILE ASSIGN TO "ADDRATE.DAT"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-RATE-STATUS.
000420     COPY AUDITSEL.
000430     COPY RUNCSEL.
000440
000650*    ONE NON-PROCESSING DATE PER RECORD, YYYYMMDD.
000660     05  CAL-DATE            PIC X(08).
000670
000671 FD  PM-RATE-FILE.
000672     COPY ADDRATE.
000673
000674 FD  PM-PERIOD-FILE.
000675     COPY ADDPERD.
000676
000680 FD  AUDIT-LOG-FILE.
000690     COPY AUDITLOG.
000700
000730
000740 WORKING-STORAGE SECTION.
000750     COPY RUNHDR.
000755     COPY OPERLINK.
000760 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000770     88  AUDIT-OK                    VALUE "00".
000780 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000890 01  WS-CALENDAR-STATUS      PIC XX  VALUE SPACES.
000900     88  CALENDAR-OK                 VALUE "00".
000910     88  CALENDAR-EOF                VALUE "10".
000911 01  WS-RATE-STATUS          PIC XX  VALUE SPACES.
000912     88  RATE-OK                     VALUE "00".
000913     88  RATE-EOF                    VALUE "10".
000914 01  WS-PERIOD-STATUS        PIC XX  VALUE SPACES.
000915     88  PERIOD-OK                   VALUE "00".
000916     88  PERIOD-EOF                  VALUE "10".
000920
000930 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000940 01  WS-END-TIME.
001570 01  WS-DATE-VALID-SWITCH    PIC X      VALUE "N".
001580     88  DATE-IS-VALID                  VALUE "Y".
001590
001591*----------------------------------------------------------------
001592* INTEREST RATE WORK TABLE, SAME 50-CLASS SHAPE THE ACCRUAL RUN
001593* LOADS, AND THE ENTRY AREAS FOR ONE CLASS.
001594*----------------------------------------------------------------
001595 01  WS-RATE-COUNT           PIC 9(3)   VALUE 0.
001596 01  WS-OLD-RATE-COUNT       PIC 9(3)   VALUE 0.
001597 01  WS-RATE-TABLE.
001598     05  WS-RATE-ENTRY OCCURS 50 TIMES.
001599         10  WS-RATE-CLASS   PIC X(04).
001600         10  WS-RATE-CREDIT  PIC 9(02)V9(04).
001601         10  WS-RATE-DEBIT   PIC 9(02)V9(04).
001602         10  WS-RATE-BASIS   PIC 9(03).
001603         10  WS-RATE-DESC    PIC X(30).
001604 01  WS-RATE-IDX             PIC 9(3)   VALUE 0.
001605 01  WS-RATE-CLASS-INPUT     PIC X(04)  VALUE SPACES.
001606 01  WS-CREDIT-INPUT         PIC X(08)  VALUE SPACES.
001607 01  WS-DEBIT-INPUT          PIC X(08)  VALUE SPACES.
001608 01  WS-BASIS-INPUT          PIC X(03)  VALUE SPACES.
001609 01  WS-DESC-INPUT           PIC X(30)  VALUE SPACES.
001610 01  WS-RATE-CHECK           PIC 9(03)V9(04) VALUE 0.
001611 01  WS-RATE-DUP-SWITCH      PIC X      VALUE "N".
001612     88  RATE-CLASS-DUPLICATE           VALUE "Y".
001613 01  WS-EDIT-RATE            PIC Z9.9999.
001614 01  WS-EDIT-RATE-2          PIC Z9.9999.
001615
001616*----------------------------------------------------------------
001617* CLOSED-PERIOD WORK TABLE, SAME 240-PERIOD SHAPE THE CLOSE
001618* KEEPS, AND THE ENTRY AREAS FOR ONE REOPEN.
001619*----------------------------------------------------------------
001620 01  WS-PERD-COUNT           PIC 9(3)   VALUE 0.
001621 01  WS-PERD-TABLE.
001622     05  WS-PERD-ENTRY OCCURS 240 TIMES PIC X(120).
001623 01  WS-PERD-IDX             PIC 9(3)   VALUE 0.
001624 01  WS-PERD-FOUND-IDX       PIC 9(3)   VALUE 0.
001625 01  WS-PERD-HIGH            PIC X(06)  VALUE SPACES.
001626 01  WS-PERIOD-INPUT         PIC X(06)  VALUE SPACES.
001627 01  WS-SUPERVISOR-INPUT     PIC X(08)  VALUE SPACES.
001628 01  WS-REOPEN-REASON-INPUT  PIC X(30)  VALUE SPACES.
001629 01  WS-CONFIRM-INPUT        PIC X      VALUE SPACE.
001630 01  WS-EDIT-CLOSING         PIC -(10)9.99.
001631
001600 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001610 01  WS-CHANGE-COUNT         PIC 9(3)   VALUE 0.
001620
001880     STRING RH-RUN-DATE DELIMITED BY SIZE
001890            RH-RUN-TIME DELIMITED BY SIZE
001900            INTO RH-RUN-ID
001910     END-STRING
001911*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001912*    TO RUN THIS JOB.
001913     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001914     MOVE RH-RUN-ID       TO OC-RUN-ID
001915     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001916     MOVE "I"             TO OC-RUN-MODE
001917     MOVE "M"             TO OC-FUNCTION-GROUP
001918     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001919     IF NOT OC-AUTHORIZED
001920         MOVE 12 TO RETURN-CODE
001921         STOP RUN
001922     END-IF.
001920 1000-EXIT.
001930     EXIT.
001940
002180     DISPLAY "2. LOOPPARM - LOOPDEMO N limits".
002190     DISPLAY "3. SCRBRULE - STRINSPECT scrub rules".
002200     DISPLAY "4. HOLCAL   - non-processing dates".
002203     DISPLAY "5. ADDRATE  - interest rate classes".
002206     DISPLAY "6. ADDPERD  - closed periods (reopen)".
002210     DISPLAY "9. EXIT".
002220     DISPLAY "Select an option: " WITH NO ADVANCING
002230     ACCEPT WS-CHOICE
002340             PERFORM 4000-MAINTAIN-SCRUB-RULES THRU 4000-EXIT
002350         WHEN "4"
002360             PERFORM 5000-MAINTAIN-CALENDAR THRU 5000-EXIT
002362         WHEN "5"
002364             PERFORM 6000-MAINTAIN-RATES THRU 6000-EXIT
002366         WHEN "6"
002368             PERFORM 7000-MAINTAIN-PERIODS THRU 7000-EXIT
002370         WHEN "9"
002380             MOVE "Y" TO WS-EXIT-SWITCH
002390         WHEN OTHER
002400             DISPLAY "Invalid selection. Enter 1-6 or 9."
002410     END-EVALUATE.
002420 2000-EXIT.
002430     EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006251* 6000-MAINTAIN-RATES - LIST THE CURRENT RATE CLASSES, TAKE A
006252* FULL REPLACEMENT SET (BLANK CLASS ENDS), ACCEPT ONLY UNIQUE
006253* CLASSES WITH NUMERIC RATES AND A 360 OR 365 DAY BASIS,
006254* REWRITE THE FILE AND AUDIT THE CHANGE.  A CLASS DROPPED HERE
006255* THAT AN ACCOUNT STILL CARRIES IS REPORTED BY THE ACCRUAL RUN.
006256*----------------------------------------------------------------
006257 6000-MAINTAIN-RATES.
006258     PERFORM 6100-LIST-CURRENT-RATES THRU 6100-EXIT
006259     PERFORM 6200-ACCEPT-NEW-RATES THRU 6200-EXIT
006260     IF WS-RATE-COUNT > 0
006261         PERFORM 6300-WRITE-RATE-FILE THRU 6300-EXIT
006262         PERFORM 6400-AUDIT-RATE-CHANGE THRU 6400-EXIT
006263         ADD 1 TO WS-CHANGE-COUNT
006264         DISPLAY "ADDRATE updated - " WS-RATE-COUNT " classes."
006265     ELSE
006266         DISPLAY "ADDRATE left unchanged."
006267     END-IF.
006268 6000-EXIT.
006269     EXIT.
006270
006271 6100-LIST-CURRENT-RATES.
006272     MOVE 0 TO WS-OLD-RATE-COUNT
006273     OPEN INPUT PM-RATE-FILE
006274     IF RATE-OK
006275         READ PM-RATE-FILE
006276             AT END SET RATE-EOF TO TRUE
006277         END-READ
006278         PERFORM UNTIL RATE-EOF OR WS-OLD-RATE-COUNT = 50
006279             ADD 1 TO WS-OLD-RATE-COUNT
006280             MOVE RT-CREDIT-RATE TO WS-EDIT-RATE
006281             MOVE RT-DEBIT-RATE  TO WS-EDIT-RATE-2
006282             DISPLAY "  CLASS " RT-RATE-CLASS
006283                 "  CREDIT " WS-EDIT-RATE
006284                 "  DEBIT " WS-EDIT-RATE-2
006285                 "  BASIS " RT-DAY-BASIS
006286                 "  " RT-DESCRIPTION
006287             READ PM-RATE-FILE
006288                 AT END SET RATE-EOF TO TRUE
006289             END-READ
006290         END-PERFORM
006291         CLOSE PM-RATE-FILE
006292     ELSE
006293         DISPLAY "No ADDRATE.DAT on file - no account accrues "
006294                 "interest until one is written."
006295     END-IF.
006296 6100-EXIT.
006297     EXIT.
006298
006299*----------------------------------------------------------------
006300* 6200-ACCEPT-NEW-RATES - EACH CLASS IS A CODE, A CREDIT RATE
006301* AND A DEBIT RATE (ANNUAL PERCENT, E.G. 3.25), A DAY BASIS AND
006302* A DESCRIPTION.  A BAD CLASS IS REFUSED ON THE SPOT SO THE
006303* ACCRUAL RUN NEVER LOADS ONE.
006304*----------------------------------------------------------------
006305 6200-ACCEPT-NEW-RATES.
006306     MOVE 0 TO WS-RATE-COUNT
006307     DISPLAY "Enter replacement rate classes; blank class "
006308             "ends."
006309     PERFORM UNTIL WS-RATE-COUNT = 50
006310         DISPLAY "Class (4 chars): " WITH NO ADVANCING
006311         ACCEPT WS-RATE-CLASS-INPUT
006312         IF WS-RATE-CLASS-INPUT = SPACES
006313             EXIT PERFORM
006314         END-IF
006315         MOVE FUNCTION UPPER-CASE(WS-RATE-CLASS-INPUT)
006316             TO WS-RATE-CLASS-INPUT
006317         DISPLAY "  Credit rate % (0-99.9999): " WITH NO ADVANCING
006318         ACCEPT WS-CREDIT-INPUT
006319         DISPLAY "  Debit rate % (0-99.9999): " WITH NO ADVANCING
006320         ACCEPT WS-DEBIT-INPUT
006321         DISPLAY "  Day basis (360/365): " WITH NO ADVANCING
006322         ACCEPT WS-BASIS-INPUT
006323         DISPLAY "  Description: " WITH NO ADVANCING
006324         ACCEPT WS-DESC-INPUT
006325         PERFORM 6250-EDIT-ONE-RATE THRU 6250-EXIT
006326     END-PERFORM
006327     IF WS-RATE-COUNT = 50
006328         DISPLAY "Rate table full (50) - set closed."
006329     END-IF.
006330 6200-EXIT.
006331     EXIT.
006332
006333 6250-EDIT-ONE-RATE.
006334     MOVE "N" TO WS-RATE-DUP-SWITCH
006335     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
006336             UNTIL WS-RATE-IDX > WS-RATE-COUNT
006337         IF WS-RATE-CLASS(WS-RATE-IDX) = WS-RATE-CLASS-INPUT
006338             MOVE "Y" TO WS-RATE-DUP-SWITCH
006339         END-IF
006340     END-PERFORM
006341     IF RATE-CLASS-DUPLICATE
006342         DISPLAY "  Duplicate class - refused."
006343         GO TO 6250-EXIT
006344     END-IF
006345     IF WS-CREDIT-INPUT = SPACES
006346             OR FUNCTION TEST-NUMVAL(WS-CREDIT-INPUT) NOT = 0
006347             OR WS-DEBIT-INPUT = SPACES
006348             OR FUNCTION TEST-NUMVAL(WS-DEBIT-INPUT) NOT = 0
006349         DISPLAY "  Rates must be numeric - refused."
006350         GO TO 6250-EXIT
006351     END-IF
006352     COMPUTE WS-RATE-CHECK = FUNCTION NUMVAL(WS-CREDIT-INPUT)
006353     IF FUNCTION NUMVAL(WS-CREDIT-INPUT) < 0
006354             OR WS-RATE-CHECK > 99.9999
006355         DISPLAY "  Credit rate outside 0-99.9999 - refused."
006356         GO TO 6250-EXIT
006357     END-IF
006358     COMPUTE WS-RATE-CHECK = FUNCTION NUMVAL(WS-DEBIT-INPUT)
006359     IF FUNCTION NUMVAL(WS-DEBIT-INPUT) < 0
006360             OR WS-RATE-CHECK > 99.9999
006361         DISPLAY "  Debit rate outside 0-99.9999 - refused."
006362         GO TO 6250-EXIT
006363     END-IF
006364     IF WS-BASIS-INPUT NOT = "360" AND WS-BASIS-INPUT NOT = "365"
006365         DISPLAY "  Day basis must be 360 or 365 - refused."
006366         GO TO 6250-EXIT
006367     END-IF
006368     ADD 1 TO WS-RATE-COUNT
006369     MOVE WS-RATE-CLASS-INPUT TO WS-RATE-CLASS(WS-RATE-COUNT)
006370     COMPUTE WS-RATE-CREDIT(WS-RATE-COUNT) =
006371         FUNCTION NUMVAL(WS-CREDIT-INPUT)
006372     COMPUTE WS-RATE-DEBIT(WS-RATE-COUNT) =
006373         FUNCTION NUMVAL(WS-DEBIT-INPUT)
006374     MOVE WS-BASIS-INPUT TO WS-RATE-BASIS(WS-RATE-COUNT)
006375     MOVE WS-DESC-INPUT  TO WS-RATE-DESC(WS-RATE-COUNT).
006376 6250-EXIT.
006377     EXIT.
006378
006379 6300-WRITE-RATE-FILE.
006380     OPEN OUTPUT PM-RATE-FILE
006381     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
006382             UNTIL WS-RATE-IDX > WS-RATE-COUNT
006383         MOVE WS-RATE-CLASS(WS-RATE-IDX)  TO RT-RATE-CLASS
006384         MOVE WS-RATE-CREDIT(WS-RATE-IDX) TO RT-CREDIT-RATE
006385         MOVE WS-RATE-DEBIT(WS-RATE-IDX)  TO RT-DEBIT-RATE
006386         MOVE WS-RATE-BASIS(WS-RATE-IDX)  TO RT-DAY-BASIS
006387         MOVE WS-RATE-DESC(WS-RATE-IDX)   TO RT-DESCRIPTION
006388         WRITE RATE-RECORD
006389     END-PERFORM
006390     CLOSE PM-RATE-FILE.
006391 6300-EXIT.
006392     EXIT.
006393
006394 6400-AUDIT-RATE-CHANGE.
006395     MOVE SPACES TO WS-AUDIT-REASON
006396     STRING "RATE "           DELIMITED BY SIZE
006397            WS-OLD-RATE-COUNT DELIMITED BY SIZE
006398            ">"               DELIMITED BY SIZE
006399            WS-RATE-COUNT     DELIMITED BY SIZE
006400            " CLASSES"        DELIMITED BY SIZE
006401            INTO WS-AUDIT-REASON
006402     END-STRING
006403     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT.
006404 6400-EXIT.
006405     EXIT.
006406
006407*----------------------------------------------------------------
006408* 7000-MAINTAIN-PERIODS - LIST THE CLOSED PERIODS AND LET A
006409* SUPERVISOR REOPEN ONE.  ONLY A LOCKED PERIOD CAN BE REOPENED:
006410* ONE ON FILE AS CLOSED, OR AN EARLIER MONTH THE LATEST CLOSE
006411* COVERS (IT GOES ON FILE HERE AS REOPENED).  THE REOPEN HOLDS
006412* UNTIL THE PERIOD IS CLOSED AGAIN FROM THE ADDCLOSE CONSOLE.
006413*----------------------------------------------------------------
006414 7000-MAINTAIN-PERIODS.
006415     PERFORM 7100-LIST-CURRENT-PERIODS THRU 7100-EXIT
006416     IF WS-PERD-COUNT = 0
006417         GO TO 7000-EXIT
006418     END-IF
006419     PERFORM 7200-ACCEPT-REOPEN THRU 7200-EXIT
006420     IF WS-PERD-FOUND-IDX > 0
006421         PERFORM 7300-WRITE-PERIOD-FILE THRU 7300-EXIT
006422         PERFORM 7400-AUDIT-PERIOD-REOPEN THRU 7400-EXIT
006423         ADD 1 TO WS-CHANGE-COUNT
006424         DISPLAY "Period " WS-PERIOD-INPUT " reopened - close "
006425                 "it again with ADDCLOSE when corrected."
006426     ELSE
006427         DISPLAY "ADDPERD left unchanged."
006428     END-IF.
006429 7000-EXIT.
006430     EXIT.
006431
006432 7100-LIST-CURRENT-PERIODS.
006433     MOVE 0 TO WS-PERD-COUNT
006434     MOVE SPACES TO WS-PERD-HIGH
006435     OPEN INPUT PM-PERIOD-FILE
006436     IF NOT PERIOD-OK
006437         DISPLAY "No ADDPERD.DAT on file - no period has been "
006438                 "closed."
006439         GO TO 7100-EXIT
006440     END-IF
006441     READ PM-PERIOD-FILE
006442         AT END SET PERIOD-EOF TO TRUE
006443     END-READ
006444     PERFORM UNTIL PERIOD-EOF OR WS-PERD-COUNT = 240
006445         IF PD-PERIOD IS NUMERIC
006446             ADD 1 TO WS-PERD-COUNT
006447             MOVE PERIOD-RECORD TO WS-PERD-ENTRY(WS-PERD-COUNT)
006448             IF PD-PERIOD > WS-PERD-HIGH
006449                     OR WS-PERD-HIGH = SPACES
006450                 MOVE PD-PERIOD TO WS-PERD-HIGH
006451             END-IF
006452             MOVE PD-CLOSING-TOTAL TO WS-EDIT-CLOSING
006453             IF PD-REOPENED
006454                 DISPLAY "  " PD-PERIOD "  REOPENED "
006455                     PD-REOPENED-DATE " BY " PD-REOPENED-BY
006456                     "  " PD-REOPEN-REASON
006457             ELSE
006458                 DISPLAY "  " PD-PERIOD "  CLOSED   "
006459                     PD-CLOSED-DATE " BY " PD-CLOSED-BY
006460                     "  TOTAL " WS-EDIT-CLOSING
006461             END-IF
006462         END-IF
006463         READ PM-PERIOD-FILE
006464             AT END SET PERIOD-EOF TO TRUE
006465         END-READ
006466     END-PERFORM
006467     CLOSE PM-PERIOD-FILE.
006468 7100-EXIT.
006469     EXIT.
006470
006471*----------------------------------------------------------------
006472* 7200-ACCEPT-REOPEN - THE PERIOD, THE SUPERVISOR WHO AUTHORIZES
006473* THE REOPEN (NOT THE OPERATOR AT THE KEYBOARD), THE REASON AND
006474* A CONFIRMATION.  ANY BAD ANSWER LEAVES THE FILE UNTOUCHED.
006475*----------------------------------------------------------------
006476 7200-ACCEPT-REOPEN.
006477     MOVE 0 TO WS-PERD-FOUND-IDX
006478     DISPLAY "Period to reopen (YYYYMM, blank = none): "
006479         WITH NO ADVANCING
006480     ACCEPT WS-PERIOD-INPUT
006481     IF WS-PERIOD-INPUT = SPACES
006482         GO TO 7200-EXIT
006483     END-IF
006484     IF WS-PERIOD-INPUT IS NOT NUMERIC
006485             OR WS-PERIOD-INPUT(5:2) < "01"
006486             OR WS-PERIOD-INPUT(5:2) > "12"
006487         DISPLAY "  Not a YYYYMM period - refused."
006488         GO TO 7200-EXIT
006489     END-IF
006490     IF WS-PERIOD-INPUT > WS-PERD-HIGH
006491         DISPLAY "  Period " WS-PERIOD-INPUT " is not closed."
006492         GO TO 7200-EXIT
006493     END-IF
006494     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
006495             UNTIL WS-PERD-IDX > WS-PERD-COUNT
006496         IF WS-PERD-ENTRY(WS-PERD-IDX)(1:6) = WS-PERIOD-INPUT
006497             MOVE WS-PERD-IDX TO WS-PERD-FOUND-IDX
006498         END-IF
006499     END-PERFORM
006500     IF WS-PERD-FOUND-IDX > 0
006501         MOVE WS-PERD-ENTRY(WS-PERD-FOUND-IDX) TO PERIOD-RECORD
006502         IF PD-REOPENED
006503             DISPLAY "  Period " WS-PERIOD-INPUT " is already "
006504                     "reopened."
006505             MOVE 0 TO WS-PERD-FOUND-IDX
006506             GO TO 7200-EXIT
006507         END-IF
006508     ELSE
006509         IF WS-PERD-COUNT = 240
006510             DISPLAY "  Period file full (240) - refused."
006511             GO TO 7200-EXIT
006512         END-IF
006513         MOVE SPACES TO PERIOD-RECORD
006514         MOVE WS-PERIOD-INPUT TO PD-PERIOD
006515         MOVE 0 TO PD-CLOSING-TOTAL
006516     END-IF
006517     MOVE 0 TO WS-PERD-FOUND-IDX
006518
006519     DISPLAY "  Supervisor ID: " WITH NO ADVANCING
006520     ACCEPT WS-SUPERVISOR-INPUT
006521     MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-INPUT)
006522         TO WS-SUPERVISOR-INPUT
006523     IF WS-SUPERVISOR-INPUT = SPACES
006524             OR WS-SUPERVISOR-INPUT = RH-OPERATOR-ID
006525         DISPLAY "  A supervisor other than the operator must "
006526                 "authorize a reopen - refused."
006527         GO TO 7200-EXIT
006528     END-IF
006529*    THE AUTHORIZING ID MUST BE AN ACTIVE OPERATOR WITH
006530*    SUPERVISOR AUTHORITY ON THE OPERATOR MASTER; ANYONE ELSE IS
006531*    LOGGED BY OPERCHK AS A REFUSED ATTEMPT.
006532     MOVE RH-PROGRAM-NAME     TO OC-PROGRAM-NAME
006533     MOVE RH-RUN-ID           TO OC-RUN-ID
006534     MOVE WS-SUPERVISOR-INPUT TO OC-OPERATOR-ID
006535     MOVE "I"                 TO OC-RUN-MODE
006536     MOVE "S"                 TO OC-FUNCTION-GROUP
006537     CALL "OPERCHK" USING WS-OPERATOR-CHECK
006538     IF NOT OC-AUTHORIZED
006539         DISPLAY "  " WS-SUPERVISOR-INPUT " does not hold "
006540                 "supervisor authority - refused."
006541         GO TO 7200-EXIT
006542     END-IF
006543     DISPLAY "  Reason (required): " WITH NO ADVANCING
006544     ACCEPT WS-REOPEN-REASON-INPUT
006545     IF WS-REOPEN-REASON-INPUT = SPACES
006546         DISPLAY "  A reason is required - refused."
006547         GO TO 7200-EXIT
006548     END-IF
006549     DISPLAY "  Reopen " WS-PERIOD-INPUT "? (Y/N): "
006550         WITH NO ADVANCING
006551     ACCEPT WS-CONFIRM-INPUT
006552     IF WS-CONFIRM-INPUT NOT = "Y" AND WS-CONFIRM-INPUT NOT = "y"
006553         DISPLAY "  Not confirmed - nothing changed."
006554         GO TO 7200-EXIT
006555     END-IF
006556
006557     SET PD-REOPENED TO TRUE
006558     MOVE RH-RUN-DATE            TO PD-REOPENED-DATE
006559     MOVE WS-SUPERVISOR-INPUT    TO PD-REOPENED-BY
006560     MOVE WS-REOPEN-REASON-INPUT TO PD-REOPEN-REASON
006561     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
006562             UNTIL WS-PERD-IDX > WS-PERD-COUNT
006563         IF WS-PERD-ENTRY(WS-PERD-IDX)(1:6) = WS-PERIOD-INPUT
006564             MOVE WS-PERD-IDX TO WS-PERD-FOUND-IDX
006565         END-IF
006566     END-PERFORM
006567     IF WS-PERD-FOUND-IDX = 0
006568         PERFORM 7250-INSERT-PERIOD THRU 7250-EXIT
006569     END-IF
006570     MOVE PERIOD-RECORD TO WS-PERD-ENTRY(WS-PERD-FOUND-IDX).
006571 7200-EXIT.
006572     EXIT.
006573
006574*----------------------------------------------------------------
006575* 7250-INSERT-PERIOD - OPEN A SLOT IN PERIOD ORDER FOR A MONTH
006576* NOT YET ON FILE.
006577*----------------------------------------------------------------
006578 7250-INSERT-PERIOD.
006579     MOVE 1 TO WS-PERD-FOUND-IDX
006580     PERFORM UNTIL WS-PERD-FOUND-IDX > WS-PERD-COUNT
006581             OR WS-PERD-ENTRY(WS-PERD-FOUND-IDX)(1:6)
006582                > WS-PERIOD-INPUT
006583         ADD 1 TO WS-PERD-FOUND-IDX
006584     END-PERFORM
006585     PERFORM VARYING WS-PERD-IDX FROM WS-PERD-COUNT BY -1
006586             UNTIL WS-PERD-IDX < WS-PERD-FOUND-IDX
006587         MOVE WS-PERD-ENTRY(WS-PERD-IDX)
006588             TO WS-PERD-ENTRY(WS-PERD-IDX + 1)
006589     END-PERFORM
006590     ADD 1 TO WS-PERD-COUNT.
006591 7250-EXIT.
006592     EXIT.
006593
006594 7300-WRITE-PERIOD-FILE.
006595     OPEN OUTPUT PM-PERIOD-FILE
006596     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
006597             UNTIL WS-PERD-IDX > WS-PERD-COUNT
006598         MOVE WS-PERD-ENTRY(WS-PERD-IDX) TO PERIOD-RECORD
006599         WRITE PERIOD-RECORD
006600     END-PERFORM
006601     CLOSE PM-PERIOD-FILE.
006602 7300-EXIT.
006603     EXIT.
006604
006605 7400-AUDIT-PERIOD-REOPEN.
006606     MOVE SPACES TO WS-AUDIT-REASON
006607     STRING "PERIOD "        DELIMITED BY SIZE
006608            WS-PERIOD-INPUT  DELIMITED BY SIZE
006609            " REOPEN"        DELIMITED BY SIZE
006610            INTO WS-AUDIT-REASON
006611     END-STRING
006612     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT.
006613 7400-EXIT.
006614     EXIT.
006615
006616*----------------------------------------------------------------
006260* 8000-WRITE-AUDIT-ENTRY - ONE STRUCTURED AUDIT ENTRY PER
006270* CHANGE, WITH THE BEFORE/AFTER SUMMARY IN THE REASON FIELD.
006280*----------------------------------------------------------------
