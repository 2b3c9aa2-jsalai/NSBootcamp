000290*                  PROBLEM IS FIXED RESTARTS THE CHAIN FROM
000300*                  THAT STEP, LOGGING THE RESUMED RUN AS A
000310*                  CONTINUATION OF THE ORIGINAL CHAIN.
000311* 10/15/2026  RH   ADDHPRF JOINS THE NIGHTLY CHAIN STRAIGHT AFTER
000312*                  ADD2NUM.  IT PROVES THE POSTING HISTORY
000313*                  AGAINST THE BALANCE MASTER AND ENDS WITH
000314*                  CODE 8 WHEN THEY DISAGREE, HALTING THE CHAIN
000315*                  BEFORE ANYTHING DOWNSTREAM RUNS.
000316* 10/15/2026  RH   THE CHAIN'S RUN CARD LISTS THE FEEDS ON
000317*                  STRFEED.DAT (UP TO 8, IN PROFILE ORDER) SO
000318*                  STRINSPECT SCANS, AND STRCVRFY PROVES, EVERY
000319*                  PROFILED FEED.  NO PROFILE FILE, NO FEEDS -
000320*                  THE SINGLE STRIN.DAT SCAN AS BEFORE.
000321* 10/15/2026  RH   TABLE-DRIVEN CHAIN.  THE NIGHTLY STREAM IS
000322*                  READ FROM THE CHAIN DEFINITION (CHAINDEF.DAT):
000323*                  EACH STEP'S PROGRAM, HIGHEST ACCEPTABLE
000324*                  CONDITION CODE, PREDECESSOR STEPS AND RUN
000325*                  CONDITION (DAILY, BUSINESS DAYS PER HOLCAL.DAT,
000326*                  MONTH-END, OR ONE WEEKDAY).  A FAILED STEP
000327*                  HOLDS ONLY THE STEPS THAT DEPEND ON IT; STEPS
000328*                  NOT DUE TONIGHT ARE LOGGED AS SKIPPED.  WITH NO
000329*                  DEFINITION FILE THE STANDARD CHAIN IS RUN,
000330*                  NOW INCLUDING THE MONTH-END CLOSE, INTEREST
000331*                  ACCRUAL, THE LOAN STREAM, THE GL EXTRACT AND
000332*                  THE STATEMENT RUN.  STEP NUMBERS GO TO 30.
000333*                  RESUME RE-RUNS EVERY STEP THE NIGHT DID NOT
000334*                  COMPLETE.  NEW OPTION 8 LISTS THE CHAIN AND
000335*                  WHICH STEPS ARE DUE TONIGHT.
000336* 10/15/2026  RH   THE STREAM OPERATOR IS CHECKED AGAINST THE
000337*                  OPERATOR MASTER (OPERCHK) FOR BATCH AUTHORITY
000338*                  BEFORE THE RUN CARD IS WRITTEN; A REFUSED
000339*                  OPERATOR LAUNCHES OR RESUMES NOTHING.  EVERY
000340*                  JOB STILL MAKES ITS OWN CHECK AT START-UP.
000341* 10/15/2026  RH   RSTPOINT HEADS THE STANDARD CHAIN: EVERY
000342*                  MASTER AND CONTROL FILE IS SAVED AS A PROVEN
000343*                  RESTORE POINT BEFORE THE CLOSE OR THE LOAN
000344*                  STREAM TOUCHES ANYTHING, AND A NIGHT WHOSE
000345*                  RESTORE POINT FAILS HOLDS BOTH STREAMS.  STEP
000346*                  TABLE GROWS TO 16.
000347* 10/15/2026  RH   VOLANOM JOINS THE STANDARD CHAIN AFTER BOTH
000348*                  STREAMS AND AHEAD OF THE GL EXTRACT: TONIGHT'S
000349*                  RUN FIGURES ARE MEASURED AGAINST THEIR RECENT
000350*                  HISTORY AND ANYTHING OUT OF LINE IS FLAGGED
000351*                  (CODE 4) BEFORE THE POSTINGS GO OUT.  STEP
000352*                  TABLE GROWS TO 17.
000353* 10/15/2026  RH   STDGEN JOINS THE STANDARD CHAIN STRAIGHT
000354*                  AFTER RSTPOINT: THE STANDING INSTRUCTIONS
000355*                  FALLING DUE GO ONTO ADDRAW.DAT AHEAD OF THE
000356*                  CLOSE, THE ACCRUAL AND THE EDIT.  STEP TABLE
000357*                  GROWS TO 18.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CALENDAR-STATUS.
000430     COPY RUNCSEL.
000433     COPY STRFSEL.
000436     COPY CHNDSEL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000530
000540 FD  RUN-CARD-FILE.
000550     COPY RUNCARD.
000551
000552 FD  FEED-PROFILE-FILE.
000553     COPY STRFEED.
000554
000555 FD  CHAIN-DEF-FILE.
000556     COPY CHAINDEF.
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-CHOICE           PIC X(01)  VALUE SPACE.
000700
000710*----------------------------------------------------------------
000720* RESUME STATE, PARSED OUT OF THE LAST CHAIN LOG: WHICH STEP
000730* THE CHAIN HALTED AT (0 = NOTHING TO RESUME), THE LOGGED LINE
000740* OF THE LAST STEP THAT FAILED, WHICH CARRIES ITS CONDITION
000743* CODE, THE NIGHT'S DATE, AND THE STEPS THE NIGHT COMPLETED
000746* (RAN CLEAN OR SKIPPED AS NOT DUE), WHICH A RESUME LEAVES BE.
000750*----------------------------------------------------------------
000760 01  WS-RESUME-STEP      PIC 99     VALUE 0.
000770 01  WS-FAILED-LINE      PIC X(80)  VALUE SPACES.
000771 01  WS-HALT-STEP-X      PIC X(02)  JUSTIFIED RIGHT
000772                                    VALUE SPACES.
000773 01  WS-LOGGED-DATE      PIC X(08)  VALUE SPACES.
000774 01  WS-DONE-COUNT       PIC 99     VALUE 0.
000775 01  WS-DONE-NAME        PIC X(10)  OCCURS 30 TIMES.
000776 01  WS-DONE-IDX         PIC 99     VALUE 0.
000777 01  WS-LOG-WORD-1       PIC X(10)  VALUE SPACES.
000778 01  WS-LOG-STEP-NO      PIC X(04)  VALUE SPACES.
000779 01  WS-LOG-STEP-NAME    PIC X(10)  VALUE SPACES.
000780 01  WS-LOG-WORD-4       PIC X(10)  VALUE SPACES.
000781 01  WS-LOG-RC           PIC X(04)  VALUE SPACES.
000782 01  WS-LOG-WORD-6       PIC X(04)  VALUE SPACES.
000780 01  WS-RESUME-ANSWER    PIC X      VALUE "N".
000790 01  WS-CALENDAR-STATUS  PIC XX     VALUE SPACES.
000800     88  CALENDAR-OK                VALUE "00".
000840 01  WS-HOLIDAY-ANSWER   PIC X      VALUE "N".
000850 01  WS-RUNCARD-STATUS   PIC XX     VALUE SPACES.
000860     88  RUNCARD-OK                 VALUE "00".
000861 01  WS-FEED-STATUS      PIC XX     VALUE SPACES.
000862     88  FEED-FILE-OK               VALUE "00".
000863     88  FEED-FILE-EOF              VALUE "10".
000864 01  WS-FEED-COUNT       PIC 99     VALUE 0.
000865 01  WS-FEED-IDX         PIC 99     VALUE 0.
000866 01  WS-FEED-DUP-SWITCH  PIC X      VALUE "N".
000867     88  FEED-ALREADY-LISTED        VALUE "Y".
000870
000880*----------------------------------------------------------------
000890* THE NIGHTLY STREAM, IN RUN ORDER, AS LOADED FROM CHAINDEF.DAT
000900* (OR THE STANDARD CHAIN BELOW WHEN THERE IS NO SUCH FILE).  A
000910* STEP'S CONDITION CODE COMES BACK FROM CALL "SYSTEM" SHIFTED
000920* LEFT EIGHT BITS (THE SHELL'S WAIT() CODING), SO THE CODE
000930* ITSELF IS RETURN-CODE / 256.  A CODE UP TO THE STEP'S
000940* HIGHEST ACCEPTABLE CODE LETS ITS DEPENDENTS RUN; ABOVE IT THE
000950* STEP HAS FAILED AND EVERY STEP THAT NEEDS IT IS HELD, SO A
000952* DOWNSTREAM STEP NEVER DIGESTS A HALF-WRITTEN INPUT.  STEP
000954* STATE: O = RAN CLEAN, S = SKIPPED (NOT DUE), F = FAILED,
000956* H = HELD, SPACE = NOT REACHED.
000960*----------------------------------------------------------------
000970 01  WS-CHAINDEF-STATUS  PIC XX     VALUE SPACES.
000980     88  CHAINDEF-OK                VALUE "00".
000990     88  CHAINDEF-EOF               VALUE "10".
001000 01  WS-CHAIN-SOURCE     PIC X(12)  VALUE SPACES.
001010 01  WS-DEF-ERROR-COUNT  PIC 99     VALUE 0.
001020 01  WS-STEP-COUNT       PIC 99     VALUE 0.
001030 01  WS-CHAIN-STEP-TABLE.
001040     05  WS-CHAIN-ENTRY  OCCURS 30 TIMES.
001050         10  WS-CHAIN-STEP       PIC X(10).
001060         10  WS-CHAIN-PROGRAM    PIC X(10).
001061         10  WS-CHAIN-MAX-RC     PIC 9(02).
001062         10  WS-CHAIN-RUN-WHEN   PIC X.
001063         10  WS-CHAIN-RUN-DAY    PIC X.
001064         10  WS-CHAIN-PRED-IDX   PIC 99  OCCURS 4 TIMES.
001065         10  WS-CHAIN-STATE      PIC X.
001066         10  WS-CHAIN-DESC       PIC X(30).
001067
001068*----------------------------------------------------------------
001069* THE STANDARD CHAIN, RUN WHEN CHAINDEF.DAT IS ABSENT: STEP,
001070* HIGHEST ACCEPTABLE CODE, RUN CONDITION AND DAY, UP TO TWO
001071* PREDECESSORS.  THE MONTH-END CLOSE AND THE INTEREST ACCRUAL
001072* (BUSINESS DAYS) LEAD; ADDEDIT FRONTS ADD2NUM SO THE POSTING
001073* RUN ALWAYS SEES EDITED TRANSACTIONS AND A REAL CONTROL CARD;
001074* ADDHPRF FOLLOWS THE POSTING RUN SO A NIGHT WHOSE HISTORY DOES
001075* NOT PROVE TO THE MASTER STOPS THE DEPOSIT SIDE THERE.  THE
001076* LOAN STREAM DEPENDS ON NONE OF THAT AND RUNS EITHER WAY; THE
001077* GL EXTRACT NEEDS BOTH REGISTERS.  RSTPOINT LEADS THE LOT AND
001078* BOTH STREAMS WAIT ON IT, SO NO POSTING STEP TOUCHES A MASTER
001079* UNTIL A PROVEN RESTORE POINT EXISTS TO ROLL BACK TO.
001080* VOLANOM WAITS FOR BOTH STREAMS' FIGURES AND THE GL EXTRACT
001081* WAITS FOR VOLANOM, SO A FEED FAR OFF ITS NORMAL SIZE IS ON THE
001082* CONSOLE AND THE ANOMALY REPORT BEFORE THE POSTINGS GO OUT.
001083* STDGEN FOLLOWS THE RESTORE POINT AND FRONTS EVERYTHING ELSE,
001084* SO TONIGHT'S STANDING-INSTRUCTION CYCLES ARE ON ADDRAW.DAT
001085* BEFORE THE ACCRUAL AND THE EDIT, AND A ROLLBACK TAKES THEM
001086* OFF AGAIN WITH THEIR CYCLE STAMPS.
001087*----------------------------------------------------------------
001088 01  WS-STANDARD-CHAIN-LIST.
001089     05  FILLER          PIC X(34)  VALUE
001090         "rstpoint  04D                     ".
001091     05  FILLER          PIC X(34)  VALUE
001092         "stdgen    04D rstpoint            ".
001093     05  FILLER          PIC X(34)  VALUE
001094         "addclose  04D stdgen              ".
001095     05  FILLER          PIC X(34)  VALUE
001096         "addaccr   04B addclose            ".
001097     05  FILLER          PIC X(34)  VALUE
001098         "addedit   04D addaccr             ".
001099     05  FILLER          PIC X(34)  VALUE
001100         "add2num   04D addedit             ".
001101     05  FILLER          PIC X(34)  VALUE
001102         "addhprf   04D add2num             ".
001103     05  FILLER          PIC X(34)  VALUE
001104         "strinspect04D addhprf             ".
001105     05  FILLER          PIC X(34)  VALUE
001106         "simplemath04D strinspect          ".
001107     05  FILLER          PIC X(34)  VALUE
001108         "qadigest  04D simplemath          ".
001109     05  FILLER          PIC X(34)  VALUE
001110         "loopedit  04D rstpoint            ".
001111     05  FILLER          PIC X(34)  VALUE
001112         "loopdemo  04D loopedit            ".
001113     05  FILLER          PIC X(34)  VALUE
001114         "loanpay   04D loopdemo            ".
001115     05  FILLER          PIC X(34)  VALUE
001116         "loandlq   04D loanpay             ".
001117     05  FILLER          PIC X(34)  VALUE
001118         "loanpost  04D loandlq             ".
001119     05  FILLER          PIC X(34)  VALUE
001120         "volanom   04D strinspectloanpost  ".
001121     05  FILLER          PIC X(34)  VALUE
001122         "glextr    04D volanom             ".
001123     05  FILLER          PIC X(34)  VALUE
001124         "addstmt   04D addhprf             ".
001125 01  WS-STANDARD-CHAIN REDEFINES WS-STANDARD-CHAIN-LIST.
001126     05  WS-STD-ENTRY    OCCURS 18 TIMES.
001127         10  WS-STD-STEP         PIC X(10).
001128         10  WS-STD-MAX-RC       PIC 9(02).
001129         10  WS-STD-RUN-WHEN     PIC X.
001130         10  WS-STD-RUN-DAY      PIC X.
001131         10  WS-STD-PRED         PIC X(10)  OCCURS 2 TIMES.
001132 01  WS-STD-COUNT        PIC 99     VALUE 18.
001133 01  WS-STD-IDX          PIC 99     VALUE 0.
001134 01  WS-DEF-PROBLEM      PIC X(40)  VALUE SPACES.
001135
001136 01  WS-STEP-IDX         PIC 99     VALUE 0.
001137 01  WS-PRED-IDX         PIC 9      VALUE 0.
001138 01  WS-LOOK-IDX         PIC 99     VALUE 0.
001139 01  WS-FOUND-IDX        PIC 99     VALUE 0.
001140 01  WS-WORK-PRED        PIC X(10)  VALUE SPACES.
001141 01  WS-FAILED-STEP      PIC 99     VALUE 0.
001070 01  WS-STEP-RC          PIC 9(4)   VALUE 0.
001071 01  WS-STEP-NO-EDIT     PIC 99     VALUE 0.
001072 01  WS-STEP-NO-X REDEFINES WS-STEP-NO-EDIT
001073                         PIC X(02).
001074 01  WS-STEP-NO-TEXT     PIC X(02)  VALUE SPACES.
001075 01  WS-HELD-BY          PIC X(10)  VALUE SPACES.
001076 01  WS-NOT-DUE-REASON   PIC X(20)  VALUE SPACES.
001077 01  WS-DUE-SWITCH       PIC X      VALUE "Y".
001078     88  STEP-IS-DUE                VALUE "Y".
001079
001080*----------------------------------------------------------------
001081* THE NIGHT'S CALENDAR FACTS FOR THE RUN CONDITIONS.  THE NIGHT
001082* IS THE DATE THE CHAIN WAS LAUNCHED, ALSO WHEN IT IS RESUMED
001083* THE MORNING AFTER.  DAY OF WEEK 1 = MONDAY ... 7 = SUNDAY.
001084* MONTH-END = THE LAST BUSINESS DAY OF THE MONTH.
001085*----------------------------------------------------------------
001086 01  WS-NIGHT-DATE       PIC 9(8)   VALUE 0.
001087 01  WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE
001088                         PIC X(08).
001089 01  WS-NIGHT-DOW        PIC 9      VALUE 0.
001090 01  WS-NIGHT-DOW-X REDEFINES WS-NIGHT-DOW
001091                         PIC X.
001092 01  WS-NIGHT-BUSINESS   PIC X      VALUE "N".
001093     88  NIGHT-IS-BUSINESS          VALUE "Y".
001094 01  WS-NIGHT-MONTH-END  PIC X      VALUE "N".
001095     88  NIGHT-IS-MONTH-END         VALUE "Y".
001096 01  WS-TEST-DATE        PIC 9(8)   VALUE 0.
001097 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE
001098                         PIC X(08).
001099 01  WS-TEST-DAY         PIC 9(7)   VALUE 0.
001100 01  WS-TEST-DOW         PIC 9      VALUE 0.
001101 01  WS-TEST-SWITCH      PIC X      VALUE "N".
001102     88  TEST-IS-BUSINESS           VALUE "Y".
001103 01  WS-HOLIDAY-COUNT    PIC 999    VALUE 0.
001104 01  WS-HOLIDAY-DATE     PIC X(08)  OCCURS 400 TIMES.
001105 01  WS-HOL-IDX          PIC 999    VALUE 0.
001106
001107*----------------------------------------------------------------
001108* ONE LINE OF THE CHAIN LISTING (MENU OPTION 8).
001109*----------------------------------------------------------------
001110 01  WS-SHOW-LINE.
001111     05  WS-SHOW-NO      PIC Z9.
001112     05  FILLER          PIC X      VALUE SPACE.
001113     05  WS-SHOW-STEP    PIC X(10).
001114     05  FILLER          PIC X      VALUE SPACE.
001115     05  WS-SHOW-PROGRAM PIC X(10).
001116     05  FILLER          PIC X      VALUE SPACE.
001117     05  WS-SHOW-MAX-RC  PIC Z9.
001118     05  FILLER          PIC X      VALUE SPACE.
001119     05  WS-SHOW-WHEN    PIC X.
001120     05  WS-SHOW-DAY     PIC X.
001121     05  FILLER          PIC X(2)   VALUE SPACES.
001122     05  WS-SHOW-DUE     PIC X(24).
001123     05  FILLER          PIC X      VALUE SPACE.
001124     05  WS-SHOW-AFTER   PIC X(44).
001125 01  WS-SHOW-PTR         PIC 99     VALUE 1.
001080 01  WS-CHAIN-SWITCH     PIC X      VALUE "N".
001090     88  CHAIN-HAS-FAILED           VALUE "Y".
001100 01  WS-CHAIN-OPERATOR   PIC X(08)  VALUE SPACES.
001140 01  WS-CHAIN-TIME.
001150     05  WS-CHAIN-TIME-HHMMSS PIC 9(6).
001160     05  FILLER          PIC 99.
001165     COPY OPERLINK.
001170
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------------
001560     DISPLAY "6. RETRIEVE    - show a retained day's report".
001570     DISPLAY "7. RESUME      - restart the chain from its "
001580             "failed step".
001583     DISPLAY "8. CHAIN       - list the chain and tonight's "
001586             "steps".
001590     DISPLAY "9. EXIT".
001600 2100-EXIT.
001610     EXIT.
001860             PERFORM 2600-PULL-GENERATION THRU 2600-EXIT
001870         WHEN "7"
001880             PERFORM 2700-RESUME-NIGHTLY-CHAIN THRU 2700-EXIT
001883         WHEN "8"
001886             PERFORM 2900-SHOW-CHAIN THRU 2900-EXIT
001890         WHEN "9"
001900             SET WS-EXIT-REQUESTED TO TRUE
001910         WHEN OTHER
001920             DISPLAY "Invalid selection. Enter 1-8 or 9 to exit."
001930     END-EVALUATE.
001940 2300-EXIT.
001950     EXIT.
002150
002160*----------------------------------------------------------------
002170* 2500-RUN-NIGHTLY-CHAIN - RUN THE WHOLE NIGHTLY STREAM AS JOB
002180* STEPS, IN THE ORDER THE CHAIN DEFINITION GIVES THEM.  THE
002190* OPERATOR'S ID GOES ONTO THE RUN-CONTROL CARD SO EVERY STEP
002200* RUNS WITH NO PROMPTS; EACH STEP'S CONDITION CODE IS CHECKED
002210* AGAINST ITS HIGHEST ACCEPTABLE CODE BEFORE ANY STEP THAT
002220* DEPENDS ON IT STARTS.  EVERY STEP AND THE STOPPING POINT ARE
002223* WRITTEN TO CHAINLOG.DAT.  A DEFINITION WITH ERRORS RUNS
002226* NOTHING.
002230*----------------------------------------------------------------
002240 2500-RUN-NIGHTLY-CHAIN.
002250*    A CHAIN LAUNCHED ON A DECLARED NON-PROCESSING DATE IS
002390         END-IF
002400     END-IF
002410
002411     PERFORM 2800-LOAD-CHAIN-DEF THRU 2800-EXIT
002412     IF WS-DEF-ERROR-COUNT > 0
002413         DISPLAY "Nightly chain not launched."
002414         GO TO 2500-EXIT
002415     END-IF
002416     ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD
002417     PERFORM 2850-NIGHT-FACTS THRU 2850-EXIT
002418
002420     DISPLAY "Enter operator ID for the stream: "
002430         WITH NO ADVANCING
002440     ACCEPT WS-CHAIN-OPERATOR
002441     PERFORM 2580-CHECK-CHAIN-OPERATOR THRU 2580-EXIT
002442     IF NOT OC-AUTHORIZED
002443         DISPLAY "Nightly chain not launched."
002444         GO TO 2500-EXIT
002445     END-IF
002450
002460     OPEN OUTPUT RUN-CARD-FILE
002470     MOVE SPACES TO RUN-CARD-RECORD
002480     MOVE WS-CHAIN-OPERATOR TO RC-OPERATOR-ID
002490     MOVE "B" TO RC-RUN-MODE
002500     MOVE "N" TO RC-RESTART-ANSWER
002505     PERFORM 2530-LIST-FEEDS THRU 2530-EXIT
002510     WRITE RUN-CARD-RECORD
002520     CLOSE RUN-CARD-FILE
002530
002640            INTO MM-CHAIN-LOG-RECORD
002650     END-STRING
002660     WRITE MM-CHAIN-LOG-RECORD
002661     MOVE WS-STEP-COUNT TO WS-STEP-NO-EDIT
002662     PERFORM 2570-EDIT-STEP-NO THRU 2570-EXIT
002663     MOVE SPACES TO MM-CHAIN-LOG-RECORD
002664     STRING "DEFINITION "    DELIMITED BY SIZE
002665            WS-CHAIN-SOURCE  DELIMITED BY SPACE
002666            " "              DELIMITED BY SIZE
002667            WS-STEP-NO-TEXT  DELIMITED BY SPACE
002668            " STEPS"         DELIMITED BY SIZE
002669            INTO MM-CHAIN-LOG-RECORD
002670     END-STRING
002671     WRITE MM-CHAIN-LOG-RECORD
002670
002680     MOVE "N" TO WS-CHAIN-SWITCH
002685     MOVE 0 TO WS-FAILED-STEP
002690     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
002700             UNTIL WS-STEP-IDX > WS-STEP-COUNT
002710         PERFORM 2510-RUN-ONE-STEP THRU 2510-EXIT
002720     END-PERFORM
002730
002740     MOVE SPACES TO MM-CHAIN-LOG-RECORD
002750     IF CHAIN-HAS-FAILED
002753         MOVE WS-FAILED-STEP TO WS-STEP-NO-EDIT
002756         PERFORM 2570-EDIT-STEP-NO THRU 2570-EXIT
002760         STRING "CHAIN HALTED AT STEP " DELIMITED BY SIZE
002770                WS-STEP-NO-TEXT         DELIMITED BY SPACE
002780                " ("                    DELIMITED BY SIZE
002790                WS-CHAIN-STEP(WS-FAILED-STEP) DELIMITED BY SPACE
002800                ") - DEPENDENT STEPS NOT RUN" DELIMITED BY SIZE
002810                INTO MM-CHAIN-LOG-RECORD
002820         END-STRING
002830         WRITE MM-CHAIN-LOG-RECORD
003270     EXIT.
003280
003290*----------------------------------------------------------------
003291* 2530-LIST-FEEDS - PUT THE FEED IDS FROM STRFEED.DAT ON THE RUN
003292* CARD BEING BUILT, FIRST 8 IN PROFILE ORDER, EACH ONCE.  NO
003293* PROFILE FILE LEAVES THE LIST BLANK (THE STRIN.DAT SCAN).
003294*----------------------------------------------------------------
003295 2530-LIST-FEEDS.
003296     MOVE 0 TO WS-FEED-COUNT
003297     OPEN INPUT FEED-PROFILE-FILE
003298     IF NOT FEED-FILE-OK
003299         GO TO 2530-EXIT
003300     END-IF
003301     READ FEED-PROFILE-FILE
003302         AT END SET FEED-FILE-EOF TO TRUE
003303     END-READ
003304     PERFORM UNTIL FEED-FILE-EOF OR WS-FEED-COUNT = 8
003305         MOVE "N" TO WS-FEED-DUP-SWITCH
003306         PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
003307                 UNTIL WS-FEED-IDX > WS-FEED-COUNT
003308             IF RC-FEED-ID(WS-FEED-IDX) = FP-FEED-ID
003309                 MOVE "Y" TO WS-FEED-DUP-SWITCH
003310             END-IF
003311         END-PERFORM
003312         IF FP-FEED-ID NOT = SPACES AND NOT FEED-ALREADY-LISTED
003313             ADD 1 TO WS-FEED-COUNT
003314             MOVE FP-FEED-ID TO RC-FEED-ID(WS-FEED-COUNT)
003315         END-IF
003316         READ FEED-PROFILE-FILE
003317             AT END SET FEED-FILE-EOF TO TRUE
003318         END-READ
003319     END-PERFORM
003320     CLOSE FEED-PROFILE-FILE.
003321 2530-EXIT.
003322     EXIT.
003323
003324*----------------------------------------------------------------
003300* 2510-RUN-ONE-STEP - LAUNCH ONE CHAIN STEP AND LOG ITS OUTCOME.
003310* A STEP ALREADY SETTLED (A RESUME'S COMPLETED STEPS) IS LEFT
003320* ALONE.  A STEP WHOSE PREDECESSOR FAILED OR WAS HELD IS HELD
003322* IN TURN, AND A STEP NOT DUE TONIGHT IS SKIPPED; BOTH ARE
003324* LOGGED.  A CODE ABOVE THE STEP'S HIGHEST ACCEPTABLE CODE
003326* (NORMALLY 4 - WARNINGS) FAILS IT; STEPS THAT DO NOT DEPEND
003328* ON IT STILL RUN.
003330*----------------------------------------------------------------
003340 2510-RUN-ONE-STEP.
003341     IF WS-CHAIN-STATE(WS-STEP-IDX) NOT = SPACE
003342         GO TO 2510-EXIT
003343     END-IF
003344     MOVE WS-STEP-IDX TO WS-STEP-NO-EDIT
003345     PERFORM 2570-EDIT-STEP-NO THRU 2570-EXIT
003346     MOVE SPACES TO MM-CHAIN-LOG-RECORD
003347
003348     PERFORM 2540-CHECK-PREDECESSORS THRU 2540-EXIT
003349     IF WS-HELD-BY NOT = SPACES
003350         MOVE "H" TO WS-CHAIN-STATE(WS-STEP-IDX)
003351         STRING "STEP "          DELIMITED BY SIZE
003352                WS-STEP-NO-TEXT  DELIMITED BY SPACE
003353                " "              DELIMITED BY SIZE
003354                WS-CHAIN-STEP(WS-STEP-IDX) DELIMITED BY SPACE
003355                " HELD - PREDECESSOR " DELIMITED BY SIZE
003356                WS-HELD-BY       DELIMITED BY SPACE
003357                " NOT COMPLETE"  DELIMITED BY SIZE
003358                INTO MM-CHAIN-LOG-RECORD
003359         END-STRING
003360         WRITE MM-CHAIN-LOG-RECORD
003361         DISPLAY MM-CHAIN-LOG-RECORD
003362         GO TO 2510-EXIT
003363     END-IF
003364
003365     PERFORM 2550-CHECK-RUN-WHEN THRU 2550-EXIT
003366     IF NOT STEP-IS-DUE
003367         MOVE "S" TO WS-CHAIN-STATE(WS-STEP-IDX)
003368         STRING "STEP "          DELIMITED BY SIZE
003369                WS-STEP-NO-TEXT  DELIMITED BY SPACE
003370                " "              DELIMITED BY SIZE
003371                WS-CHAIN-STEP(WS-STEP-IDX) DELIMITED BY SPACE
003372                " SKIPPED - NOT DUE (" DELIMITED BY SIZE
003373                WS-NOT-DUE-REASON DELIMITED BY "  "
003374                ")"              DELIMITED BY SIZE
003375                INTO MM-CHAIN-LOG-RECORD
003376         END-STRING
003377         WRITE MM-CHAIN-LOG-RECORD
003378         DISPLAY MM-CHAIN-LOG-RECORD
003379         GO TO 2510-EXIT
003380     END-IF
003381
003350     MOVE SPACES TO WS-COMMAND
003360     MOVE WS-CHAIN-PROGRAM(WS-STEP-IDX) TO WS-COMMAND
003370     MOVE SPACES TO WS-STEP-LINE
003371     STRING "Running step " DELIMITED BY SIZE
003372            WS-STEP-NO-TEXT DELIMITED BY SPACE
003373            ": "            DELIMITED BY SIZE
003374            WS-COMMAND      DELIMITED BY SPACE
003375            INTO WS-STEP-LINE
003376     END-STRING
003377     DISPLAY WS-STEP-LINE
003380     CALL "SYSTEM" USING WS-COMMAND
003390     COMPUTE WS-STEP-RC = RETURN-CODE / 256
003400*    A STEP KILLED BY A SIGNAL COMES BACK WITH THE SIGNAL IN
003470
003480     MOVE SPACES TO WS-STEP-LINE
003490     STRING "STEP " DELIMITED BY SIZE
003500            WS-STEP-NO-TEXT DELIMITED BY SPACE
003510            " " DELIMITED BY SIZE
003520            WS-CHAIN-STEP(WS-STEP-IDX) DELIMITED BY SIZE
003530            " RC " DELIMITED BY SIZE
003540            WS-STEP-RC DELIMITED BY SIZE
003550            INTO WS-STEP-LINE
003560     END-STRING
003580
003590     IF WS-STEP-RC > WS-CHAIN-MAX-RC(WS-STEP-IDX)
003595         MOVE "F" TO WS-CHAIN-STATE(WS-STEP-IDX)
003600         MOVE "Y" TO WS-CHAIN-SWITCH
003610         IF WS-FAILED-STEP = 0
003613             MOVE WS-STEP-IDX TO WS-FAILED-STEP
003616         END-IF
003620         STRING WS-STEP-LINE              DELIMITED BY SIZE
003630                " *** STEP FAILED ***"    DELIMITED BY SIZE
003640                INTO MM-CHAIN-LOG-RECORD
003650         END-STRING
003660     ELSE
003665         MOVE "O" TO WS-CHAIN-STATE(WS-STEP-IDX)
003670         MOVE WS-STEP-LINE TO MM-CHAIN-LOG-RECORD
003680     END-IF
003690     WRITE MM-CHAIN-LOG-RECORD.
004080*----------------------------------------------------------------
004090* 2700-RESUME-NIGHTLY-CHAIN - READ THE LAST CHAIN LOG, REPORT
004100* THE FAILED STEP AND ITS CONDITION CODE, AND AFTER THE
004110* OPERATOR CONFIRMS THE UNDERLYING PROBLEM IS FIXED RE-RUN
004120* EVERY STEP OF THE DEFINITION THAT NIGHT DID NOT COMPLETE -
004130* THE FAILED STEPS AND THE STEPS THEY HELD - WITH THE RUN
004140* CONDITIONS OF THE NIGHT ITSELF, NOT OF THE MORNING AFTER.
004143* THE RESUMED STEPS ARE APPENDED TO THE SAME CHAINLOG.DAT AS A
004146* CONTINUATION, SO THE NIGHT'S WHOLE STORY STAYS IN ONE PLACE.
004150*----------------------------------------------------------------
004160 2700-RESUME-NIGHTLY-CHAIN.
004170     PERFORM 2710-SCAN-CHAIN-LOG THRU 2710-EXIT
004210         GO TO 2700-EXIT
004220     END-IF
004230
004240     PERFORM 2800-LOAD-CHAIN-DEF THRU 2800-EXIT
004241     IF WS-DEF-ERROR-COUNT > 0
004242         DISPLAY "Chain not resumed."
004243         GO TO 2700-EXIT
004244     END-IF
004245     IF WS-LOGGED-DATE IS NUMERIC
004246         MOVE WS-LOGGED-DATE TO WS-NIGHT-DATE
004247     ELSE
004248         ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD
004249     END-IF
004250     PERFORM 2850-NIGHT-FACTS THRU 2850-EXIT
004251     PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
004252             UNTIL WS-DONE-IDX > WS-DONE-COUNT
004253         MOVE WS-DONE-NAME(WS-DONE-IDX) TO WS-WORK-PRED
004254         PERFORM 2820-FIND-STEP THRU 2820-EXIT
004255         IF WS-FOUND-IDX > 0
004256             MOVE "O" TO WS-CHAIN-STATE(WS-FOUND-IDX)
004257         END-IF
004258     END-PERFORM
004259
004260     MOVE WS-RESUME-STEP TO WS-STEP-NO-EDIT
004261     PERFORM 2570-EDIT-STEP-NO THRU 2570-EXIT
004262     DISPLAY "Last chain halted at step " WS-STEP-NO-TEXT ": "
004250     DISPLAY "  " WS-FAILED-LINE
004260     DISPLAY "Underlying problem fixed - resume from step "
004270             WS-STEP-NO-TEXT " (Y/N)? " WITH NO ADVANCING
004280     ACCEPT WS-RESUME-ANSWER
004290     MOVE FUNCTION UPPER-CASE(WS-RESUME-ANSWER)
004300         TO WS-RESUME-ANSWER
004360     DISPLAY "Enter operator ID for the resumed stream: "
004370         WITH NO ADVANCING
004380     ACCEPT WS-CHAIN-OPERATOR
004381     PERFORM 2580-CHECK-CHAIN-OPERATOR THRU 2580-EXIT
004382     IF NOT OC-AUTHORIZED
004383         DISPLAY "Chain not resumed."
004384         GO TO 2700-EXIT
004385     END-IF
004390
004400     OPEN OUTPUT RUN-CARD-FILE
004410     MOVE SPACES TO RUN-CARD-RECORD
004420     MOVE WS-CHAIN-OPERATOR TO RC-OPERATOR-ID
004430     MOVE "B" TO RC-RUN-MODE
004440     MOVE "N" TO RC-RESTART-ANSWER
004445     PERFORM 2530-LIST-FEEDS THRU 2530-EXIT
004450     WRITE RUN-CARD-RECORD
004460     CLOSE RUN-CARD-FILE
004470
004570            " "              DELIMITED BY SIZE
004580            WS-CHAIN-TIME-HHMMSS DELIMITED BY SIZE
004590            " AT STEP "      DELIMITED BY SIZE
004600            WS-STEP-NO-TEXT  DELIMITED BY SPACE
004610            " OPERATOR "     DELIMITED BY SIZE
004620            WS-CHAIN-OPERATOR DELIMITED BY SIZE
004630            INTO MM-CHAIN-LOG-RECORD
004650     WRITE MM-CHAIN-LOG-RECORD
004660
004670     MOVE "N" TO WS-CHAIN-SWITCH
004680     MOVE 0 TO WS-FAILED-STEP
004690     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
004695             UNTIL WS-STEP-IDX > WS-STEP-COUNT
004700         PERFORM 2510-RUN-ONE-STEP THRU 2510-EXIT
004710     END-PERFORM
004720
004730     MOVE SPACES TO MM-CHAIN-LOG-RECORD
004740     IF CHAIN-HAS-FAILED
004743         MOVE WS-FAILED-STEP TO WS-STEP-NO-EDIT
004746         PERFORM 2570-EDIT-STEP-NO THRU 2570-EXIT
004750         STRING "CHAIN HALTED AT STEP " DELIMITED BY SIZE
004760                WS-STEP-NO-TEXT         DELIMITED BY SPACE
004770                " ("                    DELIMITED BY SIZE
004780                WS-CHAIN-STEP(WS-FAILED-STEP) DELIMITED BY SPACE
004790                ") - DEPENDENT STEPS NOT RUN" DELIMITED BY SIZE
004800                INTO MM-CHAIN-LOG-RECORD
004810         END-STRING
004820         WRITE MM-CHAIN-LOG-RECORD
004990
005000*----------------------------------------------------------------
005010* 2710-SCAN-CHAIN-LOG - WALK THE LOG FRONT TO BACK SO THE MOST
005020* RECENT OUTCOME WINS: A CHAIN HEADER STARTS THE NIGHT AFRESH
005030* AND GIVES ITS DATE, A HALT LINE SETS THE RESUME STEP, A
005040* COMPLETE LINE CLEARS IT, EVERY STEP THAT RAN CLEAN OR WAS
005043* SKIPPED AS NOT DUE GOES ON THE COMPLETED LIST, AND THE LAST
005046* FAILED STEP'S LINE IS KEPT SO ITS CONDITION CODE CAN BE SHOWN.
005050*----------------------------------------------------------------
005060 2710-SCAN-CHAIN-LOG.
005070     MOVE 0 TO WS-RESUME-STEP WS-DONE-COUNT
005080     MOVE SPACES TO WS-FAILED-LINE WS-LOGGED-DATE
005090     OPEN INPUT MM-CHAIN-LOG-FILE
005100     IF NOT CHAINLOG-OK
005110         GO TO 2710-EXIT
005150     END-READ
005160     PERFORM UNTIL CHAINLOG-EOF
005170         EVALUATE TRUE
005172             WHEN MM-CHAIN-LOG-RECORD(1:14) = "NIGHTLY CHAIN "
005174                 MOVE MM-CHAIN-LOG-RECORD(15:8) TO WS-LOGGED-DATE
005176                 MOVE 0 TO WS-RESUME-STEP WS-DONE-COUNT
005178                 MOVE SPACES TO WS-FAILED-LINE
005180             WHEN MM-CHAIN-LOG-RECORD(1:21)
005190                     = "CHAIN HALTED AT STEP "
005200                 MOVE SPACES TO WS-HALT-STEP-X
005210                 UNSTRING MM-CHAIN-LOG-RECORD(22:2)
005220                     DELIMITED BY SPACE
005221                     INTO WS-HALT-STEP-X
005222                 END-UNSTRING
005223                 INSPECT WS-HALT-STEP-X
005224                     REPLACING LEADING SPACE BY ZERO
005225                 IF WS-HALT-STEP-X IS NUMERIC
005226                     MOVE WS-HALT-STEP-X TO WS-RESUME-STEP
005227                 END-IF
005230             WHEN MM-CHAIN-LOG-RECORD(1:14)
005240                     = "CHAIN COMPLETE"
005250                 MOVE 0 TO WS-RESUME-STEP
005260             WHEN MM-CHAIN-LOG-RECORD(1:5) = "STEP "
005270                 AND MM-CHAIN-LOG-RECORD(6:1) IS NUMERIC
005280                 PERFORM 2720-TAKE-STEP-LINE THRU 2720-EXIT
005290         END-EVALUATE
005300         READ MM-CHAIN-LOG-FILE
005310             AT END SET CHAINLOG-EOF TO TRUE
005340     CLOSE MM-CHAIN-LOG-FILE.
005350 2710-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* 2720-TAKE-STEP-LINE - SORT ONE LOGGED STEP LINE: CLEAN RUNS
005400* AND NOT-DUE SKIPS ARE COMPLETE; A FAILED RUN IS REMEMBERED
005410* FOR THE OPERATOR; A HELD STEP IS SIMPLY STILL OWED.
005420*----------------------------------------------------------------
005430 2720-TAKE-STEP-LINE.
005440     MOVE SPACES TO WS-LOG-WORD-1 WS-LOG-STEP-NO WS-LOG-STEP-NAME
005450                    WS-LOG-WORD-4 WS-LOG-RC WS-LOG-WORD-6
005460     UNSTRING MM-CHAIN-LOG-RECORD DELIMITED BY ALL SPACE
005470         INTO WS-LOG-WORD-1 WS-LOG-STEP-NO WS-LOG-STEP-NAME
005480              WS-LOG-WORD-4 WS-LOG-RC WS-LOG-WORD-6
005490     END-UNSTRING
005500     EVALUATE TRUE
005510         WHEN WS-LOG-WORD-4 = "RC" AND WS-LOG-WORD-6 = SPACES
005520             PERFORM 2730-ADD-DONE THRU 2730-EXIT
005530         WHEN WS-LOG-WORD-4 = "SKIPPED"
005540             PERFORM 2730-ADD-DONE THRU 2730-EXIT
005550         WHEN WS-LOG-WORD-4 = "RC"
005560             MOVE MM-CHAIN-LOG-RECORD TO WS-FAILED-LINE
005570     END-EVALUATE.
005580 2720-EXIT.
005590     EXIT.
005600
005610 2730-ADD-DONE.
005620     IF WS-DONE-COUNT < 30
005630         ADD 1 TO WS-DONE-COUNT
005640         MOVE WS-LOG-STEP-NAME TO WS-DONE-NAME(WS-DONE-COUNT)
005650     END-IF.
005660 2730-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 2540-CHECK-PREDECESSORS - NAME THE FIRST PREDECESSOR OF THE
005710* CURRENT STEP THAT FAILED OR WAS ITSELF HELD (SPACES = ALL
005720* CLEAR).  A PREDECESSOR SKIPPED AS NOT DUE COUNTS AS COMPLETE.
005730*----------------------------------------------------------------
005740 2540-CHECK-PREDECESSORS.
005750     MOVE SPACES TO WS-HELD-BY
005760     PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
005770             UNTIL WS-PRED-IDX > 4 OR WS-HELD-BY NOT = SPACES
005780         MOVE WS-CHAIN-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
005790             TO WS-LOOK-IDX
005800         IF WS-LOOK-IDX > 0
005810             IF WS-CHAIN-STATE(WS-LOOK-IDX) = "F" OR "H"
005820                 MOVE WS-CHAIN-STEP(WS-LOOK-IDX) TO WS-HELD-BY
005830             END-IF
005840         END-IF
005850     END-PERFORM.
005860 2540-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* 2550-CHECK-RUN-WHEN - IS THE CURRENT STEP DUE ON THE NIGHT?
005910* IF NOT, SAY WHICH CONDITION KEPT IT OUT.
005920*----------------------------------------------------------------
005930 2550-CHECK-RUN-WHEN.
005940     MOVE "Y" TO WS-DUE-SWITCH
005950     MOVE SPACES TO WS-NOT-DUE-REASON
005960     EVALUATE WS-CHAIN-RUN-WHEN(WS-STEP-IDX)
005970         WHEN "B"
005980             IF NOT NIGHT-IS-BUSINESS
005990                 MOVE "N" TO WS-DUE-SWITCH
006000                 MOVE "BUSINESS DAYS" TO WS-NOT-DUE-REASON
006010             END-IF
006020         WHEN "M"
006030             IF NOT NIGHT-IS-MONTH-END
006040                 MOVE "N" TO WS-DUE-SWITCH
006050                 MOVE "MONTH-END" TO WS-NOT-DUE-REASON
006060             END-IF
006070         WHEN "W"
006080             IF WS-CHAIN-RUN-DAY(WS-STEP-IDX) NOT = WS-NIGHT-DOW-X
006090                 MOVE "N" TO WS-DUE-SWITCH
006100                 STRING "WEEKDAY "   DELIMITED BY SIZE
006110                        WS-CHAIN-RUN-DAY(WS-STEP-IDX)
006120                                     DELIMITED BY SIZE
006130                        INTO WS-NOT-DUE-REASON
006140                 END-STRING
006150             END-IF
006160     END-EVALUATE.
006170 2550-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 2570-EDIT-STEP-NO - STEP NUMBER IN WS-STEP-NO-EDIT AS TEXT
006220* WITH NO LEADING ZERO, FOR THE LOG AND THE CONSOLE.
006230*----------------------------------------------------------------
006240 2570-EDIT-STEP-NO.
006250     IF WS-STEP-NO-EDIT < 10
006260         MOVE WS-STEP-NO-X(2:1) TO WS-STEP-NO-TEXT
006270     ELSE
006280         MOVE WS-STEP-NO-X TO WS-STEP-NO-TEXT
006290     END-IF.
006300 2570-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340* 2580-CHECK-CHAIN-OPERATOR - EVERY STEP RUNS UNDER THE STREAM
006350* OPERATOR'S ID, SO AN OPERATOR WITHOUT BATCH AUTHORITY IS
006360* TURNED AWAY HERE, BEFORE THE RUN CARD IS WRITTEN, RATHER THAN
006370* BY EACH STEP IN TURN.  OPERCHK TELLS THE OPERATOR AND LOGS
006380* THE REFUSAL UNDER THE MENU'S NAME.
006390*----------------------------------------------------------------
006400 2580-CHECK-CHAIN-OPERATOR.
006410     ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
006420     ACCEPT WS-CHAIN-TIME FROM TIME
006430     MOVE SPACES TO WS-OPERATOR-CHECK
006440     MOVE "MAINMENU"        TO OC-PROGRAM-NAME
006450     STRING WS-CHAIN-DATE DELIMITED BY SIZE
006460            WS-CHAIN-TIME DELIMITED BY SIZE
006470            INTO OC-RUN-ID
006480     END-STRING
006490     MOVE WS-CHAIN-OPERATOR TO OC-OPERATOR-ID
006500     MOVE "B"               TO OC-RUN-MODE
006510     MOVE "B"               TO OC-FUNCTION-GROUP
006520     CALL "OPERCHK" USING WS-OPERATOR-CHECK.
006530 2580-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570* 2800-LOAD-CHAIN-DEF - LOAD THE STEP TABLE FROM CHAINDEF.DAT,
006580* OR FROM THE STANDARD CHAIN WHEN THERE IS NO SUCH FILE.  EVERY
006590* BAD LINE IS REPORTED AND COUNTED; ANY ERROR KEEPS THE CHAIN
006600* FROM RUNNING, SINCE A HALF-UNDERSTOOD DEFINITION COULD RUN A
006610* STEP AHEAD OF ITS INPUTS.
006620*----------------------------------------------------------------
006630 2800-LOAD-CHAIN-DEF.
006640     MOVE 0 TO WS-STEP-COUNT WS-DEF-ERROR-COUNT
006650     INITIALIZE WS-CHAIN-STEP-TABLE
006660     OPEN INPUT CHAIN-DEF-FILE
006670     IF NOT CHAINDEF-OK
006680         PERFORM 2830-LOAD-STANDARD-CHAIN THRU 2830-EXIT
006690         GO TO 2800-EXIT
006700     END-IF
006710     MOVE "CHAINDEF.DAT" TO WS-CHAIN-SOURCE
006720     READ CHAIN-DEF-FILE
006730         AT END SET CHAINDEF-EOF TO TRUE
006740     END-READ
006750     PERFORM UNTIL CHAINDEF-EOF
006760         IF CHAIN-DEF-RECORD NOT = SPACES
006770             AND CHAIN-DEF-RECORD(1:1) NOT = "*"
006780             PERFORM 2810-TAKE-DEF-STEP THRU 2810-EXIT
006790         END-IF
006800         READ CHAIN-DEF-FILE
006810             AT END SET CHAINDEF-EOF TO TRUE
006820         END-READ
006830     END-PERFORM
006840     CLOSE CHAIN-DEF-FILE
006850     IF WS-STEP-COUNT = 0
006860         DISPLAY "CHAINDEF.DAT defines no steps."
006870         ADD 1 TO WS-DEF-ERROR-COUNT
006880     END-IF
006890     IF WS-DEF-ERROR-COUNT > 0
006900         DISPLAY "Chain definition has " WS-DEF-ERROR-COUNT
006910                 " error(s) - correct CHAINDEF.DAT first."
006920     END-IF.
006930 2800-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970* 2810-TAKE-DEF-STEP - CHECK ONE DEFINITION LINE AND ADD IT AS
006980* THE NEXT STEP.  PREDECESSORS ARE RESOLVED TO TABLE POSITIONS
006990* HERE, SO A NAME NOT ALREADY IN THE TABLE - MISSPELT, LATER IN
007000* THE FILE, OR THE STEP ITSELF - IS AN ERROR AND NO LOOP CAN
007010* EVER BE DEFINED.
007020*----------------------------------------------------------------
007030 2810-TAKE-DEF-STEP.
007040     IF WS-STEP-COUNT = 30
007050         MOVE "MORE THAN 30 STEPS" TO WS-DEF-PROBLEM
007060         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007070         GO TO 2810-EXIT
007080     END-IF
007090     IF CD-STEP-NAME = SPACES
007100         MOVE "NO STEP NAME" TO WS-DEF-PROBLEM
007110         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007120         GO TO 2810-EXIT
007130     END-IF
007140     MOVE CD-STEP-NAME TO WS-WORK-PRED
007150     PERFORM 2820-FIND-STEP THRU 2820-EXIT
007160     IF WS-FOUND-IDX > 0
007170         MOVE "STEP DEFINED TWICE" TO WS-DEF-PROBLEM
007180         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007190         GO TO 2810-EXIT
007200     END-IF
007210     IF CD-MAX-RC IS NOT NUMERIC
007220         MOVE "HIGHEST CODE NOT NUMERIC" TO WS-DEF-PROBLEM
007230         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007240         GO TO 2810-EXIT
007250     END-IF
007260     IF NOT CD-RUN-DAILY AND NOT CD-RUN-BUSINESS
007270         AND NOT CD-RUN-MONTH-END AND NOT CD-RUN-WEEKDAY
007280         MOVE "RUN CONDITION NOT D, B, M OR W" TO WS-DEF-PROBLEM
007290         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007300         GO TO 2810-EXIT
007310     END-IF
007320     IF CD-RUN-WEEKDAY
007330         AND (CD-RUN-DAY < "1" OR CD-RUN-DAY > "7")
007340         MOVE "WEEKDAY NOT 1 (MON) TO 7 (SUN)" TO WS-DEF-PROBLEM
007350         PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007360         GO TO 2810-EXIT
007370     END-IF
007380
007390     COMPUTE WS-STEP-IDX = WS-STEP-COUNT + 1
007400     PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
007410             UNTIL WS-PRED-IDX > 4
007420         MOVE 0 TO WS-CHAIN-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
007430         IF CD-PREDECESSOR(WS-PRED-IDX) NOT = SPACES
007440             MOVE CD-PREDECESSOR(WS-PRED-IDX) TO WS-WORK-PRED
007450             PERFORM 2820-FIND-STEP THRU 2820-EXIT
007460             IF WS-FOUND-IDX = 0
007470                 MOVE SPACES TO WS-DEF-PROBLEM
007480                 STRING "PREDECESSOR " DELIMITED BY SIZE
007490                        WS-WORK-PRED   DELIMITED BY "  "
007500                        " NOT DEFINED EARLIER"
007510                                       DELIMITED BY SIZE
007520                        INTO WS-DEF-PROBLEM
007530                 END-STRING
007540                 PERFORM 2890-DEF-ERROR THRU 2890-EXIT
007550             ELSE
007560                 MOVE WS-FOUND-IDX TO
007570                     WS-CHAIN-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
007580             END-IF
007590         END-IF
007600     END-PERFORM
007610
007620     MOVE CD-STEP-NAME     TO WS-CHAIN-STEP(WS-STEP-IDX)
007630     IF CD-PROGRAM = SPACES
007640         MOVE CD-STEP-NAME TO WS-CHAIN-PROGRAM(WS-STEP-IDX)
007650     ELSE
007660         MOVE CD-PROGRAM   TO WS-CHAIN-PROGRAM(WS-STEP-IDX)
007670     END-IF
007680     MOVE CD-MAX-RC        TO WS-CHAIN-MAX-RC(WS-STEP-IDX)
007690     MOVE CD-RUN-WHEN      TO WS-CHAIN-RUN-WHEN(WS-STEP-IDX)
007700     MOVE CD-RUN-DAY       TO WS-CHAIN-RUN-DAY(WS-STEP-IDX)
007710     MOVE CD-DESCRIPTION   TO WS-CHAIN-DESC(WS-STEP-IDX)
007720     MOVE SPACE            TO WS-CHAIN-STATE(WS-STEP-IDX)
007730     MOVE WS-STEP-IDX      TO WS-STEP-COUNT.
007740 2810-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 2820-FIND-STEP - TABLE POSITION OF THE STEP NAMED IN
007790* WS-WORK-PRED AMONG THOSE LOADED SO FAR (0 = NOT THERE).
007800*----------------------------------------------------------------
007810 2820-FIND-STEP.
007820     MOVE 0 TO WS-FOUND-IDX
007830     PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
007840             UNTIL WS-LOOK-IDX > WS-STEP-COUNT
007850                OR WS-FOUND-IDX > 0
007860         IF WS-CHAIN-STEP(WS-LOOK-IDX) = WS-WORK-PRED
007870             MOVE WS-LOOK-IDX TO WS-FOUND-IDX
007880         END-IF
007890     END-PERFORM.
007900 2820-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------
007940* 2830-LOAD-STANDARD-CHAIN - BUILD THE STEP TABLE FROM THE
007950* STANDARD CHAIN IN WORKING-STORAGE.  EACH STEP RUNS THE
007960* PROGRAM OF THE SAME NAME.
007970*----------------------------------------------------------------
007980 2830-LOAD-STANDARD-CHAIN.
007990     MOVE "STANDARD" TO WS-CHAIN-SOURCE
008000     PERFORM VARYING WS-STD-IDX FROM 1 BY 1
008010             UNTIL WS-STD-IDX > WS-STD-COUNT
008020         COMPUTE WS-STEP-IDX = WS-STEP-COUNT + 1
008030         MOVE WS-STD-STEP(WS-STD-IDX)
008040             TO WS-CHAIN-STEP(WS-STEP-IDX)
008050                WS-CHAIN-PROGRAM(WS-STEP-IDX)
008060         MOVE WS-STD-MAX-RC(WS-STD-IDX)
008070             TO WS-CHAIN-MAX-RC(WS-STEP-IDX)
008080         MOVE WS-STD-RUN-WHEN(WS-STD-IDX)
008090             TO WS-CHAIN-RUN-WHEN(WS-STEP-IDX)
008100         MOVE WS-STD-RUN-DAY(WS-STD-IDX)
008110             TO WS-CHAIN-RUN-DAY(WS-STEP-IDX)
008120         PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
008130                 UNTIL WS-PRED-IDX > 2
008140             MOVE WS-STD-PRED(WS-STD-IDX, WS-PRED-IDX)
008150                 TO WS-WORK-PRED
008160             PERFORM 2820-FIND-STEP THRU 2820-EXIT
008170             MOVE WS-FOUND-IDX
008180                 TO WS-CHAIN-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
008190         END-PERFORM
008200         MOVE WS-STEP-IDX TO WS-STEP-COUNT
008210     END-PERFORM.
008220 2830-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260* 2850-NIGHT-FACTS - DAY OF WEEK, BUSINESS DAY AND MONTH-END FOR
008270* WS-NIGHT-DATE.  DAY 1 OF THE INTEGER CALENDAR (1 JAN 1601) WAS
008280* A MONDAY.  THE NIGHT IS MONTH-END WHEN IT IS A BUSINESS DAY
008290* AND NO LATER DAY OF ITS MONTH IS ONE.
008300*----------------------------------------------------------------
008310 2850-NIGHT-FACTS.
008320     PERFORM 2860-LOAD-CALENDAR THRU 2860-EXIT
008330     MOVE WS-NIGHT-DATE TO WS-TEST-DATE
008340     PERFORM 2870-TEST-BUSINESS-DAY THRU 2870-EXIT
008350     MOVE WS-TEST-DOW TO WS-NIGHT-DOW
008360     MOVE WS-TEST-SWITCH TO WS-NIGHT-BUSINESS
008370     MOVE "N" TO WS-NIGHT-MONTH-END
008380     IF NIGHT-IS-BUSINESS
008390         MOVE "Y" TO WS-NIGHT-MONTH-END
008400         COMPUTE WS-TEST-DAY =
008410             FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) + 1
008420         COMPUTE WS-TEST-DATE =
008430             FUNCTION DATE-OF-INTEGER(WS-TEST-DAY)
008440         PERFORM UNTIL WS-TEST-DATE-X(5:2)
008450                           NOT = WS-NIGHT-DATE-X(5:2)
008460                    OR NOT NIGHT-IS-MONTH-END
008470             PERFORM 2870-TEST-BUSINESS-DAY THRU 2870-EXIT
008480             IF TEST-IS-BUSINESS
008490                 MOVE "N" TO WS-NIGHT-MONTH-END
008500             END-IF
008510             ADD 1 TO WS-TEST-DAY
008520             COMPUTE WS-TEST-DATE =
008530                 FUNCTION DATE-OF-INTEGER(WS-TEST-DAY)
008540         END-PERFORM
008550     END-IF.
008560 2850-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600* 2860-LOAD-CALENDAR - HOLD HOLCAL.DAT IN STORAGE FOR THE
008610* BUSINESS-DAY TESTS.  NO FILE MEANS NO HOLIDAYS.
008620*----------------------------------------------------------------
008630 2860-LOAD-CALENDAR.
008640     MOVE 0 TO WS-HOLIDAY-COUNT
008650     OPEN INPUT MM-CALENDAR-FILE
008660     IF NOT CALENDAR-OK
008670         GO TO 2860-EXIT
008680     END-IF
008690     READ MM-CALENDAR-FILE
008700         AT END SET CALENDAR-EOF TO TRUE
008710     END-READ
008720     PERFORM UNTIL CALENDAR-EOF OR WS-HOLIDAY-COUNT = 400
008730         IF CAL-DATE IS NUMERIC
008740             ADD 1 TO WS-HOLIDAY-COUNT
008750             MOVE CAL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
008760         END-IF
008770         READ MM-CALENDAR-FILE
008780             AT END SET CALENDAR-EOF TO TRUE
008790         END-READ
008800     END-PERFORM
008810     CLOSE MM-CALENDAR-FILE.
008820 2860-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860* 2870-TEST-BUSINESS-DAY - DAY OF WEEK OF WS-TEST-DATE, AND
008870* WHETHER IT IS A BUSINESS DAY (MONDAY TO FRIDAY, NOT A
008880* DECLARED NON-PROCESSING DATE).
008890*----------------------------------------------------------------
008900 2870-TEST-BUSINESS-DAY.
008910     COMPUTE WS-TEST-DOW = FUNCTION MOD
008920         (FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1, 7) + 1
008930     MOVE "N" TO WS-TEST-SWITCH
008940     IF WS-TEST-DOW < 6
008950         MOVE "Y" TO WS-TEST-SWITCH
008960         PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
008970                 UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
008980             IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-TEST-DATE-X
008990                 MOVE "N" TO WS-TEST-SWITCH
009000             END-IF
009010         END-PERFORM
009020     END-IF.
009030 2870-EXIT.
009040     EXIT.
009050
009060 2890-DEF-ERROR.
009070     ADD 1 TO WS-DEF-ERROR-COUNT
009080     DISPLAY "CHAINDEF.DAT " CD-STEP-NAME ": " WS-DEF-PROBLEM.
009090 2890-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 2900-SHOW-CHAIN - LIST THE CHAIN DEFINITION THE NEXT NIGHTLY
009140* RUN WILL USE, WITH EACH STEP'S PROGRAM, HIGHEST ACCEPTABLE
009150* CODE, RUN CONDITION, PREDECESSORS, AND WHETHER IT IS DUE
009160* TONIGHT.  NOTHING IS RUN.
009170*----------------------------------------------------------------
009180 2900-SHOW-CHAIN.
009190     PERFORM 2800-LOAD-CHAIN-DEF THRU 2800-EXIT
009200     ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD
009210     PERFORM 2850-NIGHT-FACTS THRU 2850-EXIT
009220     DISPLAY " "
009230     DISPLAY "Chain definition: " WS-CHAIN-SOURCE
009240             "  steps: " WS-STEP-COUNT
009250     DISPLAY "Tonight " WS-NIGHT-DATE "  weekday " WS-NIGHT-DOW
009260             "  business day " WS-NIGHT-BUSINESS
009270             "  month-end " WS-NIGHT-MONTH-END
009280     IF WS-DEF-ERROR-COUNT > 0
009290         DISPLAY "*** DEFINITION HAS ERRORS - THE CHAIN WILL "
009300                 "NOT RUN ***"
009310     END-IF
009320     DISPLAY "NO STEP       PROGRAM    RC RUN TONIGHT"
009330             "                  AFTER"
009340     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
009350             UNTIL WS-STEP-IDX > WS-STEP-COUNT
009360         PERFORM 2910-SHOW-ONE-STEP THRU 2910-EXIT
009370     END-PERFORM.
009380 2900-EXIT.
009390     EXIT.
009400
009410 2910-SHOW-ONE-STEP.
009420     MOVE SPACES TO WS-SHOW-LINE
009430     MOVE WS-STEP-IDX TO WS-SHOW-NO
009440     MOVE WS-CHAIN-STEP(WS-STEP-IDX) TO WS-SHOW-STEP
009450     MOVE WS-CHAIN-PROGRAM(WS-STEP-IDX) TO WS-SHOW-PROGRAM
009460     MOVE WS-CHAIN-MAX-RC(WS-STEP-IDX) TO WS-SHOW-MAX-RC
009470     MOVE WS-CHAIN-RUN-WHEN(WS-STEP-IDX) TO WS-SHOW-WHEN
009480     MOVE WS-CHAIN-RUN-DAY(WS-STEP-IDX) TO WS-SHOW-DAY
009490     PERFORM 2550-CHECK-RUN-WHEN THRU 2550-EXIT
009500     IF STEP-IS-DUE
009510         MOVE "DUE" TO WS-SHOW-DUE
009520     ELSE
009530         STRING "NOT DUE ("        DELIMITED BY SIZE
009540                WS-NOT-DUE-REASON  DELIMITED BY "  "
009550                ")"                DELIMITED BY SIZE
009560                INTO WS-SHOW-DUE
009570         END-STRING
009580     END-IF
009590     MOVE 1 TO WS-SHOW-PTR
009600     PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
009610             UNTIL WS-PRED-IDX > 4
009620         MOVE WS-CHAIN-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
009630             TO WS-LOOK-IDX
009640         IF WS-LOOK-IDX > 0
009650             STRING WS-CHAIN-STEP(WS-LOOK-IDX) DELIMITED BY SPACE
009660                    " "                        DELIMITED BY SIZE
009670                    INTO WS-SHOW-AFTER
009680                    WITH POINTER WS-SHOW-PTR
009690             END-STRING
009700         END-IF
009710     END-PERFORM
009720     DISPLAY WS-SHOW-LINE
009730     IF WS-CHAIN-DESC(WS-STEP-IDX) NOT = SPACES
009740         DISPLAY "   " WS-CHAIN-DESC(WS-STEP-IDX)
009750     END-IF.
009760 2910-EXIT.
009770     EXIT.
