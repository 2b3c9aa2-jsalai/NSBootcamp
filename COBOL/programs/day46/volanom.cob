000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VOLANOM.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  NIGHTLY VOLUME ANOMALY
000110*                  CHECK.  READS THE RUN-METRICS HISTORY
000120*                  (RUNMETR.DAT) AND, FOR EVERY JOB AND EVERY
000130*                  FEED A JOB REPORTS SEPARATELY, COMPARES
000140*                  TONIGHT'S RECORDS READ, RECORDS WRITTEN,
000150*                  EXCEPTIONS AND TOTAL AMOUNT WITH THE SAME
000160*                  FIGURES OVER THE LAST 20 BUSINESS DAYS
000170*                  (STATCALC).  A FIGURE MORE THAN THE SET
000180*                  NUMBER OF STANDARD DEVIATIONS FROM ITS MEAN
000190*                  IS FLAGGED AND THE RUN ENDS WITH CODE 4, SO
000200*                  A SHORT OR SWOLLEN FEED IS SEEN BEFORE THE
000210*                  GL EXTRACT SENDS THE POSTINGS OUT.
000211* 10/15/2026  RH   TONIGHT IS NOW TAKEN FROM THE START OF THE
000212*                  CURRENT NIGHTLY CHAIN (CHAINLOG.DAT).  A JOB
000213*                  WHOSE LATEST RUN STARTED BEFORE IT, SUCH AS
000214*                  ONE THAT RUNS LATER IN THE CHAIN, IS LISTED
000215*                  AS NOT RUN TONIGHT AND IS NOT MEASURED, SO
000216*                  LAST NIGHT'S FIGURES ARE NOT FLAGGED AGAIN.
000217*                  WITH NO CURRENT CHAIN, TONIGHT IS A RUN
000218*                  DATED TODAY.
000219* 10/15/2026  RH   A CONSOLE RUN IS CHECKED AND LOGGED AS MODE I,
000220*                  A RUN-CARD RUN AS MODE B, AS THE OTHER JOBS DO.
000221*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT VA-PARM-FILE ASSIGN TO "ANOMPARM.DAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-STATUS.
000300     SELECT VA-CALENDAR-FILE ASSIGN TO "HOLCAL.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CALENDAR-STATUS.
000330     SELECT VA-REPORT-FILE ASSIGN TO "ANOMRPT.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.
000352     SELECT VA-CHAIN-LOG-FILE ASSIGN TO "CHAINLOG.DAT"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-CHAINLOG-STATUS.
000360     COPY METRSEL.
000370     COPY AUDITSEL.
000380     COPY RUNCSEL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*    HAND-EDITED CONTROL RECORD: THE DEVIATION LIMIT IN STANDARD
000430*    DEVIATIONS (ONE DECIMAL, 030 = 3.0), HOW MANY BUSINESS DAYS
000440*    OF HISTORY TO MEASURE AGAINST (02-40) AND THE FEWEST DAYS
000450*    ON FILE BEFORE A JOB IS MEASURED AT ALL.  A MISSING FILE OR
000460*    A BAD FIELD LEAVES THAT SETTING AT ITS DEFAULT.
000470 FD  VA-PARM-FILE.
000480 01  VA-PARM-RECORD.
000490     05  AP-SIGMA-LIMIT      PIC 9(02)V9.
000500     05  FILLER              PIC X(01).
000510     05  AP-HISTORY-DAYS     PIC 9(02).
000520     05  FILLER              PIC X(01).
000530     05  AP-MIN-HISTORY      PIC 9(02).
000540
000550 FD  VA-CALENDAR-FILE.
000560 01  VA-CALENDAR-RECORD.
000570     05  CAL-DATE            PIC X(08).
000580
000590 FD  VA-REPORT-FILE.
000600 01  VA-REPORT-RECORD        PIC X(132).
000610
000611*    THE NIGHTLY CHAIN'S STEP LOG.  ONLY ITS "NIGHTLY CHAIN" LINE,
000612*    WRITTEN WHEN THE CHAIN STARTS, IS USED HERE.
000613 FD  VA-CHAIN-LOG-FILE.
000614 01  VA-CHAIN-LOG-RECORD.
000615     05  CL-TAG              PIC X(14).
000616     05  CL-DATE             PIC X(08).
000617     05  FILLER              PIC X(01).
000618     05  CL-TIME             PIC X(06).
000619     05  FILLER              PIC X(51).
000620
000621 FD  RUN-METRICS-FILE.
000630     COPY RUNMETR.
000640
000650 FD  AUDIT-LOG-FILE.
000660     COPY AUDITLOG.
000670
000680 FD  RUN-CARD-FILE.
000690     COPY RUNCARD.
000700
000710 WORKING-STORAGE SECTION.
000720     COPY RUNHDR.
000730     COPY OPERLINK.
000740     COPY STATLINK.
000750 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000760     88  AUDIT-OK                    VALUE "00".
000770 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000780     88  RUNCARD-OK                  VALUE "00".
000790 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000800     88  RUNCARD-PRESENT             VALUE "Y".
000810 01  WS-PARM-STATUS          PIC XX  VALUE SPACES.
000820     88  PARM-OK                     VALUE "00".
000830 01  WS-CALENDAR-STATUS      PIC XX  VALUE SPACES.
000840     88  CALENDAR-OK                 VALUE "00".
000850     88  CALENDAR-EOF                VALUE "10".
000860 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
000870     88  REPORT-OK                   VALUE "00".
000880 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
000890     88  METRICS-OK                  VALUE "00".
000900     88  METRICS-EOF                 VALUE "10".
000902 01  WS-CHAINLOG-STATUS      PIC XX  VALUE SPACES.
000904     88  CHAINLOG-OK                 VALUE "00".
000906     88  CHAINLOG-EOF                VALUE "10".
000910
000920*----------------------------------------------------------------
000930* COMPLETION STATUS FOR THE STRUCTURED AUDIT ENTRY AND THE
000940* SHOP-STANDARD CONDITION CODE: 0 = NOTHING OUT OF LINE,
000950* 4 = ONE OR MORE FIGURES FLAGGED, 12 = NO METRICS HISTORY.
000960*----------------------------------------------------------------
000970 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000980 01  WS-END-TIME.
000990     05  WS-END-TIME-HHMMSS  PIC 9(6).
001000     05  FILLER              PIC 99.
001010 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001020 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001030 01  WS-COND-CODE            PIC 99     VALUE 0.
001040
001050*----------------------------------------------------------------
001060* CHECK CONTROLS.  DEFAULTS: 3.0 STANDARD DEVIATIONS, THE LAST
001070* 20 BUSINESS DAYS, AND AT LEAST 5 OF THEM ON FILE.  AT THE
001080* CONSOLE THE OPERATOR MAY TRY ANOTHER LIMIT FOR THE ONE RUN.
001090*----------------------------------------------------------------
001100 01  WS-SIGMA-LIMIT          PIC 9(02)V9  VALUE 3.0.
001110 01  WS-HISTORY-DAYS         PIC 9(02)    VALUE 20.
001120 01  WS-MIN-HISTORY          PIC 9(02)    VALUE 05.
001130 01  WS-LIMIT-INPUT          PIC X(04)    VALUE SPACES.
001140
001150*----------------------------------------------------------------
001160* THE NON-PROCESSING CALENDAR.  ONLY BUSINESS DAYS (MONDAY TO
001170* FRIDAY, NOT ON HOLCAL.DAT) COUNT AS HISTORY, SO A QUIET
001180* WEEKEND RUN DOES NOT DRAG THE NORMAL LEVEL DOWN.
001190*----------------------------------------------------------------
001200 01  WS-HOLIDAY-COUNT        PIC 9(3)   VALUE 0.
001210 01  WS-HOLIDAY-TABLE.
001220     05  WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
001230 01  WS-HOL-IDX              PIC 9(3)   VALUE 0.
001240 01  WS-HOLIDAY-SWITCH       PIC X      VALUE "N".
001250     88  DAY-IS-HOLIDAY                 VALUE "Y".
001260 01  WS-BUSINESS-SWITCH      PIC X      VALUE "N".
001270     88  DATE-IS-BUSINESS-DAY           VALUE "Y".
001280 01  WS-DAY-OF-WEEK          PIC 9      VALUE 0.
001290 01  WS-TEST-DATE            PIC 9(08)  VALUE 0.
001300 01  WS-TEST-INT             PIC 9(08)  VALUE 0.
001310 01  WS-RUN-DATE-N           PIC 9(08)  VALUE 0.
001320 01  WS-RUN-INT              PIC 9(08)  VALUE 0.
001330
001331*----------------------------------------------------------------
001332* TONIGHT BEGINS AT THE START OF THE CURRENT NIGHTLY CHAIN (DATE
001333* AND HHMMSS, AS ON CHAINLOG.DAT), OR AT MIDNIGHT TODAY WHEN NO
001334* CHAIN STARTED TODAY OR YESTERDAY.  A JOB'S LATEST RUN IS HELD
001335* THE SAME WAY SO THE TWO COMPARE AS ONE FIELD.
001336*----------------------------------------------------------------
001337 01  WS-NIGHT-START.
001338     05  WS-NIGHT-START-DATE PIC 9(08)  VALUE 0.
001339     05  WS-NIGHT-START-TIME PIC X(06)  VALUE "000000".
001340 01  WS-LAST-RUN.
001341     05  WS-LAST-RUN-DATE    PIC 9(08)  VALUE 0.
001342     05  WS-LAST-RUN-TIME    PIC X(06)  VALUE SPACES.
001343 01  WS-CHAIN-DATE           PIC 9(08)  VALUE 0.
001344 01  WS-CHAIN-INT            PIC 9(08)  VALUE 0.
001345 01  WS-CHAIN-TIME           PIC X(06)  VALUE SPACES.
001346
001347*----------------------------------------------------------------
001350* ONE ROW PER JOB AND FEED (A JOB'S UNTAGGED RUN-TOTAL RECORD IS
001360* ITS OWN ROW, BLANK FEED), EACH WITH ITS RECENT DAYS IN
001370* ASCENDING DATE ORDER, LAST RECORD PER DATE WINS (A RERUN THE
001380* SAME DAY SUPERSEDES THE EARLIER RUN).  WHEN A ROW'S DAYS ARE
001390* FULL THE OLDEST DAY SLIDES OUT; SIXTY DAYS OF RUNS COVER THE
001400* DEFAULT 20 BUSINESS DAYS MANY TIMES OVER.
001410*----------------------------------------------------------------
001420 01  WS-JOB-COUNT            PIC 9(3)   VALUE 0.
001430 01  WS-JOB-TABLE.
001440     05  WS-JOB-ENTRY OCCURS 40 TIMES.
001450         10  WS-JOB-PROGRAM      PIC X(08).
001460         10  WS-JOB-FEED         PIC X(08).
001470         10  WS-JOB-DAYS         PIC 9(03).
001480         10  WS-JOB-DAY OCCURS 60 TIMES.
001490             15  WS-JD-DATE      PIC 9(08).
001495             15  WS-JD-TIME      PIC X(06).
001500             15  WS-JD-READ      PIC 9(07).
001510             15  WS-JD-WRITTEN   PIC 9(07).
001520             15  WS-JD-EXCP      PIC 9(07).
001530             15  WS-JD-AMOUNT    PIC S9(11)V99.
001540 01  WS-JOB-IDX              PIC 9(3)   VALUE 0.
001550 01  WS-JOB-MATCH            PIC 9(3)   VALUE 0.
001560 01  WS-DAY-IDX              PIC 9(3)   VALUE 0.
001570 01  WS-DAY-MATCH            PIC 9(3)   VALUE 0.
001580 01  WS-SHIFT-IDX            PIC 9(3)   VALUE 0.
001590 01  WS-METRIC-DATE          PIC 9(08)  VALUE 0.
001595 01  WS-METRIC-TIME          PIC X(06)  VALUE SPACES.
001600 01  WS-JOBS-LOST            PIC 9(5)   VALUE 0.
001610
001620*----------------------------------------------------------------
001630* THE ONE JOB BEING MEASURED: TONIGHT'S DAY AND THE BUSINESS
001640* DAYS BEFORE IT THAT MAKE UP ITS HISTORY, NEWEST FIRST.
001650*----------------------------------------------------------------
001660 01  WS-TONIGHT-IDX          PIC 9(3)   VALUE 0.
001670 01  WS-HIST-COUNT           PIC 9(3)   VALUE 0.
001680 01  WS-HIST-TABLE.
001690     05  WS-HIST-DAY OCCURS 40 TIMES PIC 9(3).
001700 01  WS-HIST-IDX             PIC 9(3)   VALUE 0.
001710 01  WS-FIGURE-NO            PIC 9      VALUE 0.
001720 01  WS-FIGURE-NAME          PIC X(10)  VALUE SPACES.
001730 01  WS-TONIGHT-VALUE        PIC S9(11)V99 VALUE 0.
001740 01  WS-PICKED-VALUE         PIC S9(11)V99 VALUE 0.
001750 01  WS-DEVIATION            PIC S9(12)V9(4) VALUE 0.
001760 01  WS-SIGMAS               PIC 9(05)V99 VALUE 0.
001770 01  WS-FLAG-TEXT            PIC X(16)  VALUE SPACES.
001780
001790 01  WS-READ-COUNT           PIC 9(7)   VALUE 0.
001800 01  WS-SKIPPED-COUNT        PIC 9(7)   VALUE 0.
001810 01  WS-FIGURES-CHECKED      PIC 9(7)   VALUE 0.
001820 01  WS-FLAGGED-COUNT        PIC 9(5)   VALUE 0.
001830 01  WS-JOBS-MEASURED        PIC 9(3)   VALUE 0.
001840
001850 01  WS-EDIT-TONIGHT         PIC ----,---,---,--9.99.
001860 01  WS-EDIT-MEAN            PIC ----,---,---,--9.99.
001870 01  WS-EDIT-SD              PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
001880 01  WS-EDIT-SIGMAS          PIC ZZZZ9.99.
001890 01  WS-EDIT-LIMIT           PIC Z9.9.
001900 01  WS-EDIT-HIST            PIC Z9.
001910
001920 PROCEDURE DIVISION.
001930*----------------------------------------------------------------
001940* 0000-MAINLINE - TOP-LEVEL CONTROL
001950*----------------------------------------------------------------
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     PERFORM 2000-ACCEPT-CONTROLS THRU 2000-EXIT
001990     PERFORM 3000-LOAD-METRICS THRU 3000-EXIT
002000     IF WS-COND-CODE < 12
002010         PERFORM 4000-CHECK-ALL-JOBS THRU 4000-EXIT
002020     END-IF
002030     PERFORM 9999-TERMINATE THRU 9999-EXIT
002040     IF WS-FLAGGED-COUNT > 0 AND WS-COND-CODE < 4
002050         MOVE 4 TO WS-COND-CODE
002060     END-IF
002070     MOVE WS-COND-CODE TO RETURN-CODE
002080     STOP RUN.
002090
002100*----------------------------------------------------------------
002110* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
002120*----------------------------------------------------------------
002130 1000-INITIALIZE.
002140     DISPLAY " ".
002150     DISPLAY "=== VOLANOM - NIGHTLY VOLUME ANOMALY CHECK ===".
002160     MOVE "VOLANOM " TO RH-PROGRAM-NAME
002170     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
002180     IF NOT RUNCARD-PRESENT
002190         DISPLAY "Enter operator ID: " WITH NO ADVANCING
002200         ACCEPT RH-OPERATOR-ID
002210     END-IF
002220     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
002230     ACCEPT RH-RUN-TIME FROM TIME
002240     STRING RH-RUN-DATE DELIMITED BY SIZE
002250            RH-RUN-TIME DELIMITED BY SIZE
002260            INTO RH-RUN-ID
002270     END-STRING
002280*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002290*    TO RUN THIS JOB.
002300     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002310     MOVE RH-RUN-ID       TO OC-RUN-ID
002320     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002323     IF RUNCARD-PRESENT
002326         MOVE "B" TO OC-RUN-MODE
002329     ELSE
002332         MOVE "I" TO OC-RUN-MODE
002335     END-IF
002340     MOVE "B"             TO OC-FUNCTION-GROUP
002350     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002360     IF NOT OC-AUTHORIZED
002370         MOVE 12 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     MOVE RH-RUN-DATE TO WS-RUN-DATE-N
002410     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
002420     PERFORM 1200-LOAD-PARMS THRU 1200-EXIT
002430     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
002435     PERFORM 1400-LOAD-CHAIN-START THRU 1400-EXIT
002440     OPEN OUTPUT VA-REPORT-FILE.
002450 1000-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------------
002490* 1100-READ-RUN-CARD - PICK UP THE UNATTENDED RUN-CONTROL CARD
002500* WHEN ONE IS PRESENT.  A BLANK CARD RECORD IS TREATED THE SAME
002510* AS A MISSING CARD.
002520*----------------------------------------------------------------
002530 1100-READ-RUN-CARD.
002540     MOVE "N" TO WS-RUNCARD-SWITCH
002550     OPEN INPUT RUN-CARD-FILE
002560     IF RUNCARD-OK
002570         READ RUN-CARD-FILE
002580             NOT AT END
002590                 IF RUN-CARD-RECORD NOT = SPACES
002600                     MOVE "Y" TO WS-RUNCARD-SWITCH
002610                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002620                 END-IF
002630         END-READ
002640         CLOSE RUN-CARD-FILE
002650     END-IF.
002660 1100-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 1200-LOAD-PARMS - THE CONTROL RECORD, FIELD BY FIELD.  A LIMIT
002710* OF ZERO WOULD FLAG EVERYTHING AND IS IGNORED; THE HISTORY IS
002720* HELD TO 2-40 DAYS AND THE MINIMUM TO NO MORE THAN THE HISTORY.
002730*----------------------------------------------------------------
002740 1200-LOAD-PARMS.
002750     OPEN INPUT VA-PARM-FILE
002760     IF NOT PARM-OK
002770         GO TO 1200-EXIT
002780     END-IF
002790     READ VA-PARM-FILE
002800         AT END
002810             CLOSE VA-PARM-FILE
002820             GO TO 1200-EXIT
002830     END-READ
002840     IF AP-SIGMA-LIMIT IS NUMERIC AND AP-SIGMA-LIMIT > 0
002850         MOVE AP-SIGMA-LIMIT TO WS-SIGMA-LIMIT
002860     END-IF
002870     IF AP-HISTORY-DAYS IS NUMERIC
002880             AND AP-HISTORY-DAYS > 1 AND AP-HISTORY-DAYS < 41
002890         MOVE AP-HISTORY-DAYS TO WS-HISTORY-DAYS
002900     END-IF
002910     IF AP-MIN-HISTORY IS NUMERIC AND AP-MIN-HISTORY > 1
002920         MOVE AP-MIN-HISTORY TO WS-MIN-HISTORY
002930     END-IF
002940     IF WS-MIN-HISTORY > WS-HISTORY-DAYS
002950         MOVE WS-HISTORY-DAYS TO WS-MIN-HISTORY
002960     END-IF
002970     CLOSE VA-PARM-FILE.
002980 1200-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 1300-LOAD-CALENDAR - THE NON-PROCESSING DATES.  NO FILE MEANS
003030* EVERY WEEKDAY IS A BUSINESS DAY.
003040*----------------------------------------------------------------
003050 1300-LOAD-CALENDAR.
003060     MOVE 0 TO WS-HOLIDAY-COUNT
003070     OPEN INPUT VA-CALENDAR-FILE
003080     IF CALENDAR-OK
003090         READ VA-CALENDAR-FILE
003100             AT END SET CALENDAR-EOF TO TRUE
003110         END-READ
003120         PERFORM UNTIL CALENDAR-EOF OR WS-HOLIDAY-COUNT = 50
003130             IF CAL-DATE IS NUMERIC
003140                 ADD 1 TO WS-HOLIDAY-COUNT
003150                 MOVE CAL-DATE
003160                     TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
003170             END-IF
003180             READ VA-CALENDAR-FILE
003190                 AT END SET CALENDAR-EOF TO TRUE
003200             END-READ
003210         END-PERFORM
003220         CLOSE VA-CALENDAR-FILE
003230     END-IF.
003240 1300-EXIT.
003250     EXIT.
003260
003261*----------------------------------------------------------------
003262* 1400-LOAD-CHAIN-START - WHEN TONIGHT BEGAN.  THE LAST "NIGHTLY
003263* CHAIN" LINE ON CHAINLOG.DAT IS THE CURRENT CHAIN (A RESUME
003264* KEEPS THE NIGHT IT RESUMES).  A CHAIN LOG OLDER THAN YESTERDAY
003265* IS LEFT FROM AN EARLIER NIGHT AND A RUN OUTSIDE THE CHAIN
003266* TAKES TONIGHT FROM MIDNIGHT TODAY.
003267*----------------------------------------------------------------
003268 1400-LOAD-CHAIN-START.
003269     MOVE RH-RUN-DATE TO WS-NIGHT-START-DATE
003270     MOVE "000000" TO WS-NIGHT-START-TIME
003271     MOVE 0 TO WS-CHAIN-DATE
003272     OPEN INPUT VA-CHAIN-LOG-FILE
003273     IF NOT CHAINLOG-OK
003274         GO TO 1400-EXIT
003275     END-IF
003276     READ VA-CHAIN-LOG-FILE
003277         AT END SET CHAINLOG-EOF TO TRUE
003278     END-READ
003279     PERFORM UNTIL CHAINLOG-EOF
003280         IF CL-TAG = "NIGHTLY CHAIN "
003281                 AND CL-DATE IS NUMERIC AND CL-TIME IS NUMERIC
003282             MOVE CL-DATE TO WS-CHAIN-DATE
003283             MOVE CL-TIME TO WS-CHAIN-TIME
003284         END-IF
003285         READ VA-CHAIN-LOG-FILE
003286             AT END SET CHAINLOG-EOF TO TRUE
003287         END-READ
003288     END-PERFORM
003289     CLOSE VA-CHAIN-LOG-FILE
003290     IF WS-CHAIN-DATE = 0
003291         GO TO 1400-EXIT
003292     END-IF
003293     COMPUTE WS-CHAIN-INT
003294         = FUNCTION INTEGER-OF-DATE(WS-CHAIN-DATE)
003295     IF WS-CHAIN-INT + 1 < WS-RUN-INT OR WS-CHAIN-INT > WS-RUN-INT
003296         GO TO 1400-EXIT
003297     END-IF
003298     MOVE WS-CHAIN-DATE TO WS-NIGHT-START-DATE
003299     MOVE WS-CHAIN-TIME TO WS-NIGHT-START-TIME.
003300 1400-EXIT.
003301     EXIT.
003302
003303*----------------------------------------------------------------
003304* 2000-ACCEPT-CONTROLS - AT THE CONSOLE, A ONE-RUN DEVIATION
003305* LIMIT.  BAD OR BLANK INPUT KEEPS THE CONTROL FILE'S LIMIT.
003306*----------------------------------------------------------------
003310 2000-ACCEPT-CONTROLS.
003320     MOVE WS-SIGMA-LIMIT TO WS-EDIT-LIMIT
003330     IF NOT RUNCARD-PRESENT
003340         DISPLAY "Flag figures over how many standard deviations"
003350                 " (default " WS-EDIT-LIMIT "): "
003360             WITH NO ADVANCING
003370         ACCEPT WS-LIMIT-INPUT
003380         IF WS-LIMIT-INPUT NOT = SPACES
003390                 AND FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT) = 0
003400                 AND FUNCTION NUMVAL(WS-LIMIT-INPUT) > 0
003410                 AND FUNCTION NUMVAL(WS-LIMIT-INPUT) < 100
003420             MOVE FUNCTION NUMVAL(WS-LIMIT-INPUT)
003430                 TO WS-SIGMA-LIMIT
003440         END-IF
003450     END-IF.
003460 2000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 3000-LOAD-METRICS - ONE PASS OVER RUNMETR.DAT INTO THE JOB
003510* TABLE.  A RECORD WHOSE RUN ID DOES NOT START WITH A DATE IS
003520* PASSED OVER.
003530*----------------------------------------------------------------
003540 3000-LOAD-METRICS.
003550     OPEN INPUT RUN-METRICS-FILE
003560     IF NOT METRICS-OK
003570         DISPLAY "VOLANOM: no run-metrics history (RUNMETR.DAT)"
003580                 " - nothing to check."
003590         MOVE "NO METRICS HISTORY FOUND" TO VA-REPORT-RECORD
003600         WRITE VA-REPORT-RECORD
003610         MOVE "ABORTED" TO WS-RUN-STATUS
003620         MOVE "NO RUNMETR.DAT" TO WS-RUN-REASON
003630         MOVE 12 TO WS-COND-CODE
003640         GO TO 3000-EXIT
003650     END-IF
003660
003670     READ RUN-METRICS-FILE
003680         AT END SET METRICS-EOF TO TRUE
003690     END-READ
003700     PERFORM UNTIL METRICS-EOF
003710         ADD 1 TO WS-READ-COUNT
003720         IF MT-RUN-ID(1:8) IS NUMERIC
003730                 AND MT-PROGRAM-NAME NOT = SPACES
003740             MOVE MT-RUN-ID(1:8) TO WS-METRIC-DATE
003745             MOVE MT-RUN-ID(9:6) TO WS-METRIC-TIME
003750             PERFORM 3100-TABLE-METRICS-RECORD THRU 3100-EXIT
003760         ELSE
003770             ADD 1 TO WS-SKIPPED-COUNT
003780         END-IF
003790         READ RUN-METRICS-FILE
003800             AT END SET METRICS-EOF TO TRUE
003810         END-READ
003820     END-PERFORM
003830     CLOSE RUN-METRICS-FILE.
003840 3000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880* 3100-TABLE-METRICS-RECORD - FIND (OR OPEN) THE JOB'S ROW, THEN
003890* ITS DAY.  A DATE ALREADY HELD IS OVERWRITTEN (THE RERUN WINS);
003900* A NEW DATE IS INSERTED IN ASCENDING ORDER.
003910*----------------------------------------------------------------
003920 3100-TABLE-METRICS-RECORD.
003930     MOVE 0 TO WS-JOB-MATCH
003940     PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
003950             UNTIL WS-JOB-IDX > WS-JOB-COUNT
003960             OR WS-JOB-MATCH > 0
003970         IF WS-JOB-PROGRAM(WS-JOB-IDX) = MT-PROGRAM-NAME
003980                 AND WS-JOB-FEED(WS-JOB-IDX) = MT-FEED-ID
003990             MOVE WS-JOB-IDX TO WS-JOB-MATCH
004000         END-IF
004010     END-PERFORM
004020     IF WS-JOB-MATCH = 0
004030         IF WS-JOB-COUNT < 40
004040             ADD 1 TO WS-JOB-COUNT
004050             MOVE WS-JOB-COUNT TO WS-JOB-MATCH
004060             MOVE MT-PROGRAM-NAME TO WS-JOB-PROGRAM(WS-JOB-MATCH)
004070             MOVE MT-FEED-ID      TO WS-JOB-FEED(WS-JOB-MATCH)
004080             MOVE 0               TO WS-JOB-DAYS(WS-JOB-MATCH)
004090         ELSE
004100             ADD 1 TO WS-JOBS-LOST
004110             GO TO 3100-EXIT
004120         END-IF
004130     END-IF
004140
004150     MOVE 0 TO WS-DAY-MATCH
004160     PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
004170             UNTIL WS-DAY-IDX > WS-JOB-DAYS(WS-JOB-MATCH)
004180             OR WS-DAY-MATCH > 0
004190         IF WS-JD-DATE(WS-JOB-MATCH, WS-DAY-IDX) = WS-METRIC-DATE
004200             MOVE WS-DAY-IDX TO WS-DAY-MATCH
004210         END-IF
004220     END-PERFORM
004230     IF WS-DAY-MATCH = 0
004240         IF WS-JOB-DAYS(WS-JOB-MATCH) < 60
004250             PERFORM 3200-INSERT-DAY THRU 3200-EXIT
004260         ELSE
004270*            A FULL ROW MUST NEVER COST THE NEWEST DAYS - THE
004280*            OLDEST DAY IS SLID OUT TO MAKE ROOM FOR A LATER
004290*            DATE.  A RECORD OLDER THAN EVERYTHING HELD IS THE
004300*            ONE THING ALLOWED TO DROP.
004310             IF WS-METRIC-DATE > WS-JD-DATE(WS-JOB-MATCH, 1)
004320                 PERFORM 3250-DROP-OLDEST-DAY THRU 3250-EXIT
004330                 PERFORM 3200-INSERT-DAY THRU 3200-EXIT
004340             END-IF
004350         END-IF
004360     END-IF
004370     IF WS-DAY-MATCH > 0
004373         MOVE WS-METRIC-TIME
004376             TO WS-JD-TIME(WS-JOB-MATCH, WS-DAY-MATCH)
004380         MOVE MT-RECORDS-READ
004390             TO WS-JD-READ(WS-JOB-MATCH, WS-DAY-MATCH)
004400         MOVE MT-RECORDS-WRITTEN
004410             TO WS-JD-WRITTEN(WS-JOB-MATCH, WS-DAY-MATCH)
004420         MOVE MT-EXCEPTIONS
004430             TO WS-JD-EXCP(WS-JOB-MATCH, WS-DAY-MATCH)
004440         MOVE MT-TOTAL-AMOUNT
004450             TO WS-JD-AMOUNT(WS-JOB-MATCH, WS-DAY-MATCH)
004460     END-IF.
004470 3100-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510* 3200-INSERT-DAY - OPEN A DAY FOR A NEW DATE, KEEPING THE ROW
004520* IN ASCENDING DATE ORDER.
004530*----------------------------------------------------------------
004540 3200-INSERT-DAY.
004550     ADD 1 TO WS-JOB-DAYS(WS-JOB-MATCH)
004560     MOVE WS-JOB-DAYS(WS-JOB-MATCH) TO WS-DAY-MATCH
004570     PERFORM UNTIL WS-DAY-MATCH = 1
004580             OR WS-JD-DATE(WS-JOB-MATCH, WS-DAY-MATCH - 1)
004590                < WS-METRIC-DATE
004600         COMPUTE WS-SHIFT-IDX = WS-DAY-MATCH - 1
004610         MOVE WS-JOB-DAY(WS-JOB-MATCH, WS-SHIFT-IDX)
004620             TO WS-JOB-DAY(WS-JOB-MATCH, WS-DAY-MATCH)
004630         MOVE WS-SHIFT-IDX TO WS-DAY-MATCH
004640     END-PERFORM
004650     MOVE WS-METRIC-DATE
004660         TO WS-JD-DATE(WS-JOB-MATCH, WS-DAY-MATCH).
004670 3200-EXIT.
004680     EXIT.
004690
004700 3250-DROP-OLDEST-DAY.
004710     PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
004720             UNTIL WS-SHIFT-IDX > 59
004730         MOVE WS-JOB-DAY(WS-JOB-MATCH, WS-SHIFT-IDX + 1)
004740             TO WS-JOB-DAY(WS-JOB-MATCH, WS-SHIFT-IDX)
004750     END-PERFORM
004760     SUBTRACT 1 FROM WS-JOB-DAYS(WS-JOB-MATCH).
004770 3250-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 4000-CHECK-ALL-JOBS - REPORT HEADINGS, ONE BLOCK PER JOB ROW,
004820* THE RUN TOTALS.
004830*----------------------------------------------------------------
004840 4000-CHECK-ALL-JOBS.
004850     MOVE WS-SIGMA-LIMIT  TO WS-EDIT-LIMIT
004860     MOVE WS-HISTORY-DAYS TO WS-EDIT-HIST
004870     MOVE SPACES TO VA-REPORT-RECORD
004880     STRING "VOLUME ANOMALY CHECK - RUN " DELIMITED BY SIZE
004890            RH-RUN-ID                     DELIMITED BY SIZE
004900            "  LIMIT "                    DELIMITED BY SIZE
004910            WS-EDIT-LIMIT                 DELIMITED BY SIZE
004920            " STD DEV OVER THE LAST "     DELIMITED BY SIZE
004930            WS-EDIT-HIST                  DELIMITED BY SIZE
004940            " BUSINESS DAYS"              DELIMITED BY SIZE
004942            " - TONIGHT FROM "            DELIMITED BY SIZE
004944            WS-NIGHT-START-DATE           DELIMITED BY SIZE
004946            " "                           DELIMITED BY SIZE
004948            WS-NIGHT-START-TIME           DELIMITED BY SIZE
004950            INTO VA-REPORT-RECORD
004960     END-STRING
004970     WRITE VA-REPORT-RECORD
004980
004990     MOVE SPACES TO VA-REPORT-RECORD
005000     STRING "PROGRAM   FEED      FIGURE             TONIGHT"
005010                DELIMITED BY SIZE
005020            "                 MEAN             STD DEV"
005030                DELIMITED BY SIZE
005040            "    SIGMAS  FLAG" DELIMITED BY SIZE
005050            INTO VA-REPORT-RECORD
005060     END-STRING
005070     WRITE VA-REPORT-RECORD
005080
005090     PERFORM 4100-CHECK-ONE-JOB THRU 4100-EXIT
005100         VARYING WS-JOB-IDX FROM 1 BY 1
005110         UNTIL WS-JOB-IDX > WS-JOB-COUNT
005120
005130     IF WS-JOBS-LOST > 0
005140         MOVE SPACES TO VA-REPORT-RECORD
005150         STRING "  (" DELIMITED BY SIZE
005160                WS-JOBS-LOST DELIMITED BY SIZE
005170                " METRICS RECORDS FOR FURTHER JOBS NOT CHECKED"
005180                    DELIMITED BY SIZE
005190                " - JOB TABLE FULL)" DELIMITED BY SIZE
005200                INTO VA-REPORT-RECORD
005210         END-STRING
005220         WRITE VA-REPORT-RECORD
005230     END-IF
005240
005250     MOVE SPACES TO VA-REPORT-RECORD
005260     STRING "JOBS MEASURED " DELIMITED BY SIZE
005270            WS-JOBS-MEASURED DELIMITED BY SIZE
005280            ", FIGURES CHECKED " DELIMITED BY SIZE
005290            WS-FIGURES-CHECKED DELIMITED BY SIZE
005300            ", FIGURES FLAGGED " DELIMITED BY SIZE
005310            WS-FLAGGED-COUNT DELIMITED BY SIZE
005320            INTO VA-REPORT-RECORD
005330     END-STRING
005340     WRITE VA-REPORT-RECORD
005350     DISPLAY "VOLANOM: " WS-FLAGGED-COUNT " figures flagged - "
005360             "report in ANOMRPT.DAT.".
005370 4000-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410* 4100-CHECK-ONE-JOB - TONIGHT IS THE JOB'S LATEST DAY, PROVIDED
005420* ITS LATEST RUN STARTED AT OR AFTER THE START OF TONIGHT (SEE
005430* 1400).  A JOB FURTHER DOWN THE CHAIN THAN THIS CHECK HAS NOT
005440* RUN YET AND ITS LATEST DAY IS LAST NIGHT'S.  ITS HISTORY IS
005450* THE BUSINESS DAYS BEFORE THAT, NEWEST FIRST, UP TO THE
005460* HISTORY SETTING.  A JOB NOT RUN TONIGHT, OR WITH TOO LITTLE
005465* HISTORY TO JUDGE BY, IS LISTED BUT NOT MEASURED.
005470*----------------------------------------------------------------
005480 4100-CHECK-ONE-JOB.
005490     MOVE WS-JOB-DAYS(WS-JOB-IDX) TO WS-TONIGHT-IDX
005500     MOVE WS-JD-DATE(WS-JOB-IDX, WS-TONIGHT-IDX) TO WS-TEST-DATE
005505     MOVE WS-TEST-DATE TO WS-LAST-RUN-DATE
005510     MOVE WS-JD-TIME(WS-JOB-IDX, WS-TONIGHT-IDX)
005515         TO WS-LAST-RUN-TIME
005520     IF WS-LAST-RUN < WS-NIGHT-START
005530         MOVE SPACES TO VA-REPORT-RECORD
005540         STRING WS-JOB-PROGRAM(WS-JOB-IDX) DELIMITED BY SIZE
005550                "  "                       DELIMITED BY SIZE
005560                WS-JOB-FEED(WS-JOB-IDX)    DELIMITED BY SIZE
005570                "  NOT RUN TONIGHT - LAST RUN "
005580                                           DELIMITED BY SIZE
005590                WS-TEST-DATE               DELIMITED BY SIZE
005600                INTO VA-REPORT-RECORD
005610         END-STRING
005620         WRITE VA-REPORT-RECORD
005630         GO TO 4100-EXIT
005640     END-IF
005650
005660     MOVE 0 TO WS-HIST-COUNT
005670     PERFORM VARYING WS-DAY-IDX FROM WS-TONIGHT-IDX BY -1
005680             UNTIL WS-DAY-IDX < 2
005690             OR WS-HIST-COUNT = WS-HISTORY-DAYS
005700         MOVE WS-JD-DATE(WS-JOB-IDX, WS-DAY-IDX - 1)
005710             TO WS-TEST-DATE
005720         PERFORM 4150-CHECK-BUSINESS-DATE THRU 4150-EXIT
005730         IF DATE-IS-BUSINESS-DAY
005740             ADD 1 TO WS-HIST-COUNT
005750             COMPUTE WS-HIST-DAY(WS-HIST-COUNT) = WS-DAY-IDX - 1
005760         END-IF
005770     END-PERFORM
005780     IF WS-HIST-COUNT < WS-MIN-HISTORY
005790         MOVE SPACES TO VA-REPORT-RECORD
005800         STRING WS-JOB-PROGRAM(WS-JOB-IDX) DELIMITED BY SIZE
005810                "  "                       DELIMITED BY SIZE
005820                WS-JOB-FEED(WS-JOB-IDX)    DELIMITED BY SIZE
005830                "  NOT MEASURED - ONLY "   DELIMITED BY SIZE
005840                WS-HIST-COUNT              DELIMITED BY SIZE
005850                " BUSINESS DAYS OF HISTORY" DELIMITED BY SIZE
005860                INTO VA-REPORT-RECORD
005870         END-STRING
005880         WRITE VA-REPORT-RECORD
005890         GO TO 4100-EXIT
005900     END-IF
005910
005920     ADD 1 TO WS-JOBS-MEASURED
005930     PERFORM 4200-CHECK-ONE-FIGURE THRU 4200-EXIT
005940         VARYING WS-FIGURE-NO FROM 1 BY 1
005950         UNTIL WS-FIGURE-NO > 4.
005960 4100-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 4150-CHECK-BUSINESS-DATE - MONDAY TO FRIDAY AND NOT ON THE
006010* CALENDAR.  DAY OF WEEK 1 = MONDAY ... 7 = SUNDAY.
006020*----------------------------------------------------------------
006030 4150-CHECK-BUSINESS-DATE.
006040     MOVE "N" TO WS-BUSINESS-SWITCH
006050     MOVE "N" TO WS-HOLIDAY-SWITCH
006060     COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
006070     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-TEST-INT - 1, 7) + 1
006080     IF WS-DAY-OF-WEEK > 5
006090         GO TO 4150-EXIT
006100     END-IF
006110     PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
006120             UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
006130             OR DAY-IS-HOLIDAY
006140         IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-TEST-DATE
006150             MOVE "Y" TO WS-HOLIDAY-SWITCH
006160         END-IF
006170     END-PERFORM
006180     IF DAY-IS-HOLIDAY
006190         GO TO 4150-EXIT
006200     END-IF
006210     MOVE "Y" TO WS-BUSINESS-SWITCH.
006220 4150-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006260* 4200-CHECK-ONE-FIGURE - THE HISTORY OF ONE FIGURE THROUGH
006270* STATCALC, THEN TONIGHT'S DISTANCE FROM THE MEAN IN STANDARD
006280* DEVIATIONS.  A HISTORY THAT NEVER VARIED HAS NO SPREAD TO
006290* MEASURE BY: ANY CHANGE AT ALL FROM IT IS FLAGGED.
006300*----------------------------------------------------------------
006310 4200-CHECK-ONE-FIGURE.
006320     MOVE WS-HIST-COUNT TO ST-VALUE-COUNT
006330     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
006340             UNTIL WS-HIST-IDX > 5
006350         MOVE 0 TO ST-PCT-WANTED(WS-HIST-IDX)
006360     END-PERFORM
006370     MOVE WS-TONIGHT-IDX TO WS-DAY-IDX
006380     PERFORM 4250-PICK-FIGURE THRU 4250-EXIT
006390     MOVE WS-PICKED-VALUE TO WS-TONIGHT-VALUE
006400     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
006410             UNTIL WS-HIST-IDX > WS-HIST-COUNT
006420         MOVE WS-HIST-DAY(WS-HIST-IDX) TO WS-DAY-IDX
006430         PERFORM 4250-PICK-FIGURE THRU 4250-EXIT
006440         MOVE WS-PICKED-VALUE TO ST-VALUE(WS-HIST-IDX)
006450     END-PERFORM
006460     CALL "STATCALC" USING WS-STAT-SERIES
006470     ADD 1 TO WS-FIGURES-CHECKED
006480
006490     MOVE SPACES TO WS-FLAG-TEXT
006500     COMPUTE WS-DEVIATION = WS-TONIGHT-VALUE - ST-MEAN
006510     IF WS-DEVIATION < 0
006520         COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
006530     END-IF
006540     IF ST-STD-DEV > 0
006550         COMPUTE WS-SIGMAS ROUNDED = WS-DEVIATION / ST-STD-DEV
006560             ON SIZE ERROR
006570                 MOVE 99999.99 TO WS-SIGMAS
006580         END-COMPUTE
006590         IF WS-SIGMAS > WS-SIGMA-LIMIT
006600             PERFORM 4300-FLAG-FIGURE THRU 4300-EXIT
006610         END-IF
006620     ELSE
006630         MOVE 0 TO WS-SIGMAS
006640         IF WS-DEVIATION > 0
006650             PERFORM 4300-FLAG-FIGURE THRU 4300-EXIT
006660         END-IF
006670     END-IF
006680
006690     MOVE WS-TONIGHT-VALUE TO WS-EDIT-TONIGHT
006700     COMPUTE WS-EDIT-MEAN ROUNDED = ST-MEAN
006710     COMPUTE WS-EDIT-SD ROUNDED = ST-STD-DEV
006720     MOVE WS-SIGMAS TO WS-EDIT-SIGMAS
006730     MOVE SPACES TO VA-REPORT-RECORD
006740     STRING WS-JOB-PROGRAM(WS-JOB-IDX) DELIMITED BY SIZE
006750            "  "                       DELIMITED BY SIZE
006760            WS-JOB-FEED(WS-JOB-IDX)    DELIMITED BY SIZE
006770            "  "                       DELIMITED BY SIZE
006780            WS-FIGURE-NAME             DELIMITED BY SIZE
006790            WS-EDIT-TONIGHT            DELIMITED BY SIZE
006800            " "                        DELIMITED BY SIZE
006810            WS-EDIT-MEAN               DELIMITED BY SIZE
006820            " "                        DELIMITED BY SIZE
006830            WS-EDIT-SD                 DELIMITED BY SIZE
006840            "  "                       DELIMITED BY SIZE
006850            WS-EDIT-SIGMAS             DELIMITED BY SIZE
006860            "  "                       DELIMITED BY SIZE
006870            WS-FLAG-TEXT               DELIMITED BY SIZE
006880            INTO VA-REPORT-RECORD
006890     END-STRING
006900     WRITE VA-REPORT-RECORD.
006910 4200-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 4250-PICK-FIGURE - THE FIGURE BEING CHECKED FOR ONE DAY OF THE
006960* JOB'S ROW.
006970*----------------------------------------------------------------
006980 4250-PICK-FIGURE.
006990     EVALUATE WS-FIGURE-NO
007000         WHEN 1
007010             MOVE "READ"       TO WS-FIGURE-NAME
007020             MOVE WS-JD-READ(WS-JOB-IDX, WS-DAY-IDX)
007030                 TO WS-PICKED-VALUE
007040         WHEN 2
007050             MOVE "WRITTEN"    TO WS-FIGURE-NAME
007060             MOVE WS-JD-WRITTEN(WS-JOB-IDX, WS-DAY-IDX)
007070                 TO WS-PICKED-VALUE
007080         WHEN 3
007090             MOVE "EXCEPTIONS" TO WS-FIGURE-NAME
007100             MOVE WS-JD-EXCP(WS-JOB-IDX, WS-DAY-IDX)
007110                 TO WS-PICKED-VALUE
007120         WHEN OTHER
007130             MOVE "AMOUNT"     TO WS-FIGURE-NAME
007140             MOVE WS-JD-AMOUNT(WS-JOB-IDX, WS-DAY-IDX)
007150                 TO WS-PICKED-VALUE
007160     END-EVALUATE.
007170 4250-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210* 4300-FLAG-FIGURE - MARK THE LINE HIGH OR LOW, COUNT IT AND
007220* TELL THE CONSOLE.
007230*----------------------------------------------------------------
007240 4300-FLAG-FIGURE.
007250     ADD 1 TO WS-FLAGGED-COUNT
007260     IF WS-TONIGHT-VALUE < ST-MEAN
007270         MOVE "*** LOW ***" TO WS-FLAG-TEXT
007280     ELSE
007290         MOVE "*** HIGH ***" TO WS-FLAG-TEXT
007300     END-IF
007310     DISPLAY "VOLANOM: " WS-JOB-PROGRAM(WS-JOB-IDX) " "
007320             WS-JOB-FEED(WS-JOB-IDX) " " WS-FIGURE-NAME " "
007330             WS-FLAG-TEXT.
007340 4300-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 9999-TERMINATE - REPORT CLOSE AND THE AUDIT ENTRY
007390*----------------------------------------------------------------
007400 9999-TERMINATE.
007410     CLOSE VA-REPORT-FILE
007420     OPEN EXTEND AUDIT-LOG-FILE
007430     IF NOT AUDIT-OK
007440         OPEN OUTPUT AUDIT-LOG-FILE
007450     END-IF
007460     IF WS-FLAGGED-COUNT > 0
007470         MOVE "FIGURES FLAGGED" TO WS-RUN-REASON
007480     END-IF
007490     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
007500     ACCEPT WS-END-TIME FROM TIME
007510     MOVE SPACES TO AUDIT-LOG-RECORD
007520     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
007530     MOVE " RUNID "          TO AL-RUNID-TAG
007540     MOVE RH-RUN-ID          TO AL-RUN-ID
007550     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
007560     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
007570     MOVE " MODE "           TO AL-MODE-TAG
007573     IF RUNCARD-PRESENT
007576         MOVE "B"            TO AL-RUN-MODE
007579     ELSE
007582         MOVE "I"            TO AL-RUN-MODE
007585     END-IF
007590     MOVE WS-END-DATE        TO AL-END-DATE
007600     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
007610     MOVE WS-RUN-STATUS      TO AL-STATUS
007620     MOVE WS-RUN-REASON      TO AL-REASON
007630     MOVE WS-READ-COUNT      TO AL-RECORDS-READ
007640     MOVE WS-FIGURES-CHECKED TO AL-RECORDS-WRITTEN
007650     MOVE WS-FLAGGED-COUNT   TO AL-RECORDS-REJECTED
007660     WRITE AUDIT-LOG-RECORD
007670     CLOSE AUDIT-LOG-FILE.
007680 9999-EXIT.
007690     EXIT.
