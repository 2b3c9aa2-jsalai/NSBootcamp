000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SLAMON.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  BATCH-WINDOW SLA MONITOR.
000110*                  HOLDS EACH NIGHTLY JOB ON THE SLA TABLE
000120*                  (SLATABLE.DAT) TO ITS EXPECTED START, LATEST
000130*                  ACCEPTABLE FINISH AND NORMAL DURATION, USING
000140*                  THE START AND END TIMES ON AUDITLOG.DAT AND
000150*                  THE STEP LINES ON CHAINLOG.DAT FOR THE MOST
000160*                  RECENT CHAIN.  LATE STARTS, OVERRUNS, JOBS
000170*                  NEVER STARTED AND PROJECTED OVERRUNS GO TO
000180*                  THE ALERT FILE (SLAALERT.DAT).  PROJECTS THE
000190*                  CHAIN FINISH FROM THE NORMAL DURATIONS OF THE
000200*                  STEPS STILL TO RUN.  EACH NIGHT'S OUTCOME IS
000210*                  KEPT ON SLAHIST.DAT AND THE REPORT
000220*                  (SLARPT.DAT) ENDS WITH MONTH-TO-DATE SLA
000230*                  ATTAINMENT PER JOB.  MAY BE RUN AS OFTEN AS
000240*                  WANTED DURING THE WINDOW; EACH RUN REPLACES
000250*                  THE NIGHT'S ALERTS AND OUTCOMES.
000251* 10/15/2026  RH   A STEP THE CHAIN SKIPPED AS NOT DUE TONIGHT IS
000252*                  REPORTED AS SUCH, RAISES NO ALERTS AND IS LEFT
000253*                  OUT OF THE MONTH-TO-DATE COUNTS.  A STEP HELD
000254*                  BEHIND A FAILED PREDECESSOR IS STILL OWED AND
000255*                  PROJECTED, BUT NEVER TAKEN TO BE RUNNING.
000256* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000257*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000258*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000259*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000260*                  A REFUSED ATTEMPT ON THE AUDIT LOG IS NOT
000261*                  TAKEN FOR A RUN OF THE JOB.
000262*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SLA-TABLE-FILE ASSIGN TO "SLATABLE.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-TABLE-STATUS.
000340     SELECT SLA-CHAIN-LOG-FILE ASSIGN TO "CHAINLOG.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CHAINLOG-STATUS.
000370     SELECT SLA-ALERT-FILE ASSIGN TO "SLAALERT.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ALERT-STATUS.
000400     SELECT SLA-HIST-FILE ASSIGN TO "SLAHIST.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HIST-STATUS.
000430     SELECT SLA-HIST-NEW-FILE ASSIGN TO "SLAHISTW.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HIST-NEW-STATUS.
000460     SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-STATUS.
000490     COPY AUDITSEL.
000500     COPY RUNCSEL.
000510     COPY METRSEL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------
000560* SLA TABLE - ONE RECORD PER NIGHTLY JOB, IN THE ORDER THE CHAIN
000570* RUNS THEM (THE PROJECTION ADDS UP THE REMAINING JOBS IN TABLE
000580* ORDER).  PROGRAM NAME AS IT APPEARS ON AUDITLOG.DAT, STEP NAME
000590* AS IT APPEARS ON CHAINLOG.DAT.  TIMES ARE HHMM; A "+" IN FRONT
000600* OF A TIME MEANS THE MORNING AFTER THE NIGHT THE CHAIN STARTED.
000610* NORMAL DURATION IN WHOLE MINUTES.
000620*----------------------------------------------------------------
000630 FD  SLA-TABLE-FILE.
000640 01  SLA-TABLE-RECORD.
000650     05  SL-PROGRAM-NAME     PIC X(08).
000660     05  FILLER              PIC X(01).
000670     05  SL-STEP-NAME        PIC X(10).
000680     05  FILLER              PIC X(01).
000690     05  SL-START-DAY        PIC X(01).
000700     05  SL-START-HHMM.
000710         10  SL-START-HH     PIC 9(02).
000720         10  SL-START-MM     PIC 9(02).
000730     05  FILLER              PIC X(01).
000740     05  SL-FINISH-DAY       PIC X(01).
000750     05  SL-FINISH-HHMM.
000760         10  SL-FINISH-HH    PIC 9(02).
000770         10  SL-FINISH-MM    PIC 9(02).
000780     05  FILLER              PIC X(01).
000790     05  SL-NORMAL-MINUTES   PIC 9(04).
000800     05  FILLER              PIC X(01).
000810     05  SL-DESCRIPTION      PIC X(30).
000820
000830 FD  SLA-CHAIN-LOG-FILE.
000840 01  SLA-CHAIN-LOG-RECORD    PIC X(80).
000850 01  SLA-CHAIN-STAMP-LINE.
000860     05  CL-TAG              PIC X(14).
000870     05  CL-DATE             PIC X(08).
000880     05  FILLER              PIC X(01).
000890     05  CL-TIME             PIC X(06).
000900     05  FILLER              PIC X(51).
000910
000920 FD  SLA-ALERT-FILE.
000930 01  SLA-ALERT-RECORD        PIC X(100).
000940
000950 FD  SLA-HIST-FILE.
000960 01  SLA-HIST-RECORD         PIC X(80).
000970
000980 FD  SLA-HIST-NEW-FILE.
000990 01  SLA-HIST-NEW-RECORD     PIC X(80).
001000
001010 FD  SLA-REPORT-FILE.
001020 01  SLA-REPORT-RECORD       PIC X(132).
001030
001040 FD  AUDIT-LOG-FILE.
001050     COPY AUDITLOG.
001060
001070 FD  RUN-CARD-FILE.
001080     COPY RUNCARD.
001090
001100 FD  RUN-METRICS-FILE.
001110     COPY RUNMETR.
001120
001130 WORKING-STORAGE SECTION.
001140     COPY RUNHDR.
001145     COPY OPERLINK.
001150 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
001160     88  AUDIT-OK                    VALUE "00".
001170     88  AUDIT-EOF                   VALUE "10".
001180 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001190     88  RUNCARD-OK                  VALUE "00".
001200 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
001210     88  RUNCARD-PRESENT             VALUE "Y".
001220 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
001230     88  METRICS-OK                  VALUE "00".
001240 01  WS-TABLE-STATUS         PIC XX  VALUE SPACES.
001250     88  TABLE-OK                    VALUE "00".
001260     88  TABLE-EOF                   VALUE "10".
001270 01  WS-CHAINLOG-STATUS      PIC XX  VALUE SPACES.
001280     88  CHAINLOG-OK                 VALUE "00".
001290     88  CHAINLOG-EOF                VALUE "10".
001300 01  WS-ALERT-STATUS         PIC XX  VALUE SPACES.
001310     88  ALERT-OK                    VALUE "00".
001320 01  WS-HIST-STATUS          PIC XX  VALUE SPACES.
001330     88  HIST-OK                     VALUE "00".
001340     88  HIST-EOF                    VALUE "10".
001350     88  HIST-NOT-FOUND              VALUE "35".
001360 01  WS-HIST-NEW-STATUS      PIC XX  VALUE SPACES.
001370     88  HIST-NEW-OK                 VALUE "00".
001380 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
001390     88  REPORT-OK                   VALUE "00".
001400
001410 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001420 01  WS-END-TIME.
001430     05  WS-END-TIME-HHMMSS  PIC 9(6).
001440     05  FILLER              PIC 99.
001450 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001460 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001470 01  WS-GEN-COMMAND          PIC X(100) VALUE SPACES.
001480
001490*----------------------------------------------------------------
001500* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = EVERY
001510* JOB ON TIME SO FAR, 4 = WARNINGS ONLY (LATE START, RAN LONG,
001520* PROJECTED OVERRUN, NOT YET STARTED, NO AUDIT ENTRY, BAD SLA
001530* TABLE LINES, HISTORY UNREADABLE), 8 = AN SLA WAS BREACHED
001540* (FINISHED LATE, OR NOT FINISHED OR NEVER STARTED BY ITS LATEST
001550* FINISH), 12 = NO USABLE SLA TABLE.  HIGHEST WINS.
001560*----------------------------------------------------------------
001570 01  WS-COND-CODE            PIC 99     VALUE 0.
001580
001590*----------------------------------------------------------------
001600* THE NIGHT BEING MONITORED: THE LAST "NIGHTLY CHAIN" LINE ON
001610* CHAINLOG.DAT.  EVERY TIME IN THIS PROGRAM IS HELD AS MINUTES
001620* FROM MIDNIGHT AT THE START OF THAT NIGHT'S DATE, SO A WINDOW
001630* RUNNING PAST MIDNIGHT COMPARES AND SUBTRACTS CORRECTLY.
001640* WITH NO CHAIN LOG THE NIGHT IS TODAY AND NOTHING HAS RUN.
001650*----------------------------------------------------------------
001660 01  WS-NIGHT-DATE-X.
001670     05  WS-NIGHT-YYYYMM     PIC X(06).
001680     05  WS-NIGHT-DD         PIC X(02).
001690 01  WS-NIGHT-DATE REDEFINES WS-NIGHT-DATE-X
001700                             PIC 9(08).
001710 01  WS-NIGHT-DAY            PIC 9(07)  VALUE 0.
001720 01  WS-CHAIN-STATE          PIC X      VALUE "N".
001730     88  CHAIN-NOT-LOGGED               VALUE "N".
001740     88  CHAIN-RUNNING                  VALUE "R".
001750     88  CHAIN-HALTED                   VALUE "H".
001760     88  CHAIN-COMPLETE                 VALUE "C".
001770 01  WS-CHAIN-START-MIN      PIC S9(7)  VALUE 0.
001780 01  WS-RESUME-MIN           PIC S9(7)  VALUE 0.
001790 01  WS-NOW-MIN              PIC S9(7)  VALUE 0.
001800 01  WS-CURSOR-MIN           PIC S9(7)  VALUE 0.
001810 01  WS-PROJ-CURSOR-MIN      PIC S9(7)  VALUE 0.
001812 01  WS-HELD-END-MIN         PIC S9(7)  VALUE 0.
001814 01  WS-HELD-SWITCH          PIC X      VALUE "N".
001816     88  HELD-SEEN                      VALUE "Y".
001820 01  WS-LAST-END-MIN         PIC S9(7)  VALUE 0.
001830 01  WS-PENDING-SWITCH       PIC X      VALUE "N".
001840     88  PENDING-SEEN                   VALUE "Y".
001850
001860*----------------------------------------------------------------
001870* CONVERSION OF A DATE AND TIME TO MINUTES INTO THE NIGHT, AND
001880* OF MINUTES BACK TO HH:MM (WITH +1 FOR THE MORNING AFTER).
001890*----------------------------------------------------------------
001900 01  WS-CONV-DATE            PIC 9(08)  VALUE 0.
001910 01  WS-CONV-TIME.
001920     05  WS-CONV-HH          PIC 9(02).
001930     05  WS-CONV-MM          PIC 9(02).
001940     05  WS-CONV-SS          PIC 9(02).
001950 01  WS-CONV-MIN             PIC S9(7)  VALUE 0.
001960 01  WS-CONV-SWITCH          PIC X      VALUE "N".
001970     88  CONV-VALID                     VALUE "Y".
001980 01  WS-FMT-MIN              PIC S9(7)  VALUE 0.
001990 01  WS-FMT-DAYS             PIC 9(05)  VALUE 0.
002000 01  WS-FMT-REST             PIC 9(05)  VALUE 0.
002010 01  WS-FMT-EDIT.
002020     05  WS-FMT-HH           PIC 9(02).
002030     05  FILLER              PIC X      VALUE ":".
002040     05  WS-FMT-MM           PIC 9(02).
002050     05  WS-FMT-PLUS         PIC X      VALUE "+".
002060     05  WS-FMT-DAY          PIC 9.
002070     05  FILLER              PIC X      VALUE SPACE.
002080 01  WS-FMT-TEXT             PIC X(08)  VALUE SPACES.
002090 01  WS-FMT-TEXT-1           PIC X(08)  VALUE SPACES.
002100
002110*----------------------------------------------------------------
002120* THE SLA TABLE AND, PER JOB, WHAT HAPPENED TONIGHT AND THE
002130* MONTH-TO-DATE COUNTS.  OUTCOME: M = MET (FINISHED BY ITS
002140* LATEST FINISH), B = BREACHED (FINISHED LATE, OR STILL NOT
002150* FINISHED AT ITS LATEST FINISH), N = NEVER STARTED, X = THE
002160* CHAIN RAN THE STEP BUT NO AUDIT ENTRY GIVES ITS TIMES,
002165* P = STILL TO RUN, NOT YET DUE, S = SKIPPED BY THE CHAIN AS
002170* NOT DUE TONIGHT.  ON CHAIN: Y = STEP LINE WITH A CODE,
002175* S = SKIPPED, H = HELD BEHIND A PREDECESSOR, N = NOT LOGGED.
002180*----------------------------------------------------------------
002190 01  WS-SLA-COUNT            PIC 9(3)   VALUE 0.
002200 01  WS-SLA-BAD-COUNT        PIC 9(3)   VALUE 0.
002210 01  WS-SLA-TABLE.
002220     05  WS-SLA-ENTRY OCCURS 50 TIMES.
002230         10  WS-SLA-PROGRAM      PIC X(08).
002240         10  WS-SLA-STEP         PIC X(10).
002250         10  WS-SLA-START-MIN    PIC S9(7).
002260         10  WS-SLA-FINISH-MIN   PIC S9(7).
002270         10  WS-SLA-NORMAL       PIC 9(04).
002280         10  WS-SLA-RUNS         PIC 9(03).
002290         10  WS-SLA-ACT-START    PIC S9(7).
002300         10  WS-SLA-ACT-END      PIC S9(7).
002310         10  WS-SLA-RUN-MINUTES  PIC 9(05).
002320         10  WS-SLA-ON-CHAIN     PIC X.
002330         10  WS-SLA-CHAIN-RC     PIC X(04).
002340         10  WS-SLA-PROJ-START   PIC S9(7).
002350         10  WS-SLA-PROJ-END     PIC S9(7).
002360         10  WS-SLA-OUTCOME      PIC X.
002370         10  WS-SLA-LATE         PIC X.
002380         10  WS-SLA-RUNNING      PIC X.
002390         10  WS-SLA-MTD-COUNT    PIC 9(04)  OCCURS 7 TIMES.
002400         10  WS-SLA-MTD-MINUTES  PIC 9(07).
002410         10  WS-SLA-MTD-TIMED    PIC 9(04).
002420 01  WS-SLA-IDX              PIC 9(3)   VALUE 0.
002430 01  WS-FOUND-IDX            PIC 9(3)   VALUE 0.
002440 01  WS-LOOK-IDX             PIC 9(3)   VALUE 0.
002450 01  WS-MTD-IDX              PIC 9      VALUE 0.
002460 01  WS-WORK-NAME            PIC X(10)  VALUE SPACES.
002470
002480*----------------------------------------------------------------
002490* CHAIN LOG STEP LINE, TAKEN APART ON SPACES: "STEP n name RC
002500* nnnn".  THE STEP NUMBER IS NOT USED, SO ANY WIDTH READS.
002510*----------------------------------------------------------------
002520 01  WS-CL-WORD-1            PIC X(10)  VALUE SPACES.
002530 01  WS-CL-STEP-NO           PIC X(04)  VALUE SPACES.
002540 01  WS-CL-STEP-NAME         PIC X(10)  VALUE SPACES.
002550 01  WS-CL-WORD-4            PIC X(10)  VALUE SPACES.
002555 01  WS-CL-ON-CHAIN          PIC X      VALUE SPACE.
002560 01  WS-CL-RC                PIC X(04)  VALUE SPACES.
002570
002580 01  WS-AUDIT-READ-COUNT     PIC 9(7)   VALUE 0.
002590 01  WS-START-MIN            PIC S9(7)  VALUE 0.
002600 01  WS-ALERT-COUNT          PIC 9(7)   VALUE 0.
002610 01  WS-BREACH-COUNT         PIC 9(7)   VALUE 0.
002620 01  WS-WARNING-COUNT        PIC 9(7)   VALUE 0.
002630
002640*----------------------------------------------------------------
002650* ONE ALERT.  THE ALERT FILE IS REWRITTEN ON EVERY RUN, SO IT
002660* ALWAYS SHOWS THE NIGHT AS IT STANDS NOW.
002670*----------------------------------------------------------------
002680 01  WS-ALERT-LINE.
002690     05  AT-NIGHT            PIC X(08).
002700     05  FILLER              PIC X(01).
002710     05  AT-PROGRAM          PIC X(08).
002720     05  FILLER              PIC X(01).
002730     05  AT-SEVERITY         PIC X(07).
002740     05  FILLER              PIC X(01).
002750     05  AT-TYPE             PIC X(14).
002760     05  FILLER              PIC X(01).
002770     05  AT-DETAIL           PIC X(50).
002780     05  FILLER              PIC X(09).
002790 01  WS-ALERT-SEVERITY       PIC X(07)  VALUE SPACES.
002800 01  WS-ALERT-TYPE           PIC X(14)  VALUE SPACES.
002810 01  WS-ALERT-DETAIL         PIC X(50)  VALUE SPACES.
002820 01  WS-EDIT-MINUTES         PIC Z(4)9.
002830 01  WS-EDIT-NORMAL          PIC Z(3)9.
002840
002850*----------------------------------------------------------------
002860* SLA HISTORY - ONE RECORD PER NIGHT PER JOB.  A RERUN OF THE
002870* MONITOR FOR THE SAME NIGHT REPLACES THAT NIGHT'S RECORDS.
002880*----------------------------------------------------------------
002890 01  WS-HIST-RECORD.
002900     05  SH-NIGHT.
002910         10  SH-NIGHT-YYYYMM PIC X(06).
002920         10  SH-NIGHT-DD     PIC X(02).
002930     05  FILLER              PIC X(01).
002940     05  SH-PROGRAM-NAME     PIC X(08).
002950     05  FILLER              PIC X(01).
002960     05  SH-OUTCOME          PIC X(01).
002970     05  SH-LATE-START       PIC X(01).
002980     05  FILLER              PIC X(01).
002990     05  SH-STARTED          PIC X(08).
003000     05  FILLER              PIC X(01).
003010     05  SH-ENDED            PIC X(08).
003020     05  FILLER              PIC X(01).
003030     05  SH-RUN-MINUTES      PIC 9(05).
003040     05  FILLER              PIC X(01).
003050     05  SH-ASSESSED-BY      PIC X(16).
003060     05  FILLER              PIC X(19).
003070 01  WS-HIST-SWITCH          PIC X      VALUE "N".
003080     88  HIST-UPDATED                   VALUE "Y".
003090 01  WS-HIST-COPIED          PIC 9(7)   VALUE 0.
003100
003110*----------------------------------------------------------------
003120* MONTH-TO-DATE COLUMNS: 1 NIGHTS, 2 MET, 3 LATE START, 4 MISSED
003130* FINISH, 5 NEVER STARTED, 6 NO TIMES, 7 STILL PENDING.
003140* ATTAINMENT = MET / (MET + MISSED + NEVER STARTED + NO TIMES);
003150* A NIGHT STILL PENDING HAS NOT BEEN DECIDED AND IS LEFT OUT.
003155* A NIGHT THE JOB WAS NOT DUE IS NOT COUNTED AT ALL.
003160*----------------------------------------------------------------
003170 01  WS-TOT-MTD              PIC 9(05)  OCCURS 7 TIMES.
003180 01  WS-TOT-MTD-MINUTES      PIC 9(07)  VALUE 0.
003190 01  WS-TOT-MTD-TIMED        PIC 9(05)  VALUE 0.
003200 01  WS-DECIDED              PIC 9(05)  VALUE 0.
003210 01  WS-ATTAIN-PCT           PIC 9(03)V9 VALUE 0.
003220 01  WS-EDIT-PCT             PIC ZZ9.9.
003230 01  WS-AVG-MINUTES          PIC 9(05)  VALUE 0.
003240
003250*----------------------------------------------------------------
003260* REPORT LINES.
003270*----------------------------------------------------------------
003280 01  WS-JOB-HEADING-LINE.
003290     05  FILLER              PIC X(10)  VALUE "PROGRAM".
003300     05  FILLER              PIC X(11)  VALUE "STEP".
003310     05  FILLER              PIC X(09)  VALUE "EXPECTED".
003320     05  FILLER              PIC X(09)  VALUE "LATEST".
003330     05  FILLER              PIC X(08)  VALUE "NORMAL".
003340     05  FILLER              PIC X(09)  VALUE "STARTED".
003350     05  FILLER              PIC X(09)  VALUE "ENDED".
003360     05  FILLER              PIC X(08)  VALUE "  MINS".
003370     05  FILLER              PIC X(10)  VALUE "PROJ END".
003380     05  FILLER              PIC X(49)  VALUE "STATUS".
003390 01  WS-JOB-LINE.
003400     05  JL-PROGRAM          PIC X(08).
003410     05  FILLER              PIC X(02).
003420     05  JL-STEP             PIC X(10).
003430     05  FILLER              PIC X(01).
003440     05  JL-EXPECTED         PIC X(08).
003450     05  FILLER              PIC X(01).
003460     05  JL-LATEST           PIC X(08).
003470     05  FILLER              PIC X(01).
003480     05  JL-NORMAL           PIC Z(5)9.
003490     05  FILLER              PIC X(02).
003500     05  JL-STARTED          PIC X(08).
003510     05  FILLER              PIC X(01).
003520     05  JL-ENDED            PIC X(08).
003530     05  FILLER              PIC X(01).
003540     05  JL-MINUTES          PIC X(06).
003550     05  FILLER              PIC X(02).
003560     05  JL-PROJ-END         PIC X(08).
003570     05  FILLER              PIC X(02).
003580     05  JL-STATUS           PIC X(20).
003590     05  FILLER              PIC X(29).
003600 01  WS-MTD-HEADING-LINE.
003610     05  FILLER              PIC X(10)  VALUE "PROGRAM".
003620     05  FILLER              PIC X(09)  VALUE "   NIGHTS".
003630     05  FILLER              PIC X(09)  VALUE "      MET".
003640     05  FILLER              PIC X(09)  VALUE "  LATE ST".
003650     05  FILLER              PIC X(09)  VALUE "   MISSED".
003660     05  FILLER              PIC X(09)  VALUE "  NOT RUN".
003670     05  FILLER              PIC X(09)  VALUE " NO TIMES".
003680     05  FILLER              PIC X(09)  VALUE "  PENDING".
003690     05  FILLER              PIC X(09)  VALUE "  ATTAIN%".
003700     05  FILLER              PIC X(09)  VALUE "  AVG MIN".
003710     05  FILLER              PIC X(41)  VALUE "   NORMAL".
003720 01  WS-MTD-LINE.
003730     05  ML-PROGRAM          PIC X(10).
003740     05  ML-COLUMN OCCURS 7 TIMES.
003750         10  FILLER          PIC X(03).
003760         10  ML-COUNT        PIC Z(5)9.
003770     05  FILLER              PIC X(04).
003780     05  ML-ATTAIN           PIC X(05).
003790     05  FILLER              PIC X(03).
003800     05  ML-AVG-MINUTES      PIC Z(5)9.
003810     05  FILLER              PIC X(03).
003820     05  ML-NORMAL           PIC Z(5)9.
003830     05  FILLER              PIC X(32).
003840
003850 PROCEDURE DIVISION.
003860*----------------------------------------------------------------
003870* 0000-MAINLINE - TOP-LEVEL CONTROL
003880*----------------------------------------------------------------
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003910     PERFORM 2000-LOAD-SLA-TABLE THRU 2000-EXIT
003920     IF WS-COND-CODE < 12
003930         PERFORM 2500-SCAN-CHAIN-LOG THRU 2500-EXIT
003940         PERFORM 2700-SCAN-AUDIT-LOG THRU 2700-EXIT
003950         OPEN OUTPUT SLA-ALERT-FILE
003960         PERFORM 3000-ASSESS-NIGHT THRU 3000-EXIT
003970         CLOSE SLA-ALERT-FILE
003980         PERFORM 4000-UPDATE-HISTORY THRU 4000-EXIT
003990         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
004000         PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
004010     END-IF
004020     PERFORM 9999-TERMINATE THRU 9999-EXIT
004030     MOVE WS-COND-CODE TO RETURN-CODE
004040     STOP RUN.
004050
004060*----------------------------------------------------------------
004070* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
004080*----------------------------------------------------------------
004090 1000-INITIALIZE.
004100     DISPLAY " ".
004110     DISPLAY "=== SLAMON - BATCH-WINDOW SLA MONITOR ===".
004120     MOVE "SLAMON  " TO RH-PROGRAM-NAME
004130     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
004140     IF NOT RUNCARD-PRESENT
004150         DISPLAY "Enter operator ID: " WITH NO ADVANCING
004160         ACCEPT RH-OPERATOR-ID
004170     END-IF
004180     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
004190     ACCEPT RH-RUN-TIME FROM TIME
004200     STRING RH-RUN-DATE DELIMITED BY SIZE
004210            RH-RUN-TIME DELIMITED BY SIZE
004220            INTO RH-RUN-ID
004230     END-STRING
004231*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
004232*    TO RUN THIS JOB.
004233     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
004234     MOVE RH-RUN-ID       TO OC-RUN-ID
004235     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
004236     IF RUNCARD-PRESENT
004237         MOVE "B" TO OC-RUN-MODE
004238     ELSE
004239         MOVE "I" TO OC-RUN-MODE
004240     END-IF
004241     MOVE "I"             TO OC-FUNCTION-GROUP
004242     CALL "OPERCHK" USING WS-OPERATOR-CHECK
004243     IF NOT OC-AUTHORIZED
004244         MOVE 12 TO RETURN-CODE
004245         STOP RUN
004246     END-IF
004247     MOVE 0 TO WS-TOT-MTD(1) WS-TOT-MTD(2) WS-TOT-MTD(3)
004250               WS-TOT-MTD(4) WS-TOT-MTD(5) WS-TOT-MTD(6)
004260               WS-TOT-MTD(7).
004270 1000-EXIT.
004280     EXIT.
004290
004300 1100-READ-RUN-CARD.
004310     MOVE "N" TO WS-RUNCARD-SWITCH
004320     OPEN INPUT RUN-CARD-FILE
004330     IF RUNCARD-OK
004340         READ RUN-CARD-FILE
004350             NOT AT END
004360                 IF RUN-CARD-RECORD NOT = SPACES
004370                     MOVE "Y" TO WS-RUNCARD-SWITCH
004380                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
004390                 END-IF
004400         END-READ
004410         CLOSE RUN-CARD-FILE
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470* 2000-LOAD-SLA-TABLE - READ SLATABLE.DAT INTO THE TABLE.  A
004480* LINE THAT CANNOT BE USED IS SHOWN AND SKIPPED (CODE 4); NO
004490* TABLE AT ALL, OR NO USABLE LINE, ABORTS THE RUN (CODE 12).
004500*----------------------------------------------------------------
004510 2000-LOAD-SLA-TABLE.
004520     MOVE 0 TO WS-SLA-COUNT
004530     OPEN INPUT SLA-TABLE-FILE
004540     IF NOT TABLE-OK
004550         DISPLAY "SLAMON: cannot open SLATABLE.DAT - run "
004560                 "aborted."
004570         MOVE "ABORTED" TO WS-RUN-STATUS
004580         MOVE "CANNOT OPEN SLATABLE" TO WS-RUN-REASON
004590         MOVE 12 TO WS-COND-CODE
004600         GO TO 2000-EXIT
004610     END-IF
004620     READ SLA-TABLE-FILE
004630         AT END SET TABLE-EOF TO TRUE
004640     END-READ
004650     PERFORM UNTIL TABLE-EOF
004660         IF SLA-TABLE-RECORD NOT = SPACES
004670             PERFORM 2100-LOAD-ONE-JOB THRU 2100-EXIT
004680         END-IF
004690         READ SLA-TABLE-FILE
004700             AT END SET TABLE-EOF TO TRUE
004710         END-READ
004720     END-PERFORM
004730     CLOSE SLA-TABLE-FILE
004740     IF WS-SLA-COUNT = 0
004750         DISPLAY "SLAMON: SLATABLE.DAT holds no usable jobs - "
004760                 "run aborted."
004770         MOVE "ABORTED" TO WS-RUN-STATUS
004780         MOVE "SLATABLE IS EMPTY" TO WS-RUN-REASON
004790         MOVE 12 TO WS-COND-CODE
004800     END-IF.
004810 2000-EXIT.
004820     EXIT.
004830
004840 2100-LOAD-ONE-JOB.
004850     IF SL-PROGRAM-NAME = SPACES
004860             OR SL-STEP-NAME = SPACES
004870             OR SL-START-HHMM IS NOT NUMERIC
004880             OR SL-FINISH-HHMM IS NOT NUMERIC
004890             OR SL-NORMAL-MINUTES IS NOT NUMERIC
004900         GO TO 2190-BAD-JOB
004910     END-IF
004920     IF SL-START-HH > 23 OR SL-START-MM > 59
004930             OR SL-FINISH-HH > 23 OR SL-FINISH-MM > 59
004940         GO TO 2190-BAD-JOB
004950     END-IF
004960     IF (SL-START-DAY NOT = SPACE AND NOT = "+")
004970             OR (SL-FINISH-DAY NOT = SPACE AND NOT = "+")
004980         GO TO 2190-BAD-JOB
004990     END-IF
005000     IF WS-SLA-COUNT = 50
005010         GO TO 2190-BAD-JOB
005020     END-IF
005030     ADD 1 TO WS-SLA-COUNT
005040     MOVE WS-SLA-COUNT TO WS-SLA-IDX
005050     INITIALIZE WS-SLA-ENTRY(WS-SLA-IDX)
005060     MOVE SL-PROGRAM-NAME TO WS-SLA-PROGRAM(WS-SLA-IDX)
005070     MOVE SL-STEP-NAME    TO WS-WORK-NAME
005080     INSPECT WS-WORK-NAME CONVERTING
005090         "abcdefghijklmnopqrstuvwxyz"
005100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005110     MOVE WS-WORK-NAME    TO WS-SLA-STEP(WS-SLA-IDX)
005120     COMPUTE WS-SLA-START-MIN(WS-SLA-IDX)
005130         = SL-START-HH * 60 + SL-START-MM
005140     IF SL-START-DAY = "+"
005150         ADD 1440 TO WS-SLA-START-MIN(WS-SLA-IDX)
005160     END-IF
005170     COMPUTE WS-SLA-FINISH-MIN(WS-SLA-IDX)
005180         = SL-FINISH-HH * 60 + SL-FINISH-MM
005190     IF SL-FINISH-DAY = "+"
005200         ADD 1440 TO WS-SLA-FINISH-MIN(WS-SLA-IDX)
005210     END-IF
005220     MOVE SL-NORMAL-MINUTES TO WS-SLA-NORMAL(WS-SLA-IDX)
005230     MOVE "N" TO WS-SLA-ON-CHAIN(WS-SLA-IDX)
005240     GO TO 2100-EXIT.
005250 2190-BAD-JOB.
005260     ADD 1 TO WS-SLA-BAD-COUNT
005270     DISPLAY "SLAMON: SLA table line skipped - "
005280             SLA-TABLE-RECORD
005290     IF WS-COND-CODE < 4
005300         MOVE 4 TO WS-COND-CODE
005310     END-IF.
005320 2100-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360* 2500-SCAN-CHAIN-LOG - FIND THE NIGHT, WHERE THE CHAIN STANDS
005370* AND WHICH STEPS IT HAS RUN.  CHAINLOG.DAT HOLDS ONE NIGHT
005380* (THE CHAIN REWRITES IT), PLUS ANY RESUMES APPENDED TO IT; THE
005390* LAST STATE LINE WINS.  A STEP LINE IS WRITTEN WHEN THE STEP
005400* ENDS, SO A CHAIN WITH NO CLOSING LINE IS STILL RUNNING.
005410*----------------------------------------------------------------
005420 2500-SCAN-CHAIN-LOG.
005430     MOVE RH-RUN-DATE TO WS-NIGHT-DATE
005440     MOVE "N" TO WS-CHAIN-STATE
005450     MOVE 0 TO WS-CHAIN-START-MIN WS-RESUME-MIN
005460     OPEN INPUT SLA-CHAIN-LOG-FILE
005470     IF CHAINLOG-OK
005480         READ SLA-CHAIN-LOG-FILE
005490             AT END SET CHAINLOG-EOF TO TRUE
005500         END-READ
005510         PERFORM UNTIL CHAINLOG-EOF
005520             PERFORM 2600-READ-ONE-CHAIN-LINE THRU 2600-EXIT
005530             READ SLA-CHAIN-LOG-FILE
005540                 AT END SET CHAINLOG-EOF TO TRUE
005550             END-READ
005560         END-PERFORM
005570         CLOSE SLA-CHAIN-LOG-FILE
005580     END-IF
005590     MOVE WS-NIGHT-DATE TO WS-CONV-DATE
005600     COMPUTE WS-NIGHT-DAY = FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
005610     MOVE RH-RUN-DATE TO WS-CONV-DATE
005620     MOVE RH-RUN-TIME(1:6) TO WS-CONV-TIME
005630     PERFORM 3900-CONVERT-TO-MINUTES THRU 3900-EXIT
005640     MOVE WS-CONV-MIN TO WS-NOW-MIN.
005650 2500-EXIT.
005660     EXIT.
005670
005680 2600-READ-ONE-CHAIN-LINE.
005690     IF CL-TAG = "NIGHTLY CHAIN "
005700         IF CL-DATE IS NUMERIC AND CL-TIME IS NUMERIC
005710             MOVE CL-DATE TO WS-NIGHT-DATE
005720             MOVE CL-TIME TO WS-CONV-TIME
005730             COMPUTE WS-CHAIN-START-MIN
005740                 = WS-CONV-HH * 60 + WS-CONV-MM
005750             MOVE 0 TO WS-RESUME-MIN
005760             MOVE "R" TO WS-CHAIN-STATE
005770             PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
005780                     UNTIL WS-SLA-IDX > WS-SLA-COUNT
005790                 MOVE "N" TO WS-SLA-ON-CHAIN(WS-SLA-IDX)
005800                 MOVE SPACES TO WS-SLA-CHAIN-RC(WS-SLA-IDX)
005810             END-PERFORM
005820         END-IF
005830         GO TO 2600-EXIT
005840     END-IF
005850     IF CL-TAG = "CHAIN RESUMED "
005860         IF CL-DATE IS NUMERIC AND CL-TIME IS NUMERIC
005870                 AND NOT CHAIN-NOT-LOGGED
005880             MOVE WS-NIGHT-DATE TO WS-CONV-DATE
005890             COMPUTE WS-NIGHT-DAY
005900                 = FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
005910             MOVE CL-DATE TO WS-CONV-DATE
005920             MOVE CL-TIME TO WS-CONV-TIME
005930             PERFORM 3900-CONVERT-TO-MINUTES THRU 3900-EXIT
005940             IF CONV-VALID
005950                 MOVE WS-CONV-MIN TO WS-RESUME-MIN
005960             END-IF
005970             MOVE "R" TO WS-CHAIN-STATE
005980         END-IF
005990         GO TO 2600-EXIT
006000     END-IF
006010     IF CHAIN-NOT-LOGGED
006020         GO TO 2600-EXIT
006030     END-IF
006040     IF SLA-CHAIN-LOG-RECORD(1:12) = "CHAIN HALTED"
006050         MOVE "H" TO WS-CHAIN-STATE
006060         GO TO 2600-EXIT
006070     END-IF
006080     IF SLA-CHAIN-LOG-RECORD(1:14) = "CHAIN COMPLETE"
006090         MOVE "C" TO WS-CHAIN-STATE
006100         GO TO 2600-EXIT
006110     END-IF
006120     MOVE SPACES TO WS-CL-WORD-1 WS-CL-STEP-NO WS-CL-STEP-NAME
006130                    WS-CL-WORD-4 WS-CL-RC
006140     UNSTRING SLA-CHAIN-LOG-RECORD DELIMITED BY ALL SPACE
006150         INTO WS-CL-WORD-1 WS-CL-STEP-NO WS-CL-STEP-NAME
006160              WS-CL-WORD-4 WS-CL-RC
006170     END-UNSTRING
006180     IF WS-CL-WORD-1 NOT = "STEP"
006190         GO TO 2600-EXIT
006200     END-IF
006201     EVALUATE WS-CL-WORD-4
006202         WHEN "RC"
006203             MOVE "Y" TO WS-CL-ON-CHAIN
006204         WHEN "SKIPPED"
006205             MOVE "S" TO WS-CL-ON-CHAIN
006206         WHEN "HELD"
006207             MOVE "H" TO WS-CL-ON-CHAIN
006208         WHEN OTHER
006209             GO TO 2600-EXIT
006210     END-EVALUATE
006211     MOVE WS-CL-STEP-NAME TO WS-WORK-NAME
006220     INSPECT WS-WORK-NAME CONVERTING
006230         "abcdefghijklmnopqrstuvwxyz"
006240         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006250     PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
006260             UNTIL WS-SLA-IDX > WS-SLA-COUNT
006270         IF WS-SLA-STEP(WS-SLA-IDX) = WS-WORK-NAME
006280             MOVE WS-CL-ON-CHAIN TO WS-SLA-ON-CHAIN(WS-SLA-IDX)
006290             MOVE WS-CL-RC TO WS-SLA-CHAIN-RC(WS-SLA-IDX)
006300         END-IF
006310     END-PERFORM.
006320 2600-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360* 2700-SCAN-AUDIT-LOG - THE START AND END OF EACH SLA JOB'S
006370* BATCH RUNS TONIGHT: ENTRIES IN MODE B THAT STARTED AT OR AFTER
006380* THE CHAIN START AND WITHIN 24 HOURS OF IT.  A JOB RUN MORE
006390* THAN ONCE (A RESUMED CHAIN REPEATS THE FAILED STEP) KEEPS ITS
006400* FIRST START AND ITS LAST END.  ENTRIES FROM BEFORE THE LOG
006410* CARRIED END TIMES ARE PASSED OVER.
006420*----------------------------------------------------------------
006430 2700-SCAN-AUDIT-LOG.
006440     OPEN INPUT AUDIT-LOG-FILE
006450     IF NOT AUDIT-OK
006460         GO TO 2700-EXIT
006470     END-IF
006480     READ AUDIT-LOG-FILE
006490         AT END SET AUDIT-EOF TO TRUE
006500     END-READ
006510     PERFORM UNTIL AUDIT-EOF
006520         ADD 1 TO WS-AUDIT-READ-COUNT
006530         PERFORM 2800-TAKE-AUDIT-ENTRY THRU 2800-EXIT
006540         READ AUDIT-LOG-FILE
006550             AT END SET AUDIT-EOF TO TRUE
006560         END-READ
006570     END-PERFORM
006580     CLOSE AUDIT-LOG-FILE.
006590 2700-EXIT.
006600     EXIT.
006610
006620 2800-TAKE-AUDIT-ENTRY.
006630     IF AL-RUN-MODE NOT = "B"
006635             OR AL-STATUS = "REFUSED"
006640             OR AL-RUN-ID(1:14) IS NOT NUMERIC
006650             OR AL-END-DATE IS NOT NUMERIC
006660             OR AL-END-TIME IS NOT NUMERIC
006670         GO TO 2800-EXIT
006680     END-IF
006690     MOVE 0 TO WS-FOUND-IDX
006700     PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
006710             UNTIL WS-SLA-IDX > WS-SLA-COUNT
006720             OR WS-FOUND-IDX > 0
006730         IF WS-SLA-PROGRAM(WS-SLA-IDX) = AL-PROGRAM-NAME
006740             MOVE WS-SLA-IDX TO WS-FOUND-IDX
006750         END-IF
006760     END-PERFORM
006770     IF WS-FOUND-IDX = 0
006780         GO TO 2800-EXIT
006790     END-IF
006800     MOVE AL-RUN-ID(1:8) TO WS-CONV-DATE
006810     MOVE AL-RUN-ID(9:6) TO WS-CONV-TIME
006820     PERFORM 3900-CONVERT-TO-MINUTES THRU 3900-EXIT
006830     IF NOT CONV-VALID
006840             OR WS-CONV-MIN < WS-CHAIN-START-MIN
006850             OR WS-CONV-MIN >= WS-CHAIN-START-MIN + 1440
006860         GO TO 2800-EXIT
006870     END-IF
006880     MOVE WS-CONV-MIN TO WS-START-MIN
006890     MOVE AL-END-DATE TO WS-CONV-DATE
006900     MOVE AL-END-TIME TO WS-CONV-TIME
006910     PERFORM 3900-CONVERT-TO-MINUTES THRU 3900-EXIT
006920     IF NOT CONV-VALID OR WS-CONV-MIN < WS-START-MIN
006930         GO TO 2800-EXIT
006940     END-IF
006950     IF WS-SLA-RUNS(WS-FOUND-IDX) = 0
006960         MOVE WS-START-MIN TO WS-SLA-ACT-START(WS-FOUND-IDX)
006970     END-IF
006980     ADD 1 TO WS-SLA-RUNS(WS-FOUND-IDX)
006990     MOVE WS-CONV-MIN TO WS-SLA-ACT-END(WS-FOUND-IDX).
007000 2800-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040* 3000-ASSESS-NIGHT - JUDGE EACH JOB IN CHAIN ORDER, RAISING ITS
007050* ALERTS, AND PROJECT THE JOBS STILL TO RUN.  THE CURSOR IS THE
007060* LATEST END SO FAR; WHILE THE CHAIN IS RUNNING THE FIRST JOB
007070* NOT YET ENDED IS TAKEN TO HAVE STARTED THERE (THE CHAIN RUNS
007080* ITS STEPS BACK TO BACK), OTHERWISE THE PROJECTION STARTS NOW.
007083* THE CHAIN FINISH IS THE LATER OF THE LAST PROJECTED END AND
007086* THE END OF ANY HELD JOB.
007090*----------------------------------------------------------------
007100 3000-ASSESS-NIGHT.
007110     MOVE WS-CHAIN-START-MIN TO WS-CURSOR-MIN
007120     MOVE WS-CHAIN-START-MIN TO WS-LAST-END-MIN
007126     MOVE "N" TO WS-PENDING-SWITCH WS-HELD-SWITCH
007132     MOVE 0 TO WS-HELD-END-MIN
007140     PERFORM 3100-ASSESS-ONE-JOB THRU 3100-EXIT
007150         VARYING WS-SLA-IDX FROM 1 BY 1
007152         UNTIL WS-SLA-IDX > WS-SLA-COUNT
007154     IF HELD-SEEN
007156         IF NOT PENDING-SEEN
007158                 OR WS-HELD-END-MIN > WS-PROJ-CURSOR-MIN
007160             MOVE WS-HELD-END-MIN TO WS-PROJ-CURSOR-MIN
007162         END-IF
007164         MOVE "Y" TO WS-PENDING-SWITCH
007166     END-IF.
007170 3000-EXIT.
007180     EXIT.
007190
007200 3100-ASSESS-ONE-JOB.
007210     MOVE "N" TO WS-SLA-LATE(WS-SLA-IDX)
007220                 WS-SLA-RUNNING(WS-SLA-IDX)
007230     IF WS-SLA-RUNS(WS-SLA-IDX) > 0
007240         PERFORM 3200-ASSESS-RAN-JOB THRU 3200-EXIT
007250         GO TO 3100-EXIT
007260     END-IF
007262     IF WS-SLA-ON-CHAIN(WS-SLA-IDX) = "S"
007264         MOVE "S" TO WS-SLA-OUTCOME(WS-SLA-IDX)
007266         GO TO 3100-EXIT
007268     END-IF
007270     IF WS-SLA-ON-CHAIN(WS-SLA-IDX) = "Y"
007280         MOVE "X" TO WS-SLA-OUTCOME(WS-SLA-IDX)
007290         MOVE "WARNING" TO WS-ALERT-SEVERITY
007300         MOVE "NO AUDIT ENTRY" TO WS-ALERT-TYPE
007310         MOVE SPACES TO WS-ALERT-DETAIL
007320         STRING "CHAIN STEP ENDED RC "     DELIMITED BY SIZE
007330                WS-SLA-CHAIN-RC(WS-SLA-IDX) DELIMITED BY SIZE
007340                ", NO RUN TIMES LOGGED"    DELIMITED BY SIZE
007350                INTO WS-ALERT-DETAIL
007360         END-STRING
007370         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
007380         GO TO 3100-EXIT
007390     END-IF
007400     IF CHAIN-COMPLETE
007410         MOVE "N" TO WS-SLA-OUTCOME(WS-SLA-IDX)
007420         MOVE "BREACH" TO WS-ALERT-SEVERITY
007430         MOVE "NEVER STARTED" TO WS-ALERT-TYPE
007440         MOVE "CHAIN COMPLETED WITHOUT RUNNING IT"
007450             TO WS-ALERT-DETAIL
007460         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
007470         GO TO 3100-EXIT
007480     END-IF
007490     PERFORM 3300-PROJECT-PENDING-JOB THRU 3300-EXIT.
007500 3100-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540* 3200-ASSESS-RAN-JOB - A JOB WITH TIMES ON THE AUDIT LOG.
007550* RAN LONG = MORE THAN HALF AGAIN ITS NORMAL DURATION.
007560*----------------------------------------------------------------
007570 3200-ASSESS-RAN-JOB.
007580     COMPUTE WS-SLA-RUN-MINUTES(WS-SLA-IDX)
007590         = WS-SLA-ACT-END(WS-SLA-IDX)
007600         - WS-SLA-ACT-START(WS-SLA-IDX)
007610     IF WS-SLA-ACT-END(WS-SLA-IDX) > WS-LAST-END-MIN
007620         MOVE WS-SLA-ACT-END(WS-SLA-IDX) TO WS-LAST-END-MIN
007630     END-IF
007640     IF WS-SLA-ACT-END(WS-SLA-IDX) > WS-CURSOR-MIN
007650         MOVE WS-SLA-ACT-END(WS-SLA-IDX) TO WS-CURSOR-MIN
007660     END-IF
007670     IF WS-SLA-ACT-START(WS-SLA-IDX)
007680             > WS-SLA-START-MIN(WS-SLA-IDX)
007690         MOVE "Y" TO WS-SLA-LATE(WS-SLA-IDX)
007700         MOVE WS-SLA-ACT-START(WS-SLA-IDX) TO WS-FMT-MIN
007710         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
007720         MOVE WS-FMT-TEXT TO WS-FMT-TEXT-1
007730         MOVE WS-SLA-START-MIN(WS-SLA-IDX) TO WS-FMT-MIN
007740         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
007750         MOVE "WARNING" TO WS-ALERT-SEVERITY
007760         MOVE "LATE START" TO WS-ALERT-TYPE
007770         MOVE SPACES TO WS-ALERT-DETAIL
007780         STRING "STARTED "         DELIMITED BY SIZE
007790                WS-FMT-TEXT-1      DELIMITED BY SPACE
007800                ", EXPECTED BY "   DELIMITED BY SIZE
007810                WS-FMT-TEXT        DELIMITED BY SPACE
007820                INTO WS-ALERT-DETAIL
007830         END-STRING
007840         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
007850     END-IF
007860     IF WS-SLA-ACT-END(WS-SLA-IDX)
007870             > WS-SLA-FINISH-MIN(WS-SLA-IDX)
007880         MOVE "B" TO WS-SLA-OUTCOME(WS-SLA-IDX)
007890         MOVE WS-SLA-ACT-END(WS-SLA-IDX) TO WS-FMT-MIN
007900         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
007910         MOVE WS-FMT-TEXT TO WS-FMT-TEXT-1
007920         MOVE WS-SLA-FINISH-MIN(WS-SLA-IDX) TO WS-FMT-MIN
007930         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
007940         MOVE "BREACH" TO WS-ALERT-SEVERITY
007950         MOVE "OVERRAN" TO WS-ALERT-TYPE
007960         MOVE SPACES TO WS-ALERT-DETAIL
007970         STRING "FINISHED "             DELIMITED BY SIZE
007980                WS-FMT-TEXT-1           DELIMITED BY SPACE
007990                ", LATEST ACCEPTABLE "  DELIMITED BY SIZE
008000                WS-FMT-TEXT             DELIMITED BY SPACE
008010                INTO WS-ALERT-DETAIL
008020         END-STRING
008030         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
008040     ELSE
008050         MOVE "M" TO WS-SLA-OUTCOME(WS-SLA-IDX)
008060     END-IF
008070     IF WS-SLA-NORMAL(WS-SLA-IDX) > 0
008080             AND WS-SLA-RUN-MINUTES(WS-SLA-IDX) * 2
008090                 > WS-SLA-NORMAL(WS-SLA-IDX) * 3
008100         MOVE WS-SLA-RUN-MINUTES(WS-SLA-IDX) TO WS-EDIT-MINUTES
008110         MOVE WS-SLA-NORMAL(WS-SLA-IDX) TO WS-EDIT-NORMAL
008120         MOVE "WARNING" TO WS-ALERT-SEVERITY
008130         MOVE "RAN LONG" TO WS-ALERT-TYPE
008140         MOVE SPACES TO WS-ALERT-DETAIL
008150         STRING "RAN"              DELIMITED BY SIZE
008160                WS-EDIT-MINUTES    DELIMITED BY SIZE
008170                " MINUTES, NORMAL" DELIMITED BY SIZE
008180                WS-EDIT-NORMAL     DELIMITED BY SIZE
008190                INTO WS-ALERT-DETAIL
008200         END-STRING
008210         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
008220     END-IF.
008230 3200-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------
008270* 3300-PROJECT-PENDING-JOB - A JOB NOT RUN YET.  ITS PROJECTED
008280* END IS ITS PROJECTED START PLUS ITS NORMAL DURATION; A JOB
008290* TAKEN TO BE RUNNING ALREADY CANNOT END BEFORE NOW.  ONCE ITS
008300* LATEST FINISH HAS PASSED THE SLA IS LOST WHATEVER HAPPENS.
008302* A JOB HELD BEHIND A FAILED PREDECESSOR WAITS FOR A RESUME: IT
008304* IS PROJECTED FROM NOW (OR ITS EXPECTED START) AND THE JOBS
008306* AFTER IT DO NOT WAIT FOR IT.
008310*----------------------------------------------------------------
008320 3300-PROJECT-PENDING-JOB.
008330     IF WS-SLA-ON-CHAIN(WS-SLA-IDX) = "H"
008340         MOVE WS-NOW-MIN TO WS-SLA-PROJ-START(WS-SLA-IDX)
008350         IF WS-SLA-START-MIN(WS-SLA-IDX) > WS-NOW-MIN
008360             MOVE WS-SLA-START-MIN(WS-SLA-IDX)
008370                 TO WS-SLA-PROJ-START(WS-SLA-IDX)
008480         END-IF
008490     ELSE
008491         IF NOT PENDING-SEEN
008492             MOVE "Y" TO WS-PENDING-SWITCH
008493             IF CHAIN-RUNNING
008494                 MOVE "Y" TO WS-SLA-RUNNING(WS-SLA-IDX)
008495                 MOVE WS-CURSOR-MIN
008496                     TO WS-SLA-PROJ-START(WS-SLA-IDX)
008497                 IF WS-RESUME-MIN > WS-CURSOR-MIN
008498                     MOVE WS-RESUME-MIN
008499                         TO WS-SLA-PROJ-START(WS-SLA-IDX)
008500                 END-IF
008501             ELSE
008502                 MOVE WS-NOW-MIN TO WS-SLA-PROJ-START(WS-SLA-IDX)
008503                 IF WS-SLA-START-MIN(WS-SLA-IDX) > WS-NOW-MIN
008504                     MOVE WS-SLA-START-MIN(WS-SLA-IDX)
008505                         TO WS-SLA-PROJ-START(WS-SLA-IDX)
008506                 END-IF
008507             END-IF
008508         ELSE
008509             MOVE WS-PROJ-CURSOR-MIN
008510                 TO WS-SLA-PROJ-START(WS-SLA-IDX)
008511         END-IF
008512     END-IF
008520     COMPUTE WS-SLA-PROJ-END(WS-SLA-IDX)
008530         = WS-SLA-PROJ-START(WS-SLA-IDX)
008540         + WS-SLA-NORMAL(WS-SLA-IDX)
008550     IF WS-SLA-RUNNING(WS-SLA-IDX) = "Y"
008560             AND WS-SLA-PROJ-END(WS-SLA-IDX) < WS-NOW-MIN
008570         MOVE WS-NOW-MIN TO WS-SLA-PROJ-END(WS-SLA-IDX)
008580     END-IF
008581     IF WS-SLA-ON-CHAIN(WS-SLA-IDX) = "H"
008582         MOVE "Y" TO WS-HELD-SWITCH
008583         IF WS-SLA-PROJ-END(WS-SLA-IDX) > WS-HELD-END-MIN
008584             MOVE WS-SLA-PROJ-END(WS-SLA-IDX) TO WS-HELD-END-MIN
008585         END-IF
008586     ELSE
008590         MOVE WS-SLA-PROJ-END(WS-SLA-IDX) TO WS-PROJ-CURSOR-MIN
008595     END-IF
008600
008610     IF WS-NOW-MIN > WS-SLA-FINISH-MIN(WS-SLA-IDX)
008620         MOVE WS-SLA-FINISH-MIN(WS-SLA-IDX) TO WS-FMT-MIN
008630         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
008640         MOVE "BREACH" TO WS-ALERT-SEVERITY
008650         MOVE SPACES TO WS-ALERT-DETAIL
008660         IF WS-SLA-RUNNING(WS-SLA-IDX) = "Y"
008670             MOVE "B" TO WS-SLA-OUTCOME(WS-SLA-IDX)
008680             MOVE "NOT FINISHED" TO WS-ALERT-TYPE
008690             STRING "STILL RUNNING AT LATEST FINISH "
008700                                    DELIMITED BY SIZE
008710                    WS-FMT-TEXT     DELIMITED BY SPACE
008720                    INTO WS-ALERT-DETAIL
008730             END-STRING
008740         ELSE
008750             MOVE "N" TO WS-SLA-OUTCOME(WS-SLA-IDX)
008760             MOVE "NEVER STARTED" TO WS-ALERT-TYPE
008770             STRING "NOT STARTED BY LATEST FINISH "
008780                                    DELIMITED BY SIZE
008790                    WS-FMT-TEXT     DELIMITED BY SPACE
008800                    INTO WS-ALERT-DETAIL
008810             END-STRING
008820         END-IF
008830         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
008840         GO TO 3300-EXIT
008850     END-IF
008860
008870     MOVE "P" TO WS-SLA-OUTCOME(WS-SLA-IDX)
008880     MOVE WS-SLA-START-MIN(WS-SLA-IDX) TO WS-FMT-MIN
008890     PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
008900     IF WS-SLA-RUNNING(WS-SLA-IDX) = "Y"
008910             AND WS-SLA-PROJ-START(WS-SLA-IDX)
008920                 > WS-SLA-START-MIN(WS-SLA-IDX)
008930         MOVE "Y" TO WS-SLA-LATE(WS-SLA-IDX)
008940         MOVE WS-FMT-TEXT TO WS-FMT-TEXT-1
008950         MOVE WS-SLA-PROJ-START(WS-SLA-IDX) TO WS-FMT-MIN
008960         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
008970         MOVE "WARNING" TO WS-ALERT-SEVERITY
008980         MOVE "LATE START" TO WS-ALERT-TYPE
008990         MOVE SPACES TO WS-ALERT-DETAIL
009000         STRING "RUNNING SINCE ABOUT " DELIMITED BY SIZE
009010                WS-FMT-TEXT            DELIMITED BY SPACE
009020                ", EXPECTED BY "       DELIMITED BY SIZE
009030                WS-FMT-TEXT-1          DELIMITED BY SPACE
009040                INTO WS-ALERT-DETAIL
009050         END-STRING
009060         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
009070     END-IF
009080     IF WS-SLA-RUNNING(WS-SLA-IDX) NOT = "Y"
009090             AND WS-NOW-MIN > WS-SLA-START-MIN(WS-SLA-IDX)
009100         MOVE "Y" TO WS-SLA-LATE(WS-SLA-IDX)
009110         MOVE "WARNING" TO WS-ALERT-SEVERITY
009120         MOVE "NOT STARTED" TO WS-ALERT-TYPE
009130         MOVE SPACES TO WS-ALERT-DETAIL
009140         STRING "NOT STARTED, EXPECTED BY " DELIMITED BY SIZE
009150                WS-FMT-TEXT                 DELIMITED BY SPACE
009160                INTO WS-ALERT-DETAIL
009170         END-STRING
009180         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
009190     END-IF
009200     IF WS-SLA-PROJ-END(WS-SLA-IDX)
009210             > WS-SLA-FINISH-MIN(WS-SLA-IDX)
009220         MOVE WS-SLA-PROJ-END(WS-SLA-IDX) TO WS-FMT-MIN
009230         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
009240         MOVE WS-FMT-TEXT TO WS-FMT-TEXT-1
009250         MOVE WS-SLA-FINISH-MIN(WS-SLA-IDX) TO WS-FMT-MIN
009260         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
009270         MOVE "WARNING" TO WS-ALERT-SEVERITY
009280         MOVE "PROJ OVERRUN" TO WS-ALERT-TYPE
009290         MOVE SPACES TO WS-ALERT-DETAIL
009300         STRING "PROJECTED TO END "     DELIMITED BY SIZE
009310                WS-FMT-TEXT-1           DELIMITED BY SPACE
009320                ", LATEST ACCEPTABLE "  DELIMITED BY SIZE
009330                WS-FMT-TEXT             DELIMITED BY SPACE
009340                INTO WS-ALERT-DETAIL
009350         END-STRING
009360         PERFORM 3800-WRITE-ALERT THRU 3800-EXIT
009370     END-IF.
009380 3300-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------
009420* 3800-WRITE-ALERT - ONE LINE ON THE ALERT FILE FOR THE CURRENT
009430* JOB, ALSO SHOWN ON THE CONSOLE.
009440*----------------------------------------------------------------
009450 3800-WRITE-ALERT.
009460     MOVE SPACES TO WS-ALERT-LINE
009470     MOVE WS-NIGHT-DATE-X             TO AT-NIGHT
009480     MOVE WS-SLA-PROGRAM(WS-SLA-IDX)  TO AT-PROGRAM
009490     MOVE WS-ALERT-SEVERITY           TO AT-SEVERITY
009500     MOVE WS-ALERT-TYPE               TO AT-TYPE
009510     MOVE WS-ALERT-DETAIL             TO AT-DETAIL
009520     WRITE SLA-ALERT-RECORD FROM WS-ALERT-LINE
009530     DISPLAY WS-ALERT-LINE
009540     ADD 1 TO WS-ALERT-COUNT
009550     IF WS-ALERT-SEVERITY = "BREACH"
009560         ADD 1 TO WS-BREACH-COUNT
009570         IF WS-COND-CODE < 8
009580             MOVE 8 TO WS-COND-CODE
009590         END-IF
009600     ELSE
009610         ADD 1 TO WS-WARNING-COUNT
009620         IF WS-COND-CODE < 4
009630             MOVE 4 TO WS-COND-CODE
009640         END-IF
009650     END-IF.
009660 3800-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------
009700* 3900-CONVERT-TO-MINUTES - WS-CONV-DATE AND WS-CONV-TIME AS
009710* MINUTES FROM MIDNIGHT AT THE START OF THE NIGHT'S DATE.
009720*----------------------------------------------------------------
009730 3900-CONVERT-TO-MINUTES.
009740     MOVE "N" TO WS-CONV-SWITCH
009750     MOVE 0 TO WS-CONV-MIN
009760     IF WS-CONV-TIME IS NOT NUMERIC
009770             OR WS-CONV-HH > 23 OR WS-CONV-MM > 59
009780         GO TO 3900-EXIT
009790     END-IF
009800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE) NOT = 0
009810         GO TO 3900-EXIT
009820     END-IF
009830     COMPUTE WS-CONV-MIN
009840         = (FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
009850            - WS-NIGHT-DAY) * 1440
009860         + WS-CONV-HH * 60 + WS-CONV-MM
009870     MOVE "Y" TO WS-CONV-SWITCH.
009880 3900-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920* 4000-UPDATE-HISTORY - REPLACE TONIGHT'S OUTCOMES ON SLAHIST.DAT
009930* AND COUNT THE MONTH TO DATE ON THE WAY THROUGH.  THE NEW FILE
009940* IS BUILT ASIDE AND ONLY THEN PUT IN PLACE; A HISTORY FILE THAT
009950* EXISTS BUT CANNOT BE READ IS LEFT ALONE (CODE 4).
009960*----------------------------------------------------------------
009970 4000-UPDATE-HISTORY.
009980     MOVE "N" TO WS-HIST-SWITCH
009990     OPEN INPUT SLA-HIST-FILE
010000     IF NOT HIST-OK AND NOT HIST-NOT-FOUND
010010         DISPLAY "SLAMON: cannot read SLAHIST.DAT (status "
010020                 WS-HIST-STATUS ") - history not updated."
010030         MOVE "CANNOT READ SLAHIST" TO WS-RUN-REASON
010040         IF WS-COND-CODE < 4
010050             MOVE 4 TO WS-COND-CODE
010060         END-IF
010070         GO TO 4000-EXIT
010080     END-IF
010090     OPEN OUTPUT SLA-HIST-NEW-FILE
010100     IF HIST-OK
010110         READ SLA-HIST-FILE INTO WS-HIST-RECORD
010120             AT END SET HIST-EOF TO TRUE
010130         END-READ
010140         PERFORM UNTIL HIST-EOF
010150             IF SH-NIGHT NOT = WS-NIGHT-DATE-X
010160                 WRITE SLA-HIST-NEW-RECORD FROM WS-HIST-RECORD
010170                 ADD 1 TO WS-HIST-COPIED
010180                 IF SH-NIGHT-YYYYMM = WS-NIGHT-YYYYMM
010190                     PERFORM 4200-ADD-TO-MONTH THRU 4200-EXIT
010200                 END-IF
010210             END-IF
010220             READ SLA-HIST-FILE INTO WS-HIST-RECORD
010230                 AT END SET HIST-EOF TO TRUE
010240             END-READ
010250         END-PERFORM
010260         CLOSE SLA-HIST-FILE
010270     END-IF
010280     PERFORM 4100-WRITE-TONIGHT THRU 4100-EXIT
010290         VARYING WS-SLA-IDX FROM 1 BY 1
010300         UNTIL WS-SLA-IDX > WS-SLA-COUNT
010310     CLOSE SLA-HIST-NEW-FILE
010320     MOVE "mv SLAHISTW.DAT SLAHIST.DAT" TO WS-GEN-COMMAND
010330     CALL "SYSTEM" USING WS-GEN-COMMAND
010340     MOVE 0 TO RETURN-CODE
010350     MOVE "Y" TO WS-HIST-SWITCH.
010360 4000-EXIT.
010370     EXIT.
010380
010390 4100-WRITE-TONIGHT.
010400     MOVE SPACES TO WS-HIST-RECORD
010410     MOVE WS-NIGHT-DATE-X              TO SH-NIGHT
010420     MOVE WS-SLA-PROGRAM(WS-SLA-IDX)   TO SH-PROGRAM-NAME
010430     MOVE WS-SLA-OUTCOME(WS-SLA-IDX)   TO SH-OUTCOME
010440     MOVE WS-SLA-LATE(WS-SLA-IDX)      TO SH-LATE-START
010450     MOVE 0                            TO SH-RUN-MINUTES
010460     IF WS-SLA-RUNS(WS-SLA-IDX) > 0
010470         MOVE WS-SLA-ACT-START(WS-SLA-IDX) TO WS-FMT-MIN
010480         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
010490         MOVE WS-FMT-TEXT TO SH-STARTED
010500         MOVE WS-SLA-ACT-END(WS-SLA-IDX) TO WS-FMT-MIN
010510         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
010520         MOVE WS-FMT-TEXT TO SH-ENDED
010530         MOVE WS-SLA-RUN-MINUTES(WS-SLA-IDX) TO SH-RUN-MINUTES
010540     END-IF
010550     MOVE RH-RUN-ID                    TO SH-ASSESSED-BY
010560     WRITE SLA-HIST-NEW-RECORD FROM WS-HIST-RECORD
010570     PERFORM 4200-ADD-TO-MONTH THRU 4200-EXIT.
010580 4100-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------
010620* 4200-ADD-TO-MONTH - COUNT ONE HISTORY RECORD UNDER ITS JOB.
010630* A JOB SINCE TAKEN OFF THE SLA TABLE IS NOT REPORTED.
010640*----------------------------------------------------------------
010650 4200-ADD-TO-MONTH.
010660     MOVE 0 TO WS-FOUND-IDX
010670     PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
010680             UNTIL WS-LOOK-IDX > WS-SLA-COUNT
010690             OR WS-FOUND-IDX > 0
010700         IF WS-SLA-PROGRAM(WS-LOOK-IDX) = SH-PROGRAM-NAME
010710             MOVE WS-LOOK-IDX TO WS-FOUND-IDX
010720         END-IF
010730     END-PERFORM
010740     IF WS-FOUND-IDX = 0 OR SH-OUTCOME = "S"
010750         GO TO 4200-EXIT
010760     END-IF
010770     EVALUATE SH-OUTCOME
010780         WHEN "M"   MOVE 2 TO WS-MTD-IDX
010790         WHEN "B"   MOVE 4 TO WS-MTD-IDX
010800         WHEN "N"   MOVE 5 TO WS-MTD-IDX
010810         WHEN "X"   MOVE 6 TO WS-MTD-IDX
010820         WHEN OTHER MOVE 7 TO WS-MTD-IDX
010830     END-EVALUATE
010840     ADD 1 TO WS-SLA-MTD-COUNT(WS-FOUND-IDX, 1)
010850     ADD 1 TO WS-SLA-MTD-COUNT(WS-FOUND-IDX, WS-MTD-IDX)
010860     IF SH-LATE-START = "Y" AND SH-OUTCOME NOT = "P"
010870         ADD 1 TO WS-SLA-MTD-COUNT(WS-FOUND-IDX, 3)
010880     END-IF
010890     IF (SH-OUTCOME = "M" OR "B") AND SH-RUN-MINUTES IS NUMERIC
010900         ADD 1 TO WS-SLA-MTD-TIMED(WS-FOUND-IDX)
010910         ADD SH-RUN-MINUTES TO WS-SLA-MTD-MINUTES(WS-FOUND-IDX)
010920     END-IF.
010930 4200-EXIT.
010940     EXIT.
010950
010960*----------------------------------------------------------------
010970* 5000-WRITE-REPORT - TONIGHT JOB BY JOB, THE CHAIN FINISH, THE
010980* ALERT COUNT, THEN MONTH-TO-DATE ATTAINMENT.
010990*----------------------------------------------------------------
011000 5000-WRITE-REPORT.
011010     OPEN OUTPUT SLA-REPORT-FILE
011020     MOVE SPACES TO SLA-REPORT-RECORD
011030     STRING "SLAMON - BATCH-WINDOW SLA MONITOR  RUN "
011040                                      DELIMITED BY SIZE
011050            RH-RUN-ID                 DELIMITED BY SIZE
011060            "  OPERATOR "             DELIMITED BY SIZE
011070            RH-OPERATOR-ID            DELIMITED BY SIZE
011080            INTO SLA-REPORT-RECORD
011090     END-STRING
011100     WRITE SLA-REPORT-RECORD
011110     MOVE SPACES TO SLA-REPORT-RECORD
011120     WRITE SLA-REPORT-RECORD
011130     MOVE WS-CHAIN-START-MIN TO WS-FMT-MIN
011140     PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
011150     MOVE WS-FMT-TEXT TO WS-FMT-TEXT-1
011160     MOVE WS-NOW-MIN TO WS-FMT-MIN
011170     PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
011180     MOVE SPACES TO SLA-REPORT-RECORD
011190     EVALUATE TRUE
011200         WHEN CHAIN-NOT-LOGGED
011210             STRING "NIGHT OF "          DELIMITED BY SIZE
011220                    WS-NIGHT-DATE-X      DELIMITED BY SIZE
011230                    "  NO CHAIN ON CHAINLOG.DAT  AS AT "
011240                                         DELIMITED BY SIZE
011250                    WS-FMT-TEXT          DELIMITED BY SIZE
011260                    INTO SLA-REPORT-RECORD
011270             END-STRING
011280         WHEN OTHER
011290             STRING "NIGHT OF "          DELIMITED BY SIZE
011300                    WS-NIGHT-DATE-X      DELIMITED BY SIZE
011310                    "  CHAIN STARTED "   DELIMITED BY SIZE
011320                    WS-FMT-TEXT-1        DELIMITED BY SPACE
011330                    "  AS AT "           DELIMITED BY SIZE
011340                    WS-FMT-TEXT          DELIMITED BY SIZE
011350                    INTO SLA-REPORT-RECORD
011360             END-STRING
011370     END-EVALUATE
011380     WRITE SLA-REPORT-RECORD
011390     MOVE SPACES TO SLA-REPORT-RECORD
011400     EVALUATE TRUE
011410         WHEN CHAIN-RUNNING
011420             MOVE "CHAIN IS RUNNING" TO SLA-REPORT-RECORD
011430         WHEN CHAIN-HALTED
011440             MOVE "CHAIN HALTED - PROJECTION ASSUMES A RESUME NOW"
011450                 TO SLA-REPORT-RECORD
011460         WHEN CHAIN-COMPLETE
011470             MOVE "CHAIN COMPLETE" TO SLA-REPORT-RECORD
011480         WHEN OTHER
011490             MOVE "CHAIN NOT STARTED" TO SLA-REPORT-RECORD
011500     END-EVALUATE
011510     WRITE SLA-REPORT-RECORD
011520     MOVE SPACES TO SLA-REPORT-RECORD
011530     WRITE SLA-REPORT-RECORD
011540     WRITE SLA-REPORT-RECORD FROM WS-JOB-HEADING-LINE
011550     PERFORM 5100-WRITE-ONE-JOB THRU 5100-EXIT
011560         VARYING WS-SLA-IDX FROM 1 BY 1
011570         UNTIL WS-SLA-IDX > WS-SLA-COUNT
011580
011590     MOVE SPACES TO SLA-REPORT-RECORD
011600     WRITE SLA-REPORT-RECORD
011610     IF PENDING-SEEN
011620         MOVE WS-PROJ-CURSOR-MIN TO WS-FMT-MIN
011630         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
011640         STRING "PROJECTED CHAIN FINISH " DELIMITED BY SIZE
011650                WS-FMT-TEXT               DELIMITED BY SIZE
011660                INTO SLA-REPORT-RECORD
011670         END-STRING
011680     ELSE
011690         MOVE WS-LAST-END-MIN TO WS-FMT-MIN
011700         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
011710         STRING "CHAIN FINISHED "         DELIMITED BY SIZE
011720                WS-FMT-TEXT               DELIMITED BY SIZE
011730                INTO SLA-REPORT-RECORD
011740         END-STRING
011750     END-IF
011760     WRITE SLA-REPORT-RECORD
011770     DISPLAY SLA-REPORT-RECORD
011780     MOVE SPACES TO SLA-REPORT-RECORD
011790     STRING WS-BREACH-COUNT              DELIMITED BY SIZE
011800            " SLA BREACHES, "            DELIMITED BY SIZE
011810            WS-WARNING-COUNT             DELIMITED BY SIZE
011820            " WARNINGS - SEE SLAALERT.DAT"
011830                                         DELIMITED BY SIZE
011840            INTO SLA-REPORT-RECORD
011850     END-STRING
011860     WRITE SLA-REPORT-RECORD
011870     DISPLAY SLA-REPORT-RECORD
011880     IF WS-SLA-BAD-COUNT > 0
011890         MOVE SPACES TO SLA-REPORT-RECORD
011900         STRING WS-SLA-BAD-COUNT         DELIMITED BY SIZE
011910                " SLATABLE.DAT LINES SKIPPED AS UNUSABLE"
011920                                         DELIMITED BY SIZE
011930                INTO SLA-REPORT-RECORD
011940         END-STRING
011950         WRITE SLA-REPORT-RECORD
011960     END-IF
011970
011980     MOVE SPACES TO SLA-REPORT-RECORD
011990     WRITE SLA-REPORT-RECORD
012000     IF NOT HIST-UPDATED
012010         STRING "MONTH-TO-DATE ATTAINMENT NOT AVAILABLE - "
012020                    DELIMITED BY SIZE
012030                "SLAHIST.DAT COULD NOT BE READ"
012040                    DELIMITED BY SIZE
012050                INTO SLA-REPORT-RECORD
012060         END-STRING
012070         WRITE SLA-REPORT-RECORD
012080     ELSE
012090         PERFORM 5200-WRITE-MONTH THRU 5200-EXIT
012100     END-IF
012110     CLOSE SLA-REPORT-FILE
012120     EVALUATE TRUE
012130         WHEN WS-BREACH-COUNT > 0
012140             MOVE "SLA BREACHED" TO WS-RUN-REASON
012150         WHEN WS-WARNING-COUNT > 0
012160             MOVE "SLA WARNINGS" TO WS-RUN-REASON
012170         WHEN WS-RUN-REASON = SPACES
012180             MOVE "ALL JOBS ON TIME" TO WS-RUN-REASON
012190     END-EVALUATE.
012200 5000-EXIT.
012210     EXIT.
012220
012230 5100-WRITE-ONE-JOB.
012240     MOVE SPACES TO WS-JOB-LINE
012250     MOVE WS-SLA-PROGRAM(WS-SLA-IDX)  TO JL-PROGRAM
012260     MOVE WS-SLA-STEP(WS-SLA-IDX)     TO JL-STEP
012270     MOVE WS-SLA-START-MIN(WS-SLA-IDX) TO WS-FMT-MIN
012280     PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
012290     MOVE WS-FMT-TEXT TO JL-EXPECTED
012300     MOVE WS-SLA-FINISH-MIN(WS-SLA-IDX) TO WS-FMT-MIN
012310     PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
012320     MOVE WS-FMT-TEXT TO JL-LATEST
012330     MOVE WS-SLA-NORMAL(WS-SLA-IDX)   TO JL-NORMAL
012340     IF WS-SLA-RUNS(WS-SLA-IDX) > 0
012350         MOVE WS-SLA-ACT-START(WS-SLA-IDX) TO WS-FMT-MIN
012360         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
012370         MOVE WS-FMT-TEXT TO JL-STARTED
012380         MOVE WS-SLA-ACT-END(WS-SLA-IDX) TO WS-FMT-MIN
012390         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
012400         MOVE WS-FMT-TEXT TO JL-ENDED
012410         MOVE WS-SLA-RUN-MINUTES(WS-SLA-IDX) TO WS-EDIT-MINUTES
012420         MOVE WS-EDIT-MINUTES TO JL-MINUTES(2:5)
012430     END-IF
012440     IF WS-SLA-OUTCOME(WS-SLA-IDX) = "P"
012450             OR (WS-SLA-OUTCOME(WS-SLA-IDX) = "B"
012460                 AND WS-SLA-RUNS(WS-SLA-IDX) = 0)
012470         MOVE WS-SLA-PROJ-END(WS-SLA-IDX) TO WS-FMT-MIN
012480         PERFORM 5800-FORMAT-MINUTE THRU 5800-EXIT
012490         MOVE WS-FMT-TEXT TO JL-PROJ-END
012500     END-IF
012510     EVALUATE WS-SLA-OUTCOME(WS-SLA-IDX)
012520         WHEN "M"
012530             IF WS-SLA-LATE(WS-SLA-IDX) = "Y"
012540                 MOVE "MET - LATE START" TO JL-STATUS
012550             ELSE
012560                 MOVE "MET" TO JL-STATUS
012570             END-IF
012580         WHEN "B"
012590             IF WS-SLA-RUNS(WS-SLA-IDX) > 0
012600                 MOVE "MISSED FINISH" TO JL-STATUS
012610             ELSE
012620                 MOVE "NOT FINISHED" TO JL-STATUS
012630             END-IF
012640         WHEN "N"
012650             MOVE "NEVER STARTED" TO JL-STATUS
012660         WHEN "X"
012670             MOVE "NO AUDIT ENTRY" TO JL-STATUS
012673         WHEN "S"
012676             MOVE "SKIPPED - NOT DUE" TO JL-STATUS
012680         WHEN OTHER
012690             IF WS-SLA-RUNNING(WS-SLA-IDX) = "Y"
012700                 MOVE "RUNNING" TO JL-STATUS
012710             ELSE
012713                 IF WS-SLA-ON-CHAIN(WS-SLA-IDX) = "H"
012716                     MOVE "HELD" TO JL-STATUS
012719                 ELSE
012722                     MOVE "PENDING" TO JL-STATUS
012725                 END-IF
012730             END-IF
012740     END-EVALUATE
012750     WRITE SLA-REPORT-RECORD FROM WS-JOB-LINE.
012760 5100-EXIT.
012770     EXIT.
012780
012790*----------------------------------------------------------------
012800* 5200-WRITE-MONTH - MONTH-TO-DATE ATTAINMENT PER JOB AND TOTAL.
012810*----------------------------------------------------------------
012820 5200-WRITE-MONTH.
012830     MOVE SPACES TO SLA-REPORT-RECORD
012840     STRING "MONTH-TO-DATE SLA ATTAINMENT "  DELIMITED BY SIZE
012850            WS-NIGHT-YYYYMM                  DELIMITED BY SIZE
012860            INTO SLA-REPORT-RECORD
012870     END-STRING
012880     WRITE SLA-REPORT-RECORD
012890     WRITE SLA-REPORT-RECORD FROM WS-MTD-HEADING-LINE
012900     PERFORM 5300-WRITE-ONE-MONTH THRU 5300-EXIT
012910         VARYING WS-SLA-IDX FROM 1 BY 1
012920         UNTIL WS-SLA-IDX > WS-SLA-COUNT
012930     MOVE SPACES TO WS-MTD-LINE
012940     MOVE "TOTAL" TO ML-PROGRAM
012950     PERFORM VARYING WS-MTD-IDX FROM 1 BY 1
012960             UNTIL WS-MTD-IDX > 7
012970         MOVE WS-TOT-MTD(WS-MTD-IDX) TO ML-COUNT(WS-MTD-IDX)
012980     END-PERFORM
012990     COMPUTE WS-DECIDED = WS-TOT-MTD(2) + WS-TOT-MTD(4)
013000                        + WS-TOT-MTD(5) + WS-TOT-MTD(6)
013010     IF WS-DECIDED > 0
013020         COMPUTE WS-ATTAIN-PCT ROUNDED
013030             = WS-TOT-MTD(2) * 100 / WS-DECIDED
013040         MOVE WS-ATTAIN-PCT TO WS-EDIT-PCT
013050         MOVE WS-EDIT-PCT TO ML-ATTAIN
013060     ELSE
013070         MOVE "  N/A" TO ML-ATTAIN
013080     END-IF
013090     IF WS-TOT-MTD-TIMED > 0
013100         COMPUTE WS-AVG-MINUTES ROUNDED
013110             = WS-TOT-MTD-MINUTES / WS-TOT-MTD-TIMED
013120         MOVE WS-AVG-MINUTES TO ML-AVG-MINUTES
013130     END-IF
013140     MOVE SPACES TO SLA-REPORT-RECORD
013150     WRITE SLA-REPORT-RECORD
013160     WRITE SLA-REPORT-RECORD FROM WS-MTD-LINE.
013170 5200-EXIT.
013180     EXIT.
013190
013200 5300-WRITE-ONE-MONTH.
013210     MOVE SPACES TO WS-MTD-LINE
013220     MOVE WS-SLA-PROGRAM(WS-SLA-IDX) TO ML-PROGRAM
013230     PERFORM VARYING WS-MTD-IDX FROM 1 BY 1
013240             UNTIL WS-MTD-IDX > 7
013250         MOVE WS-SLA-MTD-COUNT(WS-SLA-IDX, WS-MTD-IDX)
013260             TO ML-COUNT(WS-MTD-IDX)
013270         ADD WS-SLA-MTD-COUNT(WS-SLA-IDX, WS-MTD-IDX)
013280             TO WS-TOT-MTD(WS-MTD-IDX)
013290     END-PERFORM
013300     COMPUTE WS-DECIDED
013310         = WS-SLA-MTD-COUNT(WS-SLA-IDX, 2)
013320         + WS-SLA-MTD-COUNT(WS-SLA-IDX, 4)
013330         + WS-SLA-MTD-COUNT(WS-SLA-IDX, 5)
013340         + WS-SLA-MTD-COUNT(WS-SLA-IDX, 6)
013350     IF WS-DECIDED > 0
013360         COMPUTE WS-ATTAIN-PCT ROUNDED
013370             = WS-SLA-MTD-COUNT(WS-SLA-IDX, 2) * 100 / WS-DECIDED
013380         MOVE WS-ATTAIN-PCT TO WS-EDIT-PCT
013390         MOVE WS-EDIT-PCT TO ML-ATTAIN
013400     ELSE
013410         MOVE "  N/A" TO ML-ATTAIN
013420     END-IF
013430     IF WS-SLA-MTD-TIMED(WS-SLA-IDX) > 0
013440         COMPUTE WS-AVG-MINUTES ROUNDED
013450             = WS-SLA-MTD-MINUTES(WS-SLA-IDX)
013460             / WS-SLA-MTD-TIMED(WS-SLA-IDX)
013470         MOVE WS-AVG-MINUTES TO ML-AVG-MINUTES
013480         ADD WS-SLA-MTD-MINUTES(WS-SLA-IDX) TO WS-TOT-MTD-MINUTES
013490         ADD WS-SLA-MTD-TIMED(WS-SLA-IDX)   TO WS-TOT-MTD-TIMED
013500     END-IF
013510     MOVE WS-SLA-NORMAL(WS-SLA-IDX) TO ML-NORMAL
013520     WRITE SLA-REPORT-RECORD FROM WS-MTD-LINE.
013530 5300-EXIT.
013540     EXIT.
013550
013560*----------------------------------------------------------------
013570* 5800-FORMAT-MINUTE - WS-FMT-MIN AS HH:MM, WITH +1 (+2 ...) FOR
013580* A TIME ON A LATER DAY THAN THE NIGHT'S DATE.
013590*----------------------------------------------------------------
013600 5800-FORMAT-MINUTE.
013610     IF WS-FMT-MIN < 0
013620         MOVE "--:--" TO WS-FMT-TEXT
013630         GO TO 5800-EXIT
013640     END-IF
013650     DIVIDE WS-FMT-MIN BY 1440 GIVING WS-FMT-DAYS
013660         REMAINDER WS-FMT-REST
013670     DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-HH
013680         REMAINDER WS-FMT-MM
013690     IF WS-FMT-DAYS > 9
013700         MOVE 9 TO WS-FMT-DAY
013710     ELSE
013720         MOVE WS-FMT-DAYS TO WS-FMT-DAY
013730     END-IF
013740     MOVE WS-FMT-EDIT TO WS-FMT-TEXT
013750     IF WS-FMT-DAYS = 0
013760         MOVE SPACES TO WS-FMT-TEXT(6:3)
013770     END-IF.
013780 5800-EXIT.
013790     EXIT.
013800
013810*----------------------------------------------------------------
013820* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
013830*----------------------------------------------------------------
013840 7000-WRITE-RUN-METRICS.
013850     OPEN EXTEND RUN-METRICS-FILE
013860     IF NOT METRICS-OK
013870         OPEN OUTPUT RUN-METRICS-FILE
013880     END-IF
013890     MOVE SPACES TO RUN-METRICS-RECORD
013900     MOVE RH-PROGRAM-NAME     TO MT-PROGRAM-NAME
013910     MOVE RH-RUN-ID           TO MT-RUN-ID
013920     MOVE WS-AUDIT-READ-COUNT TO MT-RECORDS-READ
013930     MOVE WS-ALERT-COUNT      TO MT-RECORDS-WRITTEN
013940     MOVE WS-BREACH-COUNT     TO MT-EXCEPTIONS
013950     MOVE 0                   TO MT-TOTAL-AMOUNT
013960     MOVE 0                   TO MT-VALUE-MIN
013970     MOVE 0                   TO MT-VALUE-MAX
013980     WRITE RUN-METRICS-RECORD
013990     CLOSE RUN-METRICS-FILE.
014000 7000-EXIT.
014010     EXIT.
014020
014030*----------------------------------------------------------------
014040* 9999-TERMINATE - LOG THE RUN.
014050*----------------------------------------------------------------
014060 9999-TERMINATE.
014070     OPEN EXTEND AUDIT-LOG-FILE
014080     IF NOT AUDIT-OK
014090         OPEN OUTPUT AUDIT-LOG-FILE
014100     END-IF
014110     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
014120     ACCEPT WS-END-TIME FROM TIME
014130     MOVE SPACES TO AUDIT-LOG-RECORD
014140     MOVE RH-PROGRAM-NAME     TO AL-PROGRAM-NAME
014150     MOVE " RUNID "           TO AL-RUNID-TAG
014160     MOVE RH-RUN-ID           TO AL-RUN-ID
014170     MOVE " OPERATOR "        TO AL-OPERATOR-TAG
014180     MOVE RH-OPERATOR-ID      TO AL-OPERATOR-ID
014190     MOVE " MODE "            TO AL-MODE-TAG
014200     IF RUNCARD-PRESENT
014210         MOVE "B"             TO AL-RUN-MODE
014220     ELSE
014230         MOVE "I"             TO AL-RUN-MODE
014240     END-IF
014250     MOVE WS-END-DATE         TO AL-END-DATE
014260     MOVE WS-END-TIME-HHMMSS  TO AL-END-TIME
014270     MOVE WS-RUN-STATUS       TO AL-STATUS
014280     MOVE WS-RUN-REASON       TO AL-REASON
014290     MOVE WS-AUDIT-READ-COUNT TO AL-RECORDS-READ
014300     MOVE WS-ALERT-COUNT      TO AL-RECORDS-WRITTEN
014310     MOVE WS-BREACH-COUNT     TO AL-RECORDS-REJECTED
014320     WRITE AUDIT-LOG-RECORD
014330     CLOSE AUDIT-LOG-FILE.
014340 9999-EXIT.
014350     EXIT.
