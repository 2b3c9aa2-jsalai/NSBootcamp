000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QAAGING.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  OPEN-CASE AGING REPORT OVER
000110*                  THE STRINSPECT EXCEPTION CASE FILE
000120*                  (STRCASE.DAT).  COUNTS THE OPEN CASES OF EACH
000130*                  UPSTREAM FEED BY DAYS SINCE FIRST SEEN, IN
000140*                  BUCKETS 0-2, 3-7, 8-30 AND OVER 30, WITH FEED
000150*                  AND GRAND TOTALS, THEN LISTS EVERY CASE OVER
000160*                  30 DAYS SO THE CHRONIC OFFENDERS CAN BE TAKEN
000170*                  BACK TO THE SENDERS.  REPORT TO QAAGER.DAT;
000180*                  CONDITION CODE 4 WHEN ANY CASE IS OVER 30 DAYS.
000182* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000184*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000186*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000188*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     COPY STRCSEL.
000250     SELECT QA-REPORT-FILE ASSIGN TO "QAAGER.DAT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-REPORT-STATUS.
000280     COPY AUDITSEL.
000290     COPY RUNCSEL.
000300     COPY METRSEL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CASE-FILE.
000350     COPY STRCASE.
000360
000370 FD  QA-REPORT-FILE.
000380 01  QA-REPORT-RECORD        PIC X(132).
000390
000400 FD  AUDIT-LOG-FILE.
000410     COPY AUDITLOG.
000420
000430 FD  RUN-CARD-FILE.
000440     COPY RUNCARD.
000450
000460 FD  RUN-METRICS-FILE.
000470     COPY RUNMETR.
000480
000490 WORKING-STORAGE SECTION.
000500     COPY RUNHDR.
000505     COPY OPERLINK.
000510 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000520     88  AUDIT-OK                    VALUE "00".
000530 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000540     88  RUNCARD-OK                  VALUE "00".
000550 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000560     88  RUNCARD-PRESENT             VALUE "Y".
000570 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
000580     88  METRICS-OK                  VALUE "00".
000590 01  WS-CASE-STATUS          PIC XX  VALUE SPACES.
000600     88  CASE-OK                     VALUE "00".
000610     88  CASE-EOF                    VALUE "10".
000620 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
000630     88  REPORT-OK                   VALUE "00".
000640
000650 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000660 01  WS-END-TIME.
000670     05  WS-END-TIME-HHMMSS  PIC 9(6).
000680     05  FILLER              PIC 99.
000690 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
000700 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
000710
000720*----------------------------------------------------------------
000730* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = NO
000740* OPEN CASE OVER 30 DAYS (OR NO CASE FILE YET), 4 = SOME OPEN
000750* CASE IS OVER 30 DAYS.  HIGHEST WINS.
000760*----------------------------------------------------------------
000770 01  WS-COND-CODE            PIC 99     VALUE 0.
000780 01  WS-HAD-FILE-SWITCH      PIC X      VALUE "N".
000790     88  HAD-CASE-FILE                  VALUE "Y".
000800
000810*----------------------------------------------------------------
000820* ONE LINE PER FEED, KEPT IN FEED-ID ORDER AS FEEDS ARE MET.  THE
000830* SINGLE STRIN.DAT SCAN HAS A BLANK FEED ID AND IS SHOWN AS
000840* STRIN.  PAST 50 FEEDS THE REST ARE COUNTED ON A LAST *OTHER*
000850* LINE RATHER THAN LOST.  BUCKETS: 1 = 0-2 DAYS, 2 = 3-7,
000860* 3 = 8-30, 4 = OVER 30.
000870*----------------------------------------------------------------
000880 01  WS-FEED-COUNT           PIC 9(3)   VALUE 0.
000890 01  WS-FEED-TABLE.
000900     05  WS-FEED-ENTRY OCCURS 51 TIMES.
000910         10  WS-FEED-ID      PIC X(08).
000920         10  WS-FEED-BUCKET  PIC 9(7)  OCCURS 4 TIMES.
000930         10  WS-FEED-OPEN    PIC 9(7).
000940         10  WS-FEED-OLDEST  PIC 9(5).
000950 01  WS-FEED-IDX             PIC 9(3)   VALUE 0.
000960 01  WS-MOVE-IDX             PIC 9(3)   VALUE 0.
000970 01  WS-FOUND-IDX            PIC 9(3)   VALUE 0.
000980 01  WS-WORK-FEED            PIC X(08)  VALUE SPACES.
000990 01  WS-BUCKET-IDX           PIC 9      VALUE 0.
001000 01  WS-TOT-BUCKET           PIC 9(7)   OCCURS 4 TIMES.
001010
001020*----------------------------------------------------------------
001030* ONE CASE'S AGE.  A FIRST-SEEN DATE THAT IS NOT A DATE CANNOT
001040* BE AGED; SUCH A CASE IS PUT IN THE OLDEST BUCKET (SHOWN AS
001050* 99999 DAYS) SO IT IS LOOKED AT RATHER THAN HIDDEN.
001060*----------------------------------------------------------------
001070 01  WS-RUN-DAY              PIC 9(7)   VALUE 0.
001080 01  WS-RUN-DATE-N           PIC 9(8)   VALUE 0.
001090 01  WS-AGE-DAYS             PIC 9(5)   VALUE 0.
001100 01  WS-FIRST-DATE           PIC 9(8)   VALUE 0.
001110 01  WS-CASE-READ-COUNT      PIC 9(7)   VALUE 0.
001120 01  WS-OPEN-COUNT           PIC 9(7)   VALUE 0.
001130 01  WS-OVER-30-COUNT        PIC 9(7)   VALUE 0.
001140
001150*----------------------------------------------------------------
001160* REPORT LINES.
001170*----------------------------------------------------------------
001180 01  WS-HEADING-LINE.
001190     05  FILLER              PIC X(10)  VALUE "FEED".
001200     05  FILLER              PIC X(10)  VALUE "  0-2 DAYS".
001210     05  FILLER              PIC X(10)  VALUE "  3-7 DAYS".
001220     05  FILLER              PIC X(10)  VALUE " 8-30 DAYS".
001230     05  FILLER              PIC X(10)  VALUE "   OVER 30".
001240     05  FILLER              PIC X(10)  VALUE "  OPEN TOT".
001250     05  FILLER              PIC X(08)  VALUE "  OLDEST".
001260     05  FILLER              PIC X(64)  VALUE SPACES.
001270 01  WS-DETAIL-LINE.
001280     05  DL-FEED             PIC X(08).
001290     05  DL-COLUMN OCCURS 5 TIMES.
001300         10  FILLER          PIC X(02).
001310         10  DL-COUNT        PIC Z(7)9.
001320     05  FILLER              PIC X(03).
001330     05  DL-OLDEST           PIC Z(4)9.
001340     05  FILLER              PIC X(66).
001350 01  WS-OLD-HEADING-LINE.
001360     05  FILLER              PIC X(08)  VALUE "CASE".
001370     05  FILLER              PIC X(09)  VALUE "FEED".
001380     05  FILLER              PIC X(11)  VALUE "FIELD".
001390     05  FILLER              PIC X(02)  VALUE "S".
001400     05  FILLER              PIC X(09)  VALUE "FIRST".
001410     05  FILLER              PIC X(06)  VALUE " DAYS".
001420     05  FILLER              PIC X(06)  VALUE " SEEN".
001430     05  FILLER              PIC X(09)  VALUE " ASSIGNED".
001440     05  FILLER              PIC X(72)  VALUE " REASON".
001450 01  WS-OLD-LINE.
001460     05  OL-CASE-ID          PIC 9(07).
001470     05  FILLER              PIC X(01).
001480     05  OL-FEED             PIC X(08).
001490     05  FILLER              PIC X(01).
001500     05  OL-FIELD            PIC X(10).
001510     05  FILLER              PIC X(01).
001520     05  OL-SEVERITY         PIC X(01).
001530     05  FILLER              PIC X(01).
001540     05  OL-FIRST-SEEN       PIC X(08).
001550     05  FILLER              PIC X(01).
001560     05  OL-DAYS             PIC Z(4)9.
001570     05  FILLER              PIC X(01).
001580     05  OL-TIMES-SEEN       PIC Z(4)9.
001590     05  FILLER              PIC X(01).
001600     05  OL-ASSIGNED-TO      PIC X(08).
001610     05  FILLER              PIC X(01).
001620     05  OL-REASON           PIC X(40).
001630     05  FILLER              PIC X(32).
001640
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------
001670* 0000-MAINLINE - TOP-LEVEL CONTROL
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001710     OPEN OUTPUT QA-REPORT-FILE
001720     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT
001730     PERFORM 2000-COUNT-OPEN-CASES THRU 2000-EXIT
001740     IF HAD-CASE-FILE
001750         PERFORM 5100-WRITE-FEED-SUMMARY THRU 5100-EXIT
001760         PERFORM 3000-LIST-OVER-30 THRU 3000-EXIT
001770     END-IF
001780     PERFORM 5900-WRITE-VERDICT THRU 5900-EXIT
001790     CLOSE QA-REPORT-FILE
001800     PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
001810     PERFORM 9999-TERMINATE THRU 9999-EXIT
001820     MOVE WS-COND-CODE TO RETURN-CODE
001830     STOP RUN.
001840
001850*----------------------------------------------------------------
001860* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     DISPLAY " ".
001900     DISPLAY "=== QAAGING - OPEN EXCEPTION CASE AGING ===".
001910     MOVE "QAAGING " TO RH-PROGRAM-NAME
001920     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001930     IF NOT RUNCARD-PRESENT
001940         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001950         ACCEPT RH-OPERATOR-ID
001960     END-IF
001970     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001980     ACCEPT RH-RUN-TIME FROM TIME
001990     STRING RH-RUN-DATE DELIMITED BY SIZE
002000            RH-RUN-TIME DELIMITED BY SIZE
002010            INTO RH-RUN-ID
002020     END-STRING
002021*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002022*    TO RUN THIS JOB.
002023     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002024     MOVE RH-RUN-ID       TO OC-RUN-ID
002025     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002026     IF RUNCARD-PRESENT
002027         MOVE "B" TO OC-RUN-MODE
002028     ELSE
002029         MOVE "I" TO OC-RUN-MODE
002030     END-IF
002031     MOVE "I"             TO OC-FUNCTION-GROUP
002032     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002033     IF NOT OC-AUTHORIZED
002034         MOVE 12 TO RETURN-CODE
002035         STOP RUN
002036     END-IF
002037     MOVE RH-RUN-DATE TO WS-RUN-DATE-N
002040     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
002050     MOVE 0 TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
002060               WS-TOT-BUCKET(3) WS-TOT-BUCKET(4).
002070 1000-EXIT.
002080     EXIT.
002090
002100 1100-READ-RUN-CARD.
002110     MOVE "N" TO WS-RUNCARD-SWITCH
002120     OPEN INPUT RUN-CARD-FILE
002130     IF RUNCARD-OK
002140         READ RUN-CARD-FILE
002150             NOT AT END
002160                 IF RUN-CARD-RECORD NOT = SPACES
002170                     MOVE "Y" TO WS-RUNCARD-SWITCH
002180                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002190                 END-IF
002200         END-READ
002210         CLOSE RUN-CARD-FILE
002220     END-IF.
002230 1100-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------------
002270* 2000-COUNT-OPEN-CASES - FIRST PASS: AGE EVERY OPEN CASE AND
002280* COUNT IT UNDER ITS FEED.  RESOLVED AND WAIVED CASES ARE READ
002290* BUT NOT COUNTED.
002300*----------------------------------------------------------------
002310 2000-COUNT-OPEN-CASES.
002320     OPEN INPUT CASE-FILE
002330     IF NOT CASE-OK
002340         MOVE "NO CASE FILE" TO WS-RUN-REASON
002350         GO TO 2000-EXIT
002360     END-IF
002370     MOVE "Y" TO WS-HAD-FILE-SWITCH
002380     PERFORM 2900-READ-CASE THRU 2900-EXIT
002390     PERFORM 2100-COUNT-ONE-CASE THRU 2100-EXIT
002400         UNTIL CASE-EOF
002410     CLOSE CASE-FILE.
002420 2000-EXIT.
002430     EXIT.
002440
002450 2100-COUNT-ONE-CASE.
002455     ADD 1 TO WS-CASE-READ-COUNT
002460     IF NOT CS-OPEN
002470         GO TO 2190-READ-NEXT
002480     END-IF
002490     ADD 1 TO WS-OPEN-COUNT
002500     PERFORM 2500-AGE-CASE THRU 2500-EXIT
002510     PERFORM 2200-FIND-FEED THRU 2200-EXIT
002520     ADD 1 TO WS-FEED-BUCKET(WS-FOUND-IDX, WS-BUCKET-IDX)
002530     ADD 1 TO WS-FEED-OPEN(WS-FOUND-IDX)
002540     ADD 1 TO WS-TOT-BUCKET(WS-BUCKET-IDX)
002550     IF WS-AGE-DAYS > WS-FEED-OLDEST(WS-FOUND-IDX)
002560         MOVE WS-AGE-DAYS TO WS-FEED-OLDEST(WS-FOUND-IDX)
002570     END-IF
002580     IF WS-BUCKET-IDX = 4
002590         ADD 1 TO WS-OVER-30-COUNT
002600     END-IF.
002610 2190-READ-NEXT.
002620     PERFORM 2900-READ-CASE THRU 2900-EXIT.
002630 2100-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670* 2200-FIND-FEED - THE CASE'S FEED LINE, INSERTED IN FEED-ID
002680* ORDER THE FIRST TIME THE FEED IS MET.
002690*----------------------------------------------------------------
002700 2200-FIND-FEED.
002710     IF CS-FEED-ID = SPACES
002720         MOVE "STRIN" TO WS-WORK-FEED
002730     ELSE
002740         MOVE CS-FEED-ID TO WS-WORK-FEED
002750     END-IF
002760     MOVE 0 TO WS-FOUND-IDX
002770     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
002780             UNTIL WS-FEED-IDX > WS-FEED-COUNT
002790             OR WS-FOUND-IDX > 0
002800         IF WS-FEED-ID(WS-FEED-IDX) = WS-WORK-FEED
002810             MOVE WS-FEED-IDX TO WS-FOUND-IDX
002820         END-IF
002830     END-PERFORM
002840     IF WS-FOUND-IDX > 0
002850         GO TO 2200-EXIT
002860     END-IF
002870     IF WS-FEED-COUNT >= 50
002880         MOVE 51 TO WS-FOUND-IDX
002890         IF WS-FEED-ID(51) NOT = "*OTHER*"
002900             MOVE "*OTHER*" TO WS-FEED-ID(51)
002910             PERFORM 2300-CLEAR-FEED-COUNTS THRU 2300-EXIT
002920         END-IF
002930         GO TO 2200-EXIT
002940     END-IF
002950     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
002960             UNTIL WS-FEED-IDX > WS-FEED-COUNT
002970             OR WS-FOUND-IDX > 0
002980         IF WS-FEED-ID(WS-FEED-IDX) > WS-WORK-FEED
002990             MOVE WS-FEED-IDX TO WS-FOUND-IDX
003000         END-IF
003010     END-PERFORM
003020     IF WS-FOUND-IDX = 0
003030         COMPUTE WS-FOUND-IDX = WS-FEED-COUNT + 1
003040     END-IF
003050     PERFORM VARYING WS-MOVE-IDX FROM WS-FEED-COUNT BY -1
003060             UNTIL WS-MOVE-IDX < WS-FOUND-IDX
003070         MOVE WS-FEED-ENTRY(WS-MOVE-IDX)
003080             TO WS-FEED-ENTRY(WS-MOVE-IDX + 1)
003090     END-PERFORM
003100     ADD 1 TO WS-FEED-COUNT
003110     MOVE WS-WORK-FEED TO WS-FEED-ID(WS-FOUND-IDX)
003120     PERFORM 2300-CLEAR-FEED-COUNTS THRU 2300-EXIT.
003130 2200-EXIT.
003140     EXIT.
003150
003160 2300-CLEAR-FEED-COUNTS.
003170     MOVE 0 TO WS-FEED-BUCKET(WS-FOUND-IDX, 1)
003180               WS-FEED-BUCKET(WS-FOUND-IDX, 2)
003190               WS-FEED-BUCKET(WS-FOUND-IDX, 3)
003200               WS-FEED-BUCKET(WS-FOUND-IDX, 4)
003210               WS-FEED-OPEN(WS-FOUND-IDX)
003220               WS-FEED-OLDEST(WS-FOUND-IDX).
003230 2300-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 2500-AGE-CASE - DAYS FROM FIRST SEEN TO THE RUN DATE, AND ITS
003280* BUCKET.  A REOPENED CASE KEEPS ITS ORIGINAL FIRST-SEEN DATE:
003290* THE PROBLEM IS AS OLD AS THE FIRST TIME THE FEED SENT IT.
003300*----------------------------------------------------------------
003310 2500-AGE-CASE.
003320     IF CS-FIRST-SEEN IS NOT NUMERIC
003330         MOVE 99999 TO WS-AGE-DAYS
003340     ELSE
003350         MOVE CS-FIRST-SEEN TO WS-FIRST-DATE
003360         IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DATE) NOT = 0
003370             OR WS-FIRST-DATE > WS-RUN-DATE-N
003380             MOVE 99999 TO WS-AGE-DAYS
003390         ELSE
003400             COMPUTE WS-AGE-DAYS = WS-RUN-DAY
003410                 - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
003420         END-IF
003430     END-IF
003440     EVALUATE TRUE
003450         WHEN WS-AGE-DAYS <= 2  MOVE 1 TO WS-BUCKET-IDX
003460         WHEN WS-AGE-DAYS <= 7  MOVE 2 TO WS-BUCKET-IDX
003470         WHEN WS-AGE-DAYS <= 30 MOVE 3 TO WS-BUCKET-IDX
003480         WHEN OTHER             MOVE 4 TO WS-BUCKET-IDX
003490     END-EVALUATE.
003500 2500-EXIT.
003510     EXIT.
003520
003530 2900-READ-CASE.
003540     READ CASE-FILE
003550         AT END SET CASE-EOF TO TRUE
003570     END-READ.
003580 2900-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* 3000-LIST-OVER-30 - SECOND PASS: EVERY OPEN CASE OVER 30 DAYS,
003630* IN CASE ORDER, WITH WHO HAS IT AND WHY IT WAS RAISED.
003640*----------------------------------------------------------------
003650 3000-LIST-OVER-30.
003660     MOVE SPACES TO QA-REPORT-RECORD
003670     WRITE QA-REPORT-RECORD
003680     IF WS-OVER-30-COUNT = 0
003690         MOVE "NO OPEN CASE IS OVER 30 DAYS OLD."
003700             TO QA-REPORT-RECORD
003710         WRITE QA-REPORT-RECORD
003720         GO TO 3000-EXIT
003730     END-IF
003740     MOVE "OPEN CASES OVER 30 DAYS" TO QA-REPORT-RECORD
003750     WRITE QA-REPORT-RECORD
003760     WRITE QA-REPORT-RECORD FROM WS-OLD-HEADING-LINE
003770     MOVE "00" TO WS-CASE-STATUS
003780     OPEN INPUT CASE-FILE
003790     PERFORM 2900-READ-CASE THRU 2900-EXIT
003800     PERFORM 3100-LIST-ONE-CASE THRU 3100-EXIT
003810         UNTIL CASE-EOF
003820     CLOSE CASE-FILE.
003830 3000-EXIT.
003840     EXIT.
003850
003860 3100-LIST-ONE-CASE.
003870     IF CS-OPEN
003880         PERFORM 2500-AGE-CASE THRU 2500-EXIT
003890         IF WS-BUCKET-IDX = 4
003900             MOVE SPACES TO WS-OLD-LINE
003910             MOVE CS-CASE-ID     TO OL-CASE-ID
003920             IF CS-FEED-ID = SPACES
003930                 MOVE "STRIN"    TO OL-FEED
003940             ELSE
003950                 MOVE CS-FEED-ID TO OL-FEED
003960             END-IF
003970             MOVE CS-FIELD       TO OL-FIELD
003980             MOVE CS-SEVERITY    TO OL-SEVERITY
003990             MOVE CS-FIRST-SEEN  TO OL-FIRST-SEEN
004000             MOVE WS-AGE-DAYS    TO OL-DAYS
004010             MOVE CS-TIMES-SEEN  TO OL-TIMES-SEEN
004020             MOVE CS-ASSIGNED-TO TO OL-ASSIGNED-TO
004030             MOVE CS-REASON      TO OL-REASON
004040             WRITE QA-REPORT-RECORD FROM WS-OLD-LINE
004050         END-IF
004060     END-IF
004070     PERFORM 2900-READ-CASE THRU 2900-EXIT.
004080 3100-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 5000-WRITE-HEADING - REPORT TITLE.
004130*----------------------------------------------------------------
004140 5000-WRITE-HEADING.
004150     MOVE SPACES TO QA-REPORT-RECORD
004160     STRING "QAAGING - OPEN EXCEPTION CASE AGING  RUN "
004170                                      DELIMITED BY SIZE
004180            RH-RUN-ID                 DELIMITED BY SIZE
004190            "  OPERATOR "             DELIMITED BY SIZE
004200            RH-OPERATOR-ID            DELIMITED BY SIZE
004210            INTO QA-REPORT-RECORD
004220     END-STRING
004230     WRITE QA-REPORT-RECORD
004240     MOVE SPACES TO QA-REPORT-RECORD
004250     WRITE QA-REPORT-RECORD.
004260 5000-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------
004300* 5100-WRITE-FEED-SUMMARY - ONE LINE PER FEED AND THE TOTAL.
004310*----------------------------------------------------------------
004320 5100-WRITE-FEED-SUMMARY.
004330     WRITE QA-REPORT-RECORD FROM WS-HEADING-LINE
004340     PERFORM 5200-WRITE-ONE-FEED THRU 5200-EXIT
004350         VARYING WS-FEED-IDX FROM 1 BY 1
004360         UNTIL WS-FEED-IDX > 51
004370     MOVE SPACES TO WS-DETAIL-LINE
004380     MOVE "TOTAL"          TO DL-FEED
004390     MOVE WS-TOT-BUCKET(1) TO DL-COUNT(1)
004400     MOVE WS-TOT-BUCKET(2) TO DL-COUNT(2)
004410     MOVE WS-TOT-BUCKET(3) TO DL-COUNT(3)
004420     MOVE WS-TOT-BUCKET(4) TO DL-COUNT(4)
004430     MOVE WS-OPEN-COUNT    TO DL-COUNT(5)
004440     MOVE SPACES TO QA-REPORT-RECORD
004450     WRITE QA-REPORT-RECORD
004460     WRITE QA-REPORT-RECORD FROM WS-DETAIL-LINE.
004470 5100-EXIT.
004480     EXIT.
004490
004500 5200-WRITE-ONE-FEED.
004510*    THE *OTHER* LINE (ENTRY 51) IS ONLY THERE WHEN IT WAS USED.
004520     IF WS-FEED-IDX > WS-FEED-COUNT
004530         IF WS-FEED-IDX < 51 OR WS-FEED-ID(51) NOT = "*OTHER*"
004540             GO TO 5200-EXIT
004550         END-IF
004560     END-IF
004570     MOVE SPACES TO WS-DETAIL-LINE
004580     MOVE WS-FEED-ID(WS-FEED-IDX) TO DL-FEED
004590     MOVE WS-FEED-BUCKET(WS-FEED-IDX, 1) TO DL-COUNT(1)
004600     MOVE WS-FEED-BUCKET(WS-FEED-IDX, 2) TO DL-COUNT(2)
004610     MOVE WS-FEED-BUCKET(WS-FEED-IDX, 3) TO DL-COUNT(3)
004620     MOVE WS-FEED-BUCKET(WS-FEED-IDX, 4) TO DL-COUNT(4)
004630     MOVE WS-FEED-OPEN(WS-FEED-IDX)      TO DL-COUNT(5)
004640     MOVE WS-FEED-OLDEST(WS-FEED-IDX)    TO DL-OLDEST
004650     WRITE QA-REPORT-RECORD FROM WS-DETAIL-LINE.
004660 5200-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700* 5900-WRITE-VERDICT - THE CLOSING LINE AND THE CONDITION CODE.
004710*----------------------------------------------------------------
004720 5900-WRITE-VERDICT.
004730     MOVE SPACES TO QA-REPORT-RECORD
004740     WRITE QA-REPORT-RECORD
004750     IF NOT HAD-CASE-FILE
004760         MOVE "NO CASE FILE (STRCASE.DAT) - NO CASES TO AGE"
004770             TO QA-REPORT-RECORD
004780     ELSE
004790         STRING WS-CASE-READ-COUNT   DELIMITED BY SIZE
004800                " CASES ON FILE, "   DELIMITED BY SIZE
004810                WS-OPEN-COUNT        DELIMITED BY SIZE
004820                " OPEN, "            DELIMITED BY SIZE
004830                WS-OVER-30-COUNT     DELIMITED BY SIZE
004840                " OPEN OVER 30 DAYS" DELIMITED BY SIZE
004850                INTO QA-REPORT-RECORD
004860         END-STRING
004870         IF WS-OVER-30-COUNT > 0
004880             MOVE "CASES OVER 30 DAYS" TO WS-RUN-REASON
004890             IF WS-COND-CODE < 4
004900                 MOVE 4 TO WS-COND-CODE
004910             END-IF
004920         ELSE
004930             MOVE "NO CASES OVER 30" TO WS-RUN-REASON
004940         END-IF
004950     END-IF
004960     WRITE QA-REPORT-RECORD
004970     DISPLAY QA-REPORT-RECORD.
004980 5900-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
005030*----------------------------------------------------------------
005040 7000-WRITE-RUN-METRICS.
005050     OPEN EXTEND RUN-METRICS-FILE
005060     IF NOT METRICS-OK
005070         OPEN OUTPUT RUN-METRICS-FILE
005080     END-IF
005090     MOVE SPACES TO RUN-METRICS-RECORD
005100     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
005110     MOVE RH-RUN-ID          TO MT-RUN-ID
005120     MOVE WS-CASE-READ-COUNT TO MT-RECORDS-READ
005130     MOVE WS-OPEN-COUNT      TO MT-RECORDS-WRITTEN
005140     MOVE WS-OVER-30-COUNT   TO MT-EXCEPTIONS
005150     MOVE 0                  TO MT-TOTAL-AMOUNT
005160     MOVE 0                  TO MT-VALUE-MIN
005170     MOVE 0                  TO MT-VALUE-MAX
005180     WRITE RUN-METRICS-RECORD
005190     CLOSE RUN-METRICS-FILE.
005200 7000-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 9999-TERMINATE - LOG THE RUN.
005250*----------------------------------------------------------------
005260 9999-TERMINATE.
005270     OPEN EXTEND AUDIT-LOG-FILE
005280     IF NOT AUDIT-OK
005290         OPEN OUTPUT AUDIT-LOG-FILE
005300     END-IF
005310     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
005320     ACCEPT WS-END-TIME FROM TIME
005330     MOVE SPACES TO AUDIT-LOG-RECORD
005340     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
005350     MOVE " RUNID "          TO AL-RUNID-TAG
005360     MOVE RH-RUN-ID          TO AL-RUN-ID
005370     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
005380     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
005390     MOVE " MODE "           TO AL-MODE-TAG
005400     IF RUNCARD-PRESENT
005410         MOVE "B"            TO AL-RUN-MODE
005420     ELSE
005430         MOVE "I"            TO AL-RUN-MODE
005440     END-IF
005450     MOVE WS-END-DATE        TO AL-END-DATE
005460     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
005470     MOVE WS-RUN-STATUS      TO AL-STATUS
005480     MOVE WS-RUN-REASON      TO AL-REASON
005490     MOVE WS-CASE-READ-COUNT TO AL-RECORDS-READ
005500     MOVE WS-OPEN-COUNT      TO AL-RECORDS-WRITTEN
005510     MOVE WS-OVER-30-COUNT   TO AL-RECORDS-REJECTED
005520     WRITE AUDIT-LOG-RECORD
005530     CLOSE AUDIT-LOG-FILE.
005540 9999-EXIT.
005550     EXIT.
