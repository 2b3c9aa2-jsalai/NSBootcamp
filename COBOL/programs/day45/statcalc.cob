000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATCALC.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  DESCRIBES ONE SERIES OF
000110*                  VALUES: COUNT, MEAN, MEDIAN, STANDARD
000120*                  DEVIATION, SMALLEST, LARGEST AND UP TO FIVE
000130*                  PERCENTILES.  CALLED BY SIMPLEMATH FOR ITS
000140*                  STATISTICS OPERATION CLASS AND BY VOLANOM TO
000150*                  MEASURE EACH JOB'S RECENT RUN HISTORY.
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000190
000200 DATA DIVISION.
000210 WORKING-STORAGE SECTION.
000220 01  WS-SORT-I               PIC 9(4)  VALUE 0.
000230 01  WS-SORT-J               PIC 9(4)  VALUE 0.
000240 01  WS-SORT-HOLD            PIC S9(11)V99 VALUE 0.
000250 01  WS-PCT-IDX              PIC 9     VALUE 0.
000260 01  WS-RANK                 PIC 9(4)  VALUE 0.
000270 01  WS-MID                  PIC 9(4)  VALUE 0.
000280
000290*----------------------------------------------------------------
000300* RUNNING SUMS.  THE SQUARED DEVIATIONS OF A THOUSAND ELEVEN-
000310* DIGIT VALUES NEED ROOM FOR 26 WHOLE DIGITS.
000320*----------------------------------------------------------------
000330 01  WS-SUM                  PIC S9(15)V99      VALUE 0.
000340 01  WS-DEVIATION            PIC S9(12)V9(04)   VALUE 0.
000350 01  WS-SUM-SQUARES          PIC 9(27)V9(04)    VALUE 0.
000360
000370 LINKAGE SECTION.
000380     COPY STATLINK.
000390
000400 PROCEDURE DIVISION USING WS-STAT-SERIES.
000410*----------------------------------------------------------------
000420* 0000-MAINLINE - SORT THE SERIES AND WORK OUT EACH FIGURE.  AN
000430* EMPTY SERIES IS ANSWERED WITH ALL ZEROES.
000440*----------------------------------------------------------------
000450 0000-MAINLINE.
000460     MOVE 0 TO ST-COUNT ST-MEAN ST-MEDIAN ST-STD-DEV
000470     MOVE 0 TO ST-MIN ST-MAX
000480     PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
000490             UNTIL WS-PCT-IDX > 5
000500         MOVE 0 TO ST-PCT-VALUE(WS-PCT-IDX)
000510     END-PERFORM
000520     MOVE ST-VALUE-COUNT TO ST-COUNT
000530     IF ST-COUNT > 1000
000540         MOVE 1000 TO ST-COUNT
000550     END-IF
000560     IF ST-COUNT = 0
000570         GO TO 0000-EXIT
000580     END-IF
000590     PERFORM 1000-SORT-SERIES THRU 1000-EXIT
000600     MOVE ST-VALUE(1)        TO ST-MIN
000610     MOVE ST-VALUE(ST-COUNT) TO ST-MAX
000620     PERFORM 2000-MEAN-AND-SPREAD THRU 2000-EXIT
000630     PERFORM 3000-MEDIAN THRU 3000-EXIT
000640     PERFORM 4000-PERCENTILES THRU 4000-EXIT.
000650 0000-EXIT.
000660     GOBACK.
000670
000680*----------------------------------------------------------------
000690* 1000-SORT-SERIES - STRAIGHT INSERTION INTO ASCENDING ORDER.
000700* THE SERIES ARE SMALL AND OFTEN ARRIVE NEARLY IN ORDER, SO THE
000710* SHIFTING WORK STAYS LIGHT.
000720*----------------------------------------------------------------
000730 1000-SORT-SERIES.
000740     PERFORM VARYING WS-SORT-I FROM 2 BY 1
000750             UNTIL WS-SORT-I > ST-COUNT
000760         MOVE ST-VALUE(WS-SORT-I) TO WS-SORT-HOLD
000770         MOVE WS-SORT-I TO WS-SORT-J
000780         PERFORM UNTIL WS-SORT-J = 1
000790                 OR ST-VALUE(WS-SORT-J - 1) NOT > WS-SORT-HOLD
000800             MOVE ST-VALUE(WS-SORT-J - 1) TO ST-VALUE(WS-SORT-J)
000810             SUBTRACT 1 FROM WS-SORT-J
000820         END-PERFORM
000830         MOVE WS-SORT-HOLD TO ST-VALUE(WS-SORT-J)
000840     END-PERFORM.
000850 1000-EXIT.
000860     EXIT.
000870
000880*----------------------------------------------------------------
000890* 2000-MEAN-AND-SPREAD - THE MEAN, THEN THE SQUARED DISTANCE OF
000900* EVERY VALUE FROM IT; THE STANDARD DEVIATION IS THE SQUARE ROOT
000910* OF THEIR AVERAGE.
000920*----------------------------------------------------------------
000930 2000-MEAN-AND-SPREAD.
000940     MOVE 0 TO WS-SUM
000950     PERFORM VARYING WS-SORT-I FROM 1 BY 1
000960             UNTIL WS-SORT-I > ST-COUNT
000970         ADD ST-VALUE(WS-SORT-I) TO WS-SUM
000980     END-PERFORM
000990     COMPUTE ST-MEAN ROUNDED = WS-SUM / ST-COUNT
001000     MOVE 0 TO WS-SUM-SQUARES
001010     PERFORM VARYING WS-SORT-I FROM 1 BY 1
001020             UNTIL WS-SORT-I > ST-COUNT
001030         COMPUTE WS-DEVIATION = ST-VALUE(WS-SORT-I) - ST-MEAN
001040         COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
001050             + WS-DEVIATION * WS-DEVIATION
001060     END-PERFORM
001070     COMPUTE ST-STD-DEV ROUNDED =
001080             FUNCTION SQRT(WS-SUM-SQUARES / ST-COUNT).
001090 2000-EXIT.
001100     EXIT.
001110
001120*----------------------------------------------------------------
001130* 3000-MEDIAN - THE MIDDLE VALUE, OR THE AVERAGE OF THE TWO
001140* MIDDLE VALUES WHEN THE COUNT IS EVEN.
001150*----------------------------------------------------------------
001160 3000-MEDIAN.
001170     DIVIDE ST-COUNT BY 2 GIVING WS-MID
001180     IF WS-MID * 2 = ST-COUNT
001190         COMPUTE ST-MEDIAN ROUNDED =
001200                 (ST-VALUE(WS-MID) + ST-VALUE(WS-MID + 1)) / 2
001210     ELSE
001220         MOVE ST-VALUE(WS-MID + 1) TO ST-MEDIAN
001230     END-IF.
001240 3000-EXIT.
001250     EXIT.
001260
001270*----------------------------------------------------------------
001280* 4000-PERCENTILES - NEAREST RANK: THE RANK IS THE PERCENTAGE OF
001290* THE COUNT, ROUNDED UP, AND NEVER BELOW THE FIRST VALUE.
001300*----------------------------------------------------------------
001310 4000-PERCENTILES.
001320     PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
001330             UNTIL WS-PCT-IDX > 5
001340         IF ST-PCT-WANTED(WS-PCT-IDX) IS NUMERIC
001350                 AND ST-PCT-WANTED(WS-PCT-IDX) > 0
001360             COMPUTE WS-RANK =
001370                     (ST-PCT-WANTED(WS-PCT-IDX) * ST-COUNT + 99)
001380                     / 100
001390             IF WS-RANK < 1
001400                 MOVE 1 TO WS-RANK
001410             END-IF
001420             MOVE ST-VALUE(WS-RANK)
001430                 TO ST-PCT-VALUE(WS-PCT-IDX)
001440         END-IF
001450     END-PERFORM.
001460 4000-EXIT.
001470     EXIT.
