000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSTMEAS.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  MEASURES ONE FILE FOR THE
000110*                  RESTORE-POINT JOBS: WHETHER IT IS THERE, ITS
000120*                  RECORD COUNT, A HASH TOTAL OVER EVERY BYTE
000130*                  AND, FOR THE BALANCE MASTERS, THE BALANCE
000140*                  TOTAL.  CALLED BY RSTPOINT WHEN A RESTORE
000150*                  POINT IS TAKEN AND BY RSTROLL WHEN ONE IS PUT
000160*                  BACK, SO BOTH SIDES PROVE WITH THE SAME SUMS.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT RX-DATA-FILE ASSIGN TO WS-DATA-NAME
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-DATA-STATUS.
000250
000260 DATA DIVISION.
000270 FILE SECTION.
000280*    THE WIDEST RECORD IN THE RESTORE-POINT SET FITS WITH ROOM
000290*    TO SPARE; A SHORTER LINE IS READ SPACE-FILLED, SO THE HASH
000300*    ALWAYS RUNS OVER THE SAME 256 COLUMNS.
000310 FD  RX-DATA-FILE.
000320 01  RX-DATA-RECORD          PIC X(256).
000330
000340 WORKING-STORAGE SECTION.
000350 01  WS-DATA-STATUS          PIC XX  VALUE SPACES.
000360     88  DATA-OK                     VALUE "00".
000370     88  DATA-EOF                    VALUE "10".
000380 01  WS-DATA-NAME            PIC X(40) VALUE SPACES.
000390 01  WS-HASH-I               PIC 9(3)  VALUE 0.
000400 01  WS-REC-SUM              PIC 9(9)  VALUE 0.
000410 01  WS-REC-WEIGHT           PIC 9(3)  VALUE 0.
000420
000430*----------------------------------------------------------------
000440* THE BALANCE ZONES, SEEN AS TEXT FOR THE MOVE AND AS NUMBERS
000450* FOR THE ADD.  A ZONE THAT IS NOT NUMERIC (A BLANK OR COMMENT
000460* LINE) ADDS NOTHING.
000470*----------------------------------------------------------------
000480 01  WS-DEPOSIT-BAL-X        PIC X(12) VALUE SPACES.
000490 01  WS-DEPOSIT-BAL REDEFINES WS-DEPOSIT-BAL-X
000500                             PIC S9(9)V99
000510                             SIGN IS LEADING SEPARATE.
000520 01  WS-LOAN-BAL-X           PIC X(09) VALUE SPACES.
000530 01  WS-LOAN-BAL REDEFINES WS-LOAN-BAL-X
000540                             PIC 9(7)V99.
000550
000560 LINKAGE SECTION.
000570     COPY RSTLINK.
000580
000590 PROCEDURE DIVISION USING WS-RESTORE-MEASURE.
000600*----------------------------------------------------------------
000610* 0000-MAINLINE - READ THE FILE THROUGH AND HAND BACK THE SUMS.
000620* A FILE THAT CANNOT BE OPENED IS ANSWERED AS NOT PRESENT.
000630*----------------------------------------------------------------
000640 0000-MAINLINE.
000650     MOVE "N" TO RX-PRESENT
000660     MOVE 0   TO RX-RECORDS
000670     MOVE 0   TO RX-HASH
000680     MOVE 0   TO RX-BALANCE
000690     MOVE RX-FILE-NAME TO WS-DATA-NAME
000700     OPEN INPUT RX-DATA-FILE
000710     IF NOT DATA-OK
000720         GO TO 0000-EXIT
000730     END-IF
000740     MOVE "Y" TO RX-PRESENT
000750     READ RX-DATA-FILE
000760         AT END SET DATA-EOF TO TRUE
000770     END-READ
000780     PERFORM 1000-MEASURE-RECORD THRU 1000-EXIT
000790         UNTIL DATA-EOF
000800     CLOSE RX-DATA-FILE.
000810 0000-EXIT.
000820     GOBACK.
000830
000840*----------------------------------------------------------------
000850* 1000-MEASURE-RECORD - COUNT THE RECORD AND SUM EVERY BYTE'S
000860* COLLATING VALUE TIMES ITS COLUMN; THAT SUM GOES INTO THE HASH
000870* WEIGHTED BY THE RECORD'S PLACE IN THE FILE (1 TO 100, ROUND
000880* AND ROUND), SO A RECORD CHANGED, SHIFTED OR MOVED SHOWS.
000890* THEN ADD ITS BALANCE AND READ THE NEXT.
000900*----------------------------------------------------------------
000910 1000-MEASURE-RECORD.
000920     ADD 1 TO RX-RECORDS
000930     MOVE 0 TO WS-REC-SUM
000940     PERFORM VARYING WS-HASH-I FROM 1 BY 1
000950             UNTIL WS-HASH-I > 256
000960         COMPUTE WS-REC-SUM = WS-REC-SUM
000970             + FUNCTION ORD(RX-DATA-RECORD(WS-HASH-I:1))
000980             * WS-HASH-I
000990     END-PERFORM
001000     COMPUTE WS-REC-WEIGHT = FUNCTION MOD(RX-RECORDS, 100) + 1
001010     COMPUTE RX-HASH = RX-HASH + WS-REC-SUM * WS-REC-WEIGHT
001020     EVALUATE TRUE
001030         WHEN RX-BAL-DEPOSIT
001040             MOVE RX-DATA-RECORD(9:12) TO WS-DEPOSIT-BAL-X
001050             IF WS-DEPOSIT-BAL IS NUMERIC
001060                 ADD WS-DEPOSIT-BAL TO RX-BALANCE
001070             END-IF
001080         WHEN RX-BAL-LOAN
001090             MOVE RX-DATA-RECORD(17:9) TO WS-LOAN-BAL-X
001100             IF WS-LOAN-BAL IS NUMERIC
001110                 ADD WS-LOAN-BAL TO RX-BALANCE
001120             END-IF
001130     END-EVALUATE
001140     READ RX-DATA-FILE
001150         AT END SET DATA-EOF TO TRUE
001160     END-READ.
001170 1000-EXIT.
001180     EXIT.
