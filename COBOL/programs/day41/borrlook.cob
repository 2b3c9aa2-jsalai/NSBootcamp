000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BORRLOOK.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  BORROWER NAME-AND-ADDRESS
000110*                  LOOKUP, CALLED BY THE LOAN PROGRAMS THAT CHECK
000120*                  A BORROWER REFERENCE OR PRINT A BORROWER.
000130*                  THE BORROWER MASTER (BORRMSTR.DAT) IS READ
000140*                  INTO A TABLE ON THE FIRST CALL OF THE RUN AND
000150*                  SEARCHED FROM THERE ON EVERY CALL AFTER IT.
000160*                  A FOUND BORROWER COMES BACK WITH READY-TO-
000170*                  PRINT LABEL LINES.  NO MASTER, OR ONE TOO BIG
000180*                  FOR THE TABLE, ANSWERS "UNAVAILABLE" RATHER
000190*                  THAN "NOT FOUND" SO NO LOAN IS WRONGLY
000200*                  REJECTED FOR IT.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY BORRSEL.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  BORROWER-FILE.
000310     COPY BORRMSTR.
000320
000330 WORKING-STORAGE SECTION.
000340 01  WS-BORROWER-STATUS      PIC XX  VALUE SPACES.
000350     88  BORROWER-OK                 VALUE "00".
000360     88  BORROWER-EOF                VALUE "10".
000370
000380 01  WS-LOAD-SWITCH          PIC X      VALUE "N".
000390     88  TABLE-LOADED                   VALUE "Y".
000400 01  WS-USABLE-SWITCH        PIC X      VALUE "N".
000410     88  MASTER-USABLE                  VALUE "Y".
000420 01  WS-FOUND-IDX            PIC 9(4)   VALUE 0.
000430 01  WS-SEARCH-IDX           PIC 9(4)   VALUE 0.
000440 01  WS-PTR                  PIC 9(3)   VALUE 0.
000450
000460*    THE WHOLE BORROWER MASTER, IN FILE (REFERENCE) ORDER.
000470 01  WS-BORROWER-MAX         PIC 9(4)   VALUE 2000.
000480 01  WS-BORROWER-COUNT       PIC 9(4)   VALUE 0.
000490 01  WS-BORROWER-TABLE.
000500     05  WS-BT-ENTRY OCCURS 2000 TIMES.
000510         10  WS-BT-REF           PIC X(08).
000520         10  WS-BT-NAME          PIC X(30).
000530         10  WS-BT-ADDRESS-1     PIC X(30).
000540         10  WS-BT-ADDRESS-2     PIC X(30).
000550         10  WS-BT-CITY          PIC X(20).
000560         10  WS-BT-STATE         PIC X(02).
000570         10  WS-BT-POSTCODE      PIC X(10).
000580         10  WS-BT-PHONE         PIC X(15).
000590         10  WS-BT-CONTACT-PREF  PIC X(01).
000600
000610 LINKAGE SECTION.
000620     COPY BORRLINK.
000630
000640 PROCEDURE DIVISION USING WS-BORROWER-LOOKUP.
000650*----------------------------------------------------------------
000660* 0000-MAINLINE - LOAD THE MASTER THE FIRST TIME THROUGH, THEN
000670* LOOK THE REFERENCE UP AND FILL IN THE ANSWER.
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000700     IF NOT TABLE-LOADED
000710         PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
000720     END-IF
000730     PERFORM 2000-FIND-BORROWER THRU 2000-EXIT
000740     IF BL-FOUND
000750         PERFORM 3000-BUILD-ANSWER THRU 3000-EXIT
000760     END-IF
000770     GOBACK.
000780
000790*----------------------------------------------------------------
000800* 1000-LOAD-TABLE - READ THE WHOLE MASTER ONCE PER RUN.  A
000810* MISSING MASTER, OR ONE WITH MORE BORROWERS THAN THE TABLE
000820* HOLDS, LEAVES THE LOOKUP UNUSABLE FOR THE REST OF THE RUN;
000830* THE CALLER DECIDES WHAT THAT MEANS.  COMMENT LINES ("*" IN
000840* COLUMN ONE) ARE SKIPPED.
000850*----------------------------------------------------------------
000860 1000-LOAD-TABLE.
000870     MOVE "Y" TO WS-LOAD-SWITCH
000880     MOVE 0   TO WS-BORROWER-COUNT
000890     OPEN INPUT BORROWER-FILE
000900     IF NOT BORROWER-OK
000910         DISPLAY "*** BORROWER MASTER BORRMSTR.DAT NOT AVAILABLE"
000920                 " - STATUS " WS-BORROWER-STATUS
000930         GO TO 1000-EXIT
000940     END-IF
000950     MOVE "Y" TO WS-USABLE-SWITCH
000960     PERFORM 1100-READ-BORROWER THRU 1100-EXIT
000970         UNTIL BORROWER-EOF OR NOT MASTER-USABLE
000980     CLOSE BORROWER-FILE.
000990 1000-EXIT.
001000     EXIT.
001010
001020 1100-READ-BORROWER.
001030     READ BORROWER-FILE
001040         AT END
001050             GO TO 1100-EXIT
001060     END-READ
001070     IF BORROWER-RECORD(1:1) = "*"
001080         GO TO 1100-EXIT
001090     END-IF
001100     IF WS-BORROWER-COUNT >= WS-BORROWER-MAX
001110         DISPLAY "*** BORROWER MASTER HAS MORE THAN "
001120                 WS-BORROWER-MAX " BORROWERS - LOOKUP NOT USED"
001130         MOVE "N" TO WS-USABLE-SWITCH
001140         GO TO 1100-EXIT
001150     END-IF
001160     ADD 1 TO WS-BORROWER-COUNT
001170     MOVE BM-BORROWER-REF  TO WS-BT-REF(WS-BORROWER-COUNT)
001180     MOVE BM-NAME          TO WS-BT-NAME(WS-BORROWER-COUNT)
001190     MOVE BM-ADDRESS-1     TO WS-BT-ADDRESS-1(WS-BORROWER-COUNT)
001200     MOVE BM-ADDRESS-2     TO WS-BT-ADDRESS-2(WS-BORROWER-COUNT)
001210     MOVE BM-CITY          TO WS-BT-CITY(WS-BORROWER-COUNT)
001220     MOVE BM-STATE         TO WS-BT-STATE(WS-BORROWER-COUNT)
001230     MOVE BM-POSTCODE      TO WS-BT-POSTCODE(WS-BORROWER-COUNT)
001240     MOVE BM-PHONE         TO WS-BT-PHONE(WS-BORROWER-COUNT)
001250     MOVE BM-CONTACT-PREF
001260                      TO WS-BT-CONTACT-PREF(WS-BORROWER-COUNT).
001270 1100-EXIT.
001280     EXIT.
001290
001300*----------------------------------------------------------------
001310* 2000-FIND-BORROWER - EVERY CALL STARTS FROM A BLANK ANSWER.  A
001320* BLANK REFERENCE IS NEVER ON THE MASTER.
001330*----------------------------------------------------------------
001340 2000-FIND-BORROWER.
001350     MOVE SPACES TO BL-NAME
001360     MOVE 0      TO BL-LABEL-COUNT
001370     MOVE SPACES TO BL-LABEL-LINE(1)
001380     MOVE SPACES TO BL-LABEL-LINE(2)
001390     MOVE SPACES TO BL-LABEL-LINE(3)
001400     MOVE SPACES TO BL-LABEL-LINE(4)
001410     MOVE SPACES TO BL-PHONE
001420     MOVE SPACES TO BL-CONTACT-PREF
001430     MOVE SPACES TO BL-PREF-TEXT
001440     IF NOT MASTER-USABLE
001450         MOVE "U" TO BL-RESULT
001460         GO TO 2000-EXIT
001470     END-IF
001480     MOVE "N" TO BL-RESULT
001490     MOVE 0   TO WS-FOUND-IDX
001500     IF BL-BORROWER-REF = SPACES
001510         GO TO 2000-EXIT
001520     END-IF
001530     PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
001540             UNTIL WS-SEARCH-IDX > WS-BORROWER-COUNT
001550                OR WS-FOUND-IDX > 0
001560         IF WS-BT-REF(WS-SEARCH-IDX) = BL-BORROWER-REF
001570             MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
001580         END-IF
001590     END-PERFORM
001600     IF WS-FOUND-IDX > 0
001610         MOVE "F" TO BL-RESULT
001620     END-IF.
001630 2000-EXIT.
001640     EXIT.
001650
001660*----------------------------------------------------------------
001670* 3000-BUILD-ANSWER - THE LABEL IS THE NAME, THE ADDRESS LINES
001680* THAT ARE NOT BLANK, THEN CITY, STATE AND POSTCODE ON ONE LINE.
001690* A BLANK CONTACT PREFERENCE IS TREATED AS MAIL.
001700*----------------------------------------------------------------
001710 3000-BUILD-ANSWER.
001720     MOVE WS-BT-NAME(WS-FOUND-IDX) TO BL-NAME
001730     MOVE WS-BT-NAME(WS-FOUND-IDX) TO BL-LABEL-LINE(1)
001740     MOVE 1 TO BL-LABEL-COUNT
001750     IF WS-BT-ADDRESS-1(WS-FOUND-IDX) NOT = SPACES
001760         ADD 1 TO BL-LABEL-COUNT
001770         MOVE WS-BT-ADDRESS-1(WS-FOUND-IDX)
001780           TO BL-LABEL-LINE(BL-LABEL-COUNT)
001790     END-IF
001800     IF WS-BT-ADDRESS-2(WS-FOUND-IDX) NOT = SPACES
001810         ADD 1 TO BL-LABEL-COUNT
001820         MOVE WS-BT-ADDRESS-2(WS-FOUND-IDX)
001830           TO BL-LABEL-LINE(BL-LABEL-COUNT)
001840     END-IF
001850     PERFORM 3100-BUILD-TOWN-LINE THRU 3100-EXIT
001860
001870     MOVE WS-BT-PHONE(WS-FOUND-IDX) TO BL-PHONE
001880     MOVE WS-BT-CONTACT-PREF(WS-FOUND-IDX) TO BL-CONTACT-PREF
001890     IF BL-CONTACT-PREF = SPACES
001900         MOVE "M" TO BL-CONTACT-PREF
001910     END-IF
001920     EVALUATE TRUE
001930         WHEN BL-PREFERS-PHONE
001940             MOVE "PREFERS PHONE" TO BL-PREF-TEXT
001950         WHEN BL-DO-NOT-CALL
001960             MOVE "DO NOT CALL"   TO BL-PREF-TEXT
001970         WHEN OTHER
001980             MOVE "PREFERS MAIL"  TO BL-PREF-TEXT
001990     END-EVALUATE.
002000 3000-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------------
002040* 3100-BUILD-TOWN-LINE - "CITY, ST  POSTCODE", LEAVING OUT
002050* WHATEVER IS BLANK.  NOTHING AT ALL MEANS NO LINE.
002060*----------------------------------------------------------------
002070 3100-BUILD-TOWN-LINE.
002080     IF WS-BT-CITY(WS-FOUND-IDX) = SPACES
002090        AND WS-BT-STATE(WS-FOUND-IDX) = SPACES
002100        AND WS-BT-POSTCODE(WS-FOUND-IDX) = SPACES
002110         GO TO 3100-EXIT
002120     END-IF
002130     ADD 1 TO BL-LABEL-COUNT
002140     MOVE 1 TO WS-PTR
002150     IF WS-BT-CITY(WS-FOUND-IDX) NOT = SPACES
002160         STRING FUNCTION TRIM(WS-BT-CITY(WS-FOUND-IDX))
002170                    DELIMITED BY SIZE
002180                INTO BL-LABEL-LINE(BL-LABEL-COUNT)
002190                WITH POINTER WS-PTR
002200         END-STRING
002210         IF WS-BT-STATE(WS-FOUND-IDX) NOT = SPACES
002220             STRING ", " DELIMITED BY SIZE
002230                    INTO BL-LABEL-LINE(BL-LABEL-COUNT)
002240                    WITH POINTER WS-PTR
002250             END-STRING
002260         END-IF
002270     END-IF
002280     IF WS-BT-STATE(WS-FOUND-IDX) NOT = SPACES
002290         STRING WS-BT-STATE(WS-FOUND-IDX) DELIMITED BY SIZE
002300                INTO BL-LABEL-LINE(BL-LABEL-COUNT)
002310                WITH POINTER WS-PTR
002320         END-STRING
002330     END-IF
002340     IF WS-BT-POSTCODE(WS-FOUND-IDX) NOT = SPACES
002350         IF WS-PTR > 1
002360             ADD 2 TO WS-PTR
002370         END-IF
002380         STRING WS-BT-POSTCODE(WS-FOUND-IDX) DELIMITED BY SIZE
002390                INTO BL-LABEL-LINE(BL-LABEL-COUNT)
002400                WITH POINTER WS-PTR
002410         END-STRING
002420     END-IF.
002430 3100-EXIT.
002440     EXIT.
