000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSTPOINT.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  PRE-RUN RESTORE POINT.  THE
000110*                  REPORTS KEEP DATED GENERATIONS BUT THE
000120*                  MASTERS AND CONTROL FILES ARE REPLACED IN
000130*                  PLACE, SO BEFORE THE POSTING STEPS RUN THIS
000140*                  JOB SAVES EVERY ONE OF THEM (THE SET BELOW)
000150*                  AS <NAME>.Rnnnnnnnnnnnnnn.DAT, THE RESTORE ID
000160*                  BEING THE RUN'S DATE AND TIME.  EACH COPY IS
000170*                  PROVEN AGAINST ITS LIVE FILE (RECORD COUNT,
000180*                  HASH TOTAL AND, FOR THE BALANCE MASTERS, THE
000190*                  BALANCE TOTAL, ALL BY RSTMEAS) AND THE SUMS GO
000200*                  TO A MANIFEST, RSTMAN.Rnnnnnnnnnnnnnn.DAT.
000210*                  ONLY A RESTORE POINT WHOSE EVERY COPY PROVES
000220*                  IS POSTED TO THE INDEX (RSTINDX.DAT) THAT
000230*                  RSTROLL OFFERS FOR A ROLLBACK; A FAILED ONE IS
000240*                  SCRAPPED WHOLE.  A HELD RUN LOCK MEANS A RUN
000250*                  IS IN FLIGHT AND NOTHING IS SAVED.
000252* 10/15/2026  RH   STANDING-INSTRUCTION FILE (STDINSTR.DAT)
000254*                  JOINS THE SET, SO A ROLLBACK PUTS ITS
000256*                  CYCLE STAMPS BACK WITH ADDRAW.DAT.
000257* 10/15/2026  RH   THE INTEREST REGISTER (ADDINTR.DAT) JOINS THE
000258*                  SET.  THE ACCRUAL EXTENDS IT, SO A ROLLBACK
000259*                  THAT PUT BACK THE MASTER'S ACCRUAL STAMPS BUT
000260*                  NOT THE REGISTER LET THE RERUN ADD THE NIGHT'S
000261*                  ACCRUALS A SECOND TIME, DOUBLING THE INTEREST
000262*                  ON THE STATEMENTS.
000263*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RP-MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-MANIFEST-STATUS.
000340     SELECT RP-INDEX-FILE ASSIGN TO "RSTINDX.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-INDEX-STATUS.
000370     SELECT RP-LOCK-FILE ASSIGN TO WS-LOCK-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-LOCK-STATUS.
000400     COPY AUDITSEL.
000410     COPY RUNCSEL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RP-MANIFEST-FILE.
000460 01  RP-MANIFEST-LINE        PIC X(80).
000470
000480 FD  RP-INDEX-FILE.
000490 01  RP-INDEX-LINE           PIC X(80).
000500
000510 FD  RP-LOCK-FILE.
000520 01  RP-LOCK-RECORD.
000530     05  RP-LOCK-RUN-ID      PIC X(16).
000540     05  FILLER              PIC X(01).
000550     05  RP-LOCK-OPERATOR    PIC X(08).
000560
000570 FD  AUDIT-LOG-FILE.
000580     COPY AUDITLOG.
000590
000600 FD  RUN-CARD-FILE.
000610     COPY RUNCARD.
000620
000630 WORKING-STORAGE SECTION.
000640     COPY RUNHDR.
000650     COPY OPERLINK.
000660     COPY RSTLINK.
000670     COPY RSTMAN.
000680 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000690     88  AUDIT-OK                    VALUE "00".
000700 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000710     88  RUNCARD-OK                  VALUE "00".
000720 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000730     88  RUNCARD-PRESENT             VALUE "Y".
000740 01  WS-MANIFEST-STATUS      PIC XX  VALUE SPACES.
000750     88  MANIFEST-OK                 VALUE "00".
000760 01  WS-INDEX-STATUS         PIC XX  VALUE SPACES.
000770     88  INDEX-OK                    VALUE "00".
000780 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
000790     88  LOCK-OK                     VALUE "00".
000800 01  WS-MANIFEST-NAME        PIC X(40) VALUE SPACES.
000810 01  WS-LOCK-NAME            PIC X(12) VALUE SPACES.
000820 01  WS-COPY-NAME            PIC X(40) VALUE SPACES.
000830
000840 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000850 01  WS-END-TIME.
000860     05  WS-END-TIME-HHMMSS  PIC 9(6).
000870     05  FILLER              PIC 99.
000880 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
000890 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
000900
000910*----------------------------------------------------------------
000920* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
000930* 4 = TAKEN BUT A BALANCE MASTER WAS NOT THERE TO SAVE, 8 = A
000940* COPY DID NOT PROVE (NOTHING KEPT), 12 = A RUN LOCK IS HELD OR
000950* THE MANIFEST COULD NOT BE WRITTEN.  HIGHEST WINS.
000960*----------------------------------------------------------------
000970 01  WS-COND-CODE            PIC 99     VALUE 0.
000980
000990*----------------------------------------------------------------
001000* THE RESTORE-POINT SET: EVERY MASTER AND CONTROL FILE A POSTING
001010* STEP REPLACES OR EXTENDS, AND THE PARAMETER FILES THEY RUN
001020* UNDER, WITH THE BALANCE KIND RSTMEAS TOTALS FOR EACH (A =
001030* DEPOSIT BALANCE, L = LOAN PRINCIPAL, BLANK = NONE).  A FILE
001040* NOT THERE WHEN THE RESTORE POINT IS TAKEN (A CHECKPOINT, SAY)
001050* IS NOTED AS ABSENT, AND A ROLLBACK REMOVES IT AGAIN.
001060*----------------------------------------------------------------
001070 01  WS-SET-LIST.
001080     05  FILLER              PIC X(13)  VALUE "ADDMSTR.DAT A".
001090     05  FILLER              PIC X(13)  VALUE "ADDHOLD.DAT  ".
001100     05  FILLER              PIC X(13)  VALUE "ADDSUSP.DAT  ".
001110     05  FILLER              PIC X(13)  VALUE "ADDHIST.DAT  ".
001120     05  FILLER              PIC X(13)  VALUE "ADDPERD.DAT  ".
001130     05  FILLER              PIC X(13)  VALUE "ADDCKPT.DAT  ".
001140     05  FILLER              PIC X(13)  VALUE "ADDCTRL.DAT  ".
001150     05  FILLER              PIC X(13)  VALUE "ADDTRAN.DAT  ".
001160     05  FILLER              PIC X(13)  VALUE "ADDRAW.DAT   ".
001170     05  FILLER              PIC X(13)  VALUE "ADDRATE.DAT  ".
001180     05  FILLER              PIC X(13)  VALUE "LOOPPORT.DATL".
001190     05  FILLER              PIC X(13)  VALUE "LOOPCTRL.DAT ".
001200     05  FILLER              PIC X(13)  VALUE "LOOPEVNT.DAT ".
001210     05  FILLER              PIC X(13)  VALUE "LOOPPARM.DAT ".
001220     05  FILLER              PIC X(13)  VALUE "LOANSERV.DATL".
001230     05  FILLER              PIC X(13)  VALUE "LOANDLQH.DAT ".
001240     05  FILLER              PIC X(13)  VALUE "LOANQLOG.DAT ".
001250     05  FILLER              PIC X(13)  VALUE "LOANGRCE.DAT ".
001260     05  FILLER              PIC X(13)  VALUE "BORRMSTR.DAT ".
001270     05  FILLER              PIC X(13)  VALUE "GENPARM.DAT  ".
001280     05  FILLER              PIC X(13)  VALUE "SIMPARM.DAT  ".
001290     05  FILLER              PIC X(13)  VALUE "SCRBRULE.DAT ".
001300     05  FILLER              PIC X(13)  VALUE "HOLCAL.DAT   ".
001310     05  FILLER              PIC X(13)  VALUE "GLMAP.DAT    ".
001315     05  FILLER              PIC X(13)  VALUE "STDINSTR.DAT ".
001317     05  FILLER              PIC X(13)  VALUE "ADDINTR.DAT  ".
001320 01  WS-SET-TABLE REDEFINES WS-SET-LIST.
001330     05  WS-SET-ENTRY        OCCURS 26 TIMES.
001340         10  WS-SET-FILE     PIC X(12).
001350         10  WS-SET-KIND     PIC X(01).
001360 01  WS-SET-COUNT            PIC 99     VALUE 26.
001370 01  WS-SET-IDX              PIC 99     VALUE 0.
001380
001390*----------------------------------------------------------------
001400* THE RESTORE POINT BEING TAKEN: ITS ID, THE LIVE FILE'S SUMS
001410* FOR PROVING ITS COPY, THE FILE LINES HELD UNTIL THE HEADER
001420* COUNTS ARE KNOWN, AND THE TOTALS FOR THE TRAILER.
001430*----------------------------------------------------------------
001440 01  WS-RESTORE-ID           PIC X(14)  VALUE SPACES.
001450 01  WS-LIVE-RESULT          PIC X(37)  VALUE SPACES.
001460 01  WS-FILE-LINE            PIC X(80)  OCCURS 26 TIMES.
001470 01  WS-PRESENT-COUNT        PIC 9(03)  VALUE 0.
001480 01  WS-RECORD-TOTAL         PIC 9(09)  VALUE 0.
001490 01  WS-HASH-TOTAL           PIC 9(15)  VALUE 0.
001500 01  WS-BALANCE-TOTAL        PIC S9(11)V99 VALUE 0.
001510 01  WS-MISSING-MASTERS      PIC 99     VALUE 0.
001520 01  WS-PROOF-SWITCH         PIC X      VALUE "Y".
001530     88  COPIES-PROVE                   VALUE "Y".
001540 01  WS-GEN-COMMAND          PIC X(80)  VALUE SPACES.
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580* 0000-MAINLINE - TOP-LEVEL CONTROL
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620     PERFORM 1200-CHECK-RUN-LOCKS THRU 1200-EXIT
001630     IF WS-COND-CODE < 12
001640         PERFORM 2000-TAKE-COPIES THRU 2000-EXIT
001650         IF COPIES-PROVE
001660             PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
001670         END-IF
001680         IF COPIES-PROVE
001690             PERFORM 4000-POST-TO-INDEX THRU 4000-EXIT
001700         ELSE
001710             PERFORM 5500-SCRAP-RESTORE-POINT THRU 5500-EXIT
001720         END-IF
001730     END-IF
001740     PERFORM 9999-TERMINATE THRU 9999-EXIT
001750     MOVE WS-COND-CODE TO RETURN-CODE
001760     STOP RUN.
001770
001780*----------------------------------------------------------------
001790* 1000-INITIALIZE - RUN HEADER, AUTHORITY AND THE RESTORE ID.
001800*----------------------------------------------------------------
001810 1000-INITIALIZE.
001820     DISPLAY " ".
001830     DISPLAY "=== RSTPOINT - PRE-RUN RESTORE POINT ===".
001840     MOVE "RSTPOINT" TO RH-PROGRAM-NAME
001850     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001860     IF NOT RUNCARD-PRESENT
001870         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001880         ACCEPT RH-OPERATOR-ID
001890     END-IF
001900     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001910     ACCEPT RH-RUN-TIME FROM TIME
001920     STRING RH-RUN-DATE DELIMITED BY SIZE
001930            RH-RUN-TIME DELIMITED BY SIZE
001940            INTO RH-RUN-ID
001950     END-STRING
001960*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001970*    TO RUN THIS JOB.
001980     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001990     MOVE RH-RUN-ID       TO OC-RUN-ID
002000     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002010     IF RUNCARD-PRESENT
002020         MOVE "B" TO OC-RUN-MODE
002030     ELSE
002040         MOVE "I" TO OC-RUN-MODE
002050     END-IF
002060     MOVE "B"             TO OC-FUNCTION-GROUP
002070     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002080     IF NOT OC-AUTHORIZED
002090         MOVE 12 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120
002130     MOVE RH-RUN-ID(1:14) TO WS-RESTORE-ID
002140     DISPLAY "Restore point " WS-RESTORE-ID ".".
002150 1000-EXIT.
002160     EXIT.
002170
002180 1100-READ-RUN-CARD.
002190     MOVE "N" TO WS-RUNCARD-SWITCH
002200     OPEN INPUT RUN-CARD-FILE
002210     IF RUNCARD-OK
002220         READ RUN-CARD-FILE
002230             NOT AT END
002240                 IF RUN-CARD-RECORD NOT = SPACES
002250                     MOVE "Y" TO WS-RUNCARD-SWITCH
002260                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002270                 END-IF
002280         END-READ
002290         CLOSE RUN-CARD-FILE
002300     END-IF.
002310 1100-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350* 1200-CHECK-RUN-LOCKS - A POSTING RUN HOLDING ITS LOCK IS
002360* PART-WAY THROUGH ITS FILES; A COPY TAKEN NOW WOULD CATCH THEM
002370* HALF-WRITTEN, SO NOTHING IS SAVED.
002380*----------------------------------------------------------------
002390 1200-CHECK-RUN-LOCKS.
002400     MOVE "ADDLOCK.DAT" TO WS-LOCK-NAME
002410     PERFORM 1210-CHECK-ONE-LOCK THRU 1210-EXIT
002420     MOVE "LOOPLOCK.DAT" TO WS-LOCK-NAME
002430     PERFORM 1210-CHECK-ONE-LOCK THRU 1210-EXIT.
002440 1200-EXIT.
002450     EXIT.
002460
002470 1210-CHECK-ONE-LOCK.
002480     OPEN INPUT RP-LOCK-FILE
002490     IF NOT LOCK-OK
002500         GO TO 1210-EXIT
002510     END-IF
002520     READ RP-LOCK-FILE
002530         AT END
002540             MOVE SPACES TO RP-LOCK-RECORD
002550     END-READ
002560     CLOSE RP-LOCK-FILE
002570     IF RP-LOCK-RECORD NOT = SPACES
002580         DISPLAY "RSTPOINT: " WS-LOCK-NAME " is held by run "
002590                 RP-LOCK-RUN-ID " operator " RP-LOCK-OPERATOR
002600                 " - no restore point taken."
002610         MOVE "ABORTED" TO WS-RUN-STATUS
002620         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
002630         MOVE 12 TO WS-COND-CODE
002640     END-IF.
002650 1210-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690* 2000-TAKE-COPIES - SAVE AND PROVE EVERY FILE IN THE SET.  THE
002700* FIRST COPY THAT DOES NOT PROVE STOPS THE RUN; WHAT WAS SAVED
002710* IS THEN SCRAPPED (5500-SCRAP-RESTORE-POINT).
002720*----------------------------------------------------------------
002730 2000-TAKE-COPIES.
002740     PERFORM 2100-TAKE-ONE-FILE THRU 2100-EXIT
002750         VARYING WS-SET-IDX FROM 1 BY 1
002760         UNTIL WS-SET-IDX > WS-SET-COUNT
002770         OR NOT COPIES-PROVE
002780     IF WS-MISSING-MASTERS > 0
002790         DISPLAY "RSTPOINT: " WS-MISSING-MASTERS " balance "
002800                 "master(s) not there to save."
002810         MOVE "MASTER NOT PRESENT" TO WS-RUN-REASON
002820         IF WS-COND-CODE < 4
002830             MOVE 4 TO WS-COND-CODE
002840         END-IF
002850     END-IF.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-TAKE-ONE-FILE.
002900     MOVE WS-SET-FILE(WS-SET-IDX) TO RX-FILE-NAME
002910     MOVE WS-SET-KIND(WS-SET-IDX) TO RX-BAL-KIND
002920     CALL "RSTMEAS" USING WS-RESTORE-MEASURE
002930     MOVE RX-RESULT TO WS-LIVE-RESULT
002940
002950     MOVE SPACES TO RESTORE-MANIFEST-RECORD
002960     MOVE "F"                      TO RM-REC-TYPE
002970     MOVE WS-RESTORE-ID            TO RM-RESTORE-ID
002980     MOVE WS-SET-FILE(WS-SET-IDX)  TO RM-F-FILE-NAME
002990     MOVE RX-PRESENT               TO RM-F-PRESENT
003000     MOVE RX-RECORDS               TO RM-F-RECORDS
003010     MOVE RX-HASH                  TO RM-F-HASH
003020     MOVE WS-SET-KIND(WS-SET-IDX)  TO RM-F-BAL-KIND
003030     MOVE RX-BALANCE               TO RM-F-BALANCE
003040     MOVE RESTORE-MANIFEST-RECORD  TO WS-FILE-LINE(WS-SET-IDX)
003050
003060     IF NOT RX-FILE-PRESENT
003070         DISPLAY "  " WS-SET-FILE(WS-SET-IDX) " not present."
003080         IF WS-SET-KIND(WS-SET-IDX) NOT = SPACE
003090             ADD 1 TO WS-MISSING-MASTERS
003100         END-IF
003110         GO TO 2100-EXIT
003120     END-IF
003130
003140     PERFORM 2200-BUILD-COPY-NAME THRU 2200-EXIT
003150     MOVE SPACES TO WS-GEN-COMMAND
003160     STRING "cp "                   DELIMITED BY SIZE
003170            WS-SET-FILE(WS-SET-IDX) DELIMITED BY SPACE
003180            " "                     DELIMITED BY SIZE
003190            WS-COPY-NAME            DELIMITED BY SPACE
003200            INTO WS-GEN-COMMAND
003210     END-STRING
003220     CALL "SYSTEM" USING WS-GEN-COMMAND
003230     MOVE 0 TO RETURN-CODE
003240
003250     MOVE WS-COPY-NAME TO RX-FILE-NAME
003260     CALL "RSTMEAS" USING WS-RESTORE-MEASURE
003270     IF RX-RESULT NOT = WS-LIVE-RESULT
003280         DISPLAY "RSTPOINT: " FUNCTION TRIM(WS-COPY-NAME)
003290                 " does not prove to " WS-SET-FILE(WS-SET-IDX)
003300                 " - NO RESTORE POINT KEPT."
003310         MOVE "N" TO WS-PROOF-SWITCH
003320         MOVE "COPY PROOF FAILED" TO WS-RUN-REASON
003330         IF WS-COND-CODE < 8
003340             MOVE 8 TO WS-COND-CODE
003350         END-IF
003360         GO TO 2100-EXIT
003370     END-IF
003380
003390     ADD 1          TO WS-PRESENT-COUNT
003400     ADD RX-RECORDS TO WS-RECORD-TOTAL
003410     ADD RX-HASH    TO WS-HASH-TOTAL
003420     ADD RX-BALANCE TO WS-BALANCE-TOTAL
003430     DISPLAY "  " WS-SET-FILE(WS-SET-IDX) " " RX-RECORDS
003440             " records saved.".
003450 2100-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490* 2200-BUILD-COPY-NAME - <NAME>.R<RESTORE ID>.DAT FOR THE FILE
003500* IN HAND.
003510*----------------------------------------------------------------
003520 2200-BUILD-COPY-NAME.
003530     MOVE SPACES TO WS-COPY-NAME
003540     STRING WS-SET-FILE(WS-SET-IDX) DELIMITED BY "."
003550            ".R"                    DELIMITED BY SIZE
003560            WS-RESTORE-ID           DELIMITED BY SIZE
003570            ".DAT"                  DELIMITED BY SIZE
003580            INTO WS-COPY-NAME
003590     END-STRING.
003600 2200-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640* 3000-WRITE-MANIFEST - HEADER, ONE LINE PER FILE IN THE SET,
003650* TRAILER.
003660*----------------------------------------------------------------
003670 3000-WRITE-MANIFEST.
003680     MOVE SPACES TO WS-MANIFEST-NAME
003690     STRING "RSTMAN.R"     DELIMITED BY SIZE
003700            WS-RESTORE-ID  DELIMITED BY SIZE
003710            ".DAT"         DELIMITED BY SIZE
003720            INTO WS-MANIFEST-NAME
003730     END-STRING
003740     OPEN OUTPUT RP-MANIFEST-FILE
003750     IF NOT MANIFEST-OK
003760         DISPLAY "RSTPOINT: cannot write "
003770                 FUNCTION TRIM(WS-MANIFEST-NAME)
003780                 " - NO RESTORE POINT KEPT."
003790         MOVE "N" TO WS-PROOF-SWITCH
003800         MOVE "ABORTED" TO WS-RUN-STATUS
003810         MOVE "NO MANIFEST" TO WS-RUN-REASON
003820         MOVE 12 TO WS-COND-CODE
003830         GO TO 3000-EXIT
003840     END-IF
003850
003860     PERFORM 3100-BUILD-HEADER THRU 3100-EXIT
003870     WRITE RP-MANIFEST-LINE FROM RESTORE-MANIFEST-RECORD
003880     PERFORM VARYING WS-SET-IDX FROM 1 BY 1
003890             UNTIL WS-SET-IDX > WS-SET-COUNT
003900         WRITE RP-MANIFEST-LINE FROM WS-FILE-LINE(WS-SET-IDX)
003910     END-PERFORM
003920
003930     MOVE SPACES TO RESTORE-MANIFEST-RECORD
003940     MOVE "Z"              TO RM-REC-TYPE
003950     MOVE WS-RESTORE-ID    TO RM-RESTORE-ID
003960     MOVE WS-SET-COUNT     TO RM-Z-ENTRIES
003970     MOVE WS-RECORD-TOTAL  TO RM-Z-RECORDS
003980     MOVE WS-HASH-TOTAL    TO RM-Z-HASH
003990     MOVE WS-BALANCE-TOTAL TO RM-Z-BALANCE
004000     WRITE RP-MANIFEST-LINE FROM RESTORE-MANIFEST-RECORD
004010     CLOSE RP-MANIFEST-FILE.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3100-BUILD-HEADER.
004060     MOVE SPACES TO RESTORE-MANIFEST-RECORD
004070     MOVE "H"              TO RM-REC-TYPE
004080     MOVE WS-RESTORE-ID    TO RM-RESTORE-ID
004090     MOVE RH-RUN-ID        TO RM-H-RUN-ID
004100     MOVE RH-OPERATOR-ID   TO RM-H-OPERATOR
004110     MOVE WS-SET-COUNT     TO RM-H-FILES
004120     MOVE WS-PRESENT-COUNT TO RM-H-PRESENT.
004130 3100-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------
004170* 4000-POST-TO-INDEX - EVERY COPY PROVED AND THE MANIFEST IS
004180* WRITTEN: THE RESTORE POINT GOES ON THE INDEX, WHICH IS WHAT
004190* MAKES IT AVAILABLE TO RSTROLL.
004200*----------------------------------------------------------------
004210 4000-POST-TO-INDEX.
004220     OPEN EXTEND RP-INDEX-FILE
004230     IF NOT INDEX-OK
004240         OPEN OUTPUT RP-INDEX-FILE
004250     END-IF
004260     PERFORM 3100-BUILD-HEADER THRU 3100-EXIT
004270     WRITE RP-INDEX-LINE FROM RESTORE-MANIFEST-RECORD
004280     CLOSE RP-INDEX-FILE
004290     DISPLAY "RSTPOINT: restore point " WS-RESTORE-ID " taken - "
004300             WS-PRESENT-COUNT " of " WS-SET-COUNT
004310             " files saved, " WS-RECORD-TOTAL " records, "
004320             "copies prove."
004330     IF WS-RUN-REASON = SPACES
004340         STRING "RP "          DELIMITED BY SIZE
004350                WS-RESTORE-ID  DELIMITED BY SIZE
004360                INTO WS-RUN-REASON
004370         END-STRING
004380     END-IF.
004390 4000-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 5500-SCRAP-RESTORE-POINT - A COPY FAILED ITS PROOF OR THE
004440* MANIFEST COULD NOT BE WRITTEN: EVERY FILE SAVED UNDER THIS
004450* RESTORE ID, AND ANY MANIFEST, IS REMOVED SO NOTHING HALF-MADE
004460* CAN EVER BE ROLLED BACK TO.  THE LIVE FILES WERE NEVER TOUCHED.
004470*----------------------------------------------------------------
004480 5500-SCRAP-RESTORE-POINT.
004490     MOVE SPACES TO WS-GEN-COMMAND
004500     STRING "rm -f *.R"    DELIMITED BY SIZE
004510            WS-RESTORE-ID  DELIMITED BY SIZE
004520            ".DAT"         DELIMITED BY SIZE
004530            INTO WS-GEN-COMMAND
004540     END-STRING
004550     CALL "SYSTEM" USING WS-GEN-COMMAND
004560     MOVE 0 TO RETURN-CODE
004570     IF WS-RUN-STATUS = "NORMAL"
004580         MOVE "FAILED" TO WS-RUN-STATUS
004590     END-IF.
004600 5500-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640* 9999-TERMINATE - AUDIT ENTRY FOR THE RUN: RECORDS SAVED AND
004650* FILES SAVED, WITH THE RESTORE ID IN THE REASON.
004660*----------------------------------------------------------------
004670 9999-TERMINATE.
004680     OPEN EXTEND AUDIT-LOG-FILE
004690     IF NOT AUDIT-OK
004700         OPEN OUTPUT AUDIT-LOG-FILE
004710     END-IF
004720     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
004730     ACCEPT WS-END-TIME FROM TIME
004740     MOVE SPACES TO AUDIT-LOG-RECORD
004750     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
004760     MOVE " RUNID "          TO AL-RUNID-TAG
004770     MOVE RH-RUN-ID          TO AL-RUN-ID
004780     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
004790     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
004800     MOVE " MODE "           TO AL-MODE-TAG
004810     IF RUNCARD-PRESENT
004820         MOVE "B"            TO AL-RUN-MODE
004830     ELSE
004840         MOVE "I"            TO AL-RUN-MODE
004850     END-IF
004860     MOVE WS-END-DATE        TO AL-END-DATE
004870     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
004880     MOVE WS-RUN-STATUS      TO AL-STATUS
004890     MOVE WS-RUN-REASON      TO AL-REASON
004900     MOVE WS-RECORD-TOTAL    TO AL-RECORDS-READ
004910     MOVE WS-PRESENT-COUNT   TO AL-RECORDS-WRITTEN
004920     MOVE 0                  TO AL-RECORDS-REJECTED
004930     WRITE AUDIT-LOG-RECORD
004940     CLOSE AUDIT-LOG-FILE.
004950 9999-EXIT.
004960     EXIT.
