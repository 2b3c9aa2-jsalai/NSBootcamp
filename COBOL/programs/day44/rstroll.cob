000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSTROLL.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  ROLLBACK TO A RESTORE POINT
000110*                  TAKEN BY RSTPOINT.  LISTS THE RECENT RESTORE
000120*                  POINTS FROM RSTINDX.DAT; FOR THE ONE CHOSEN IT
000130*                  CHECKS THE MANIFEST AND PROVES EVERY SAVED
000140*                  COPY AGAINST IT BEFORE ASKING FOR A SECOND
000150*                  SUPERVISOR'S AUTHORITY, A REASON AND A
000160*                  CONFIRMATION.  THEN, UNDER BOTH RUN LOCKS, IT
000170*                  PUTS EVERY SAVED FILE BACK, REMOVES ANY FILE
000180*                  THAT DID NOT EXIST AT THE RESTORE POINT, AND
000190*                  PROVES THE LIVE FILES AGAINST THE MANIFEST
000200*                  (COUNTS, HASH AND BALANCE TOTALS, BY RSTMEAS).
000210*                  THE ROLLBACK IS WRITTEN TO THE AUDIT LOG
000220*                  UNDER THE OPERATOR AND UNDER THE AUTHORIZING
000230*                  SUPERVISOR, AND TO THE INDEX WITH THE REASON.
000240*                  A CONSOLE JOB ONLY - NEVER RUN FROM A CARD.
000241* 10/15/2026  RH   EACH RUN LOCK IS READ AGAIN JUST BEFORE IT IS
000242*                  TAKEN AND BEFORE IT IS RELEASED.  A LOCK THAT
000243*                  ANOTHER RUN HAS TAKEN SINCE THE START-UP CHECK
000244*                  IS LEFT ALONE AND THE ROLLBACK ENDS WITH CODE
000245*                  12; IF THAT HAPPENS BEFORE ANY FILE IS PUT
000246*                  BACK, NOTHING IS ROLLED BACK.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RR-MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MANIFEST-STATUS.
000330     SELECT RR-INDEX-FILE ASSIGN TO "RSTINDX.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-INDEX-STATUS.
000360     SELECT RR-LOCK-FILE ASSIGN TO WS-LOCK-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-LOCK-STATUS.
000390     COPY AUDITSEL.
000400     COPY RUNCSEL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RR-MANIFEST-FILE.
000450 01  RR-MANIFEST-LINE        PIC X(80).
000460
000470 FD  RR-INDEX-FILE.
000480 01  RR-INDEX-LINE           PIC X(80).
000490
000500 FD  RR-LOCK-FILE.
000510 01  RR-LOCK-RECORD.
000520     05  RR-LOCK-RUN-ID      PIC X(16).
000530     05  FILLER              PIC X(01).
000540     05  RR-LOCK-OPERATOR    PIC X(08).
000550
000560 FD  AUDIT-LOG-FILE.
000570     COPY AUDITLOG.
000580
000590 FD  RUN-CARD-FILE.
000600     COPY RUNCARD.
000610
000620 WORKING-STORAGE SECTION.
000630     COPY RUNHDR.
000640     COPY OPERLINK.
000650     COPY RSTLINK.
000660     COPY RSTMAN.
000670 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000680     88  AUDIT-OK                    VALUE "00".
000690 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000700     88  RUNCARD-OK                  VALUE "00".
000710 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000720     88  RUNCARD-PRESENT             VALUE "Y".
000730 01  WS-MANIFEST-STATUS      PIC XX  VALUE SPACES.
000740     88  MANIFEST-OK                 VALUE "00".
000750     88  MANIFEST-EOF                VALUE "10".
000760 01  WS-INDEX-STATUS         PIC XX  VALUE SPACES.
000770     88  INDEX-OK                    VALUE "00".
000780     88  INDEX-EOF                   VALUE "10".
000790 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
000800     88  LOCK-OK                     VALUE "00".
000810 01  WS-MANIFEST-NAME        PIC X(40) VALUE SPACES.
000820 01  WS-LOCK-NAME            PIC X(12) VALUE SPACES.
000830 01  WS-COPY-NAME            PIC X(40) VALUE SPACES.
000840
000850 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000860 01  WS-END-TIME.
000870     05  WS-END-TIME-HHMMSS  PIC 9(6).
000880     05  FILLER              PIC 99.
000890 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
000900 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
000910
000920*----------------------------------------------------------------
000930* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = ROLLED
000940* BACK AND PROVEN, 4 = NOTHING ROLLED BACK (NO RESTORE POINT,
000950* NONE CHOSEN, OR NOT AUTHORIZED OR CONFIRMED), 8 = A SAVED COPY
000960* OR THE ROLLED-BACK FILES DO NOT PROVE, 12 = RUN FROM A CARD, A
000970* RUN LOCK IS HELD, OR THE MANIFEST IS MISSING OR DAMAGED.
000980* HIGHEST WINS.
000990*----------------------------------------------------------------
001000 01  WS-COND-CODE            PIC 99     VALUE 0.
001010
001020*----------------------------------------------------------------
001030* THE RESTORE POINTS ON OFFER: THE LATEST 20 INDEX HEADERS, OLDEST
001040* FIRST.
001050*----------------------------------------------------------------
001060 01  WS-POINT-COUNT          PIC 99     VALUE 0.
001070 01  WS-POINT-LINE           PIC X(80)  OCCURS 20 TIMES.
001080 01  WS-POINT-IDX            PIC 99     VALUE 0.
001090 01  WS-POINT-INPUT          PIC X(14)  VALUE SPACES.
001100 01  WS-RESTORE-ID           PIC X(14)  VALUE SPACES.
001110 01  WS-RESTORE-HEADER       PIC X(80)  VALUE SPACES.
001120
001130*----------------------------------------------------------------
001140* THE CHOSEN MANIFEST, FILE LINES IN SET ORDER, WITH THE SUMS
001150* RECOMPUTED FROM THEM TO CHECK ITS TRAILER.
001160*----------------------------------------------------------------
001170 01  WS-MAN-COUNT            PIC 99     VALUE 0.
001180 01  WS-MAN-LINE             PIC X(80)  OCCURS 40 TIMES.
001190 01  WS-MAN-IDX              PIC 99     VALUE 0.
001200 01  WS-MAN-HEADER-SWITCH    PIC X      VALUE "N".
001210     88  MAN-HEADER-SEEN                VALUE "Y".
001220 01  WS-MAN-TRAILER-SWITCH   PIC X      VALUE "N".
001230     88  MAN-TRAILER-SEEN               VALUE "Y".
001240 01  WS-MAN-FILES            PIC 9(03)  VALUE 0.
001250 01  WS-MAN-ENTRIES          PIC 9(03)  VALUE 0.
001260 01  WS-MAN-RECORDS          PIC 9(09)  VALUE 0.
001270 01  WS-MAN-HASH             PIC 9(15)  VALUE 0.
001280 01  WS-MAN-BALANCE          PIC S9(11)V99 VALUE 0.
001290 01  WS-SUM-RECORDS          PIC 9(09)  VALUE 0.
001300 01  WS-SUM-HASH             PIC 9(15)  VALUE 0.
001310 01  WS-SUM-BALANCE          PIC S9(11)V99 VALUE 0.
001320 01  WS-PUT-BACK-COUNT       PIC 9(03)  VALUE 0.
001330 01  WS-REMOVE-COUNT         PIC 9(03)  VALUE 0.
001340 01  WS-NOT-PROVEN-COUNT     PIC 9(03)  VALUE 0.
001350
001360 01  WS-PROCEED-SWITCH       PIC X      VALUE "Y".
001370     88  OK-TO-PROCEED                  VALUE "Y".
001380 01  WS-ROLLED-SWITCH        PIC X      VALUE "N".
001390     88  FILES-ROLLED-BACK              VALUE "Y".
001400 01  WS-SUPERVISOR-INPUT     PIC X(08)  VALUE SPACES.
001410 01  WS-ROLLBACK-REASON      PIC X(28)  VALUE SPACES.
001420 01  WS-CONFIRM-INPUT        PIC X      VALUE SPACE.
001430 01  WS-AUDIT-OPERATOR       PIC X(08)  VALUE SPACES.
001440 01  WS-AUDIT-REASON         PIC X(20)  VALUE SPACES.
001450 01  WS-GEN-COMMAND          PIC X(80)  VALUE SPACES.
001460
001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------
001490* 0000-MAINLINE - TOP-LEVEL CONTROL.  EVERY STEP UP TO THE
001500* CONFIRMATION ONLY READS; THE LIVE FILES ARE TOUCHED ONLY IN
001510* 6000-PUT-BACK-FILES, ONCE THE SAVED COPIES HAVE PROVEN AND A
001520* SUPERVISOR HAS AUTHORIZED THE ROLLBACK.
001530*----------------------------------------------------------------
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     IF OK-TO-PROCEED
001570         PERFORM 1200-CHECK-RUN-LOCKS THRU 1200-EXIT
001580     END-IF
001590     IF OK-TO-PROCEED
001600         PERFORM 2000-CHOOSE-RESTORE-POINT THRU 2000-EXIT
001610     END-IF
001620     IF OK-TO-PROCEED
001630         PERFORM 3000-LOAD-MANIFEST THRU 3000-EXIT
001640     END-IF
001650     IF OK-TO-PROCEED
001660         PERFORM 4000-PROVE-SAVED-COPIES THRU 4000-EXIT
001670     END-IF
001680     IF OK-TO-PROCEED
001690         PERFORM 5000-AUTHORIZE THRU 5000-EXIT
001700     END-IF
001710     IF OK-TO-PROCEED
001720         PERFORM 6000-PUT-BACK-FILES THRU 6000-EXIT
001722     END-IF
001724     IF FILES-ROLLED-BACK
001730         PERFORM 7000-PROVE-LIVE-FILES THRU 7000-EXIT
001740         PERFORM 7500-RECORD-THE-ROLLBACK THRU 7500-EXIT
001750     END-IF
001760     PERFORM 9999-TERMINATE THRU 9999-EXIT
001770     MOVE WS-COND-CODE TO RETURN-CODE
001780     STOP RUN.
001790
001800*----------------------------------------------------------------
001810* 1000-INITIALIZE - RUN HEADER AND AUTHORITY.  A ROLLBACK IS
001820* DECIDED AT THE CONSOLE; UNDER A RUN CARD IT IS REFUSED.
001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     DISPLAY " ".
001860     DISPLAY "=== RSTROLL - ROLLBACK TO A RESTORE POINT ===".
001870     MOVE "RSTROLL " TO RH-PROGRAM-NAME
001880     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
001890     IF NOT RUNCARD-PRESENT
001900         DISPLAY "Enter operator ID: " WITH NO ADVANCING
001910         ACCEPT RH-OPERATOR-ID
001920         MOVE FUNCTION UPPER-CASE(RH-OPERATOR-ID)
001930             TO RH-OPERATOR-ID
001940     END-IF
001950     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
001960     ACCEPT RH-RUN-TIME FROM TIME
001970     STRING RH-RUN-DATE DELIMITED BY SIZE
001980            RH-RUN-TIME DELIMITED BY SIZE
001990            INTO RH-RUN-ID
002000     END-STRING
002010*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002020*    TO RUN THIS JOB.
002030     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002040     MOVE RH-RUN-ID       TO OC-RUN-ID
002050     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002060     IF RUNCARD-PRESENT
002070         MOVE "B" TO OC-RUN-MODE
002080     ELSE
002090         MOVE "I" TO OC-RUN-MODE
002100     END-IF
002110     MOVE "S"             TO OC-FUNCTION-GROUP
002120     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002130     IF NOT OC-AUTHORIZED
002140         MOVE 12 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002170
002180     IF RUNCARD-PRESENT
002190         DISPLAY "RSTROLL: a rollback is never run from the run "
002200                 "card - refused."
002210         MOVE "N" TO WS-PROCEED-SWITCH
002220         MOVE "ABORTED" TO WS-RUN-STATUS
002230         MOVE "NOT AT THE CONSOLE" TO WS-RUN-REASON
002240         MOVE 12 TO WS-COND-CODE
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280
002290 1100-READ-RUN-CARD.
002300     MOVE "N" TO WS-RUNCARD-SWITCH
002310     OPEN INPUT RUN-CARD-FILE
002320     IF RUNCARD-OK
002330         READ RUN-CARD-FILE
002340             NOT AT END
002350                 IF RUN-CARD-RECORD NOT = SPACES
002360                     MOVE "Y" TO WS-RUNCARD-SWITCH
002370                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002380                 END-IF
002390         END-READ
002400         CLOSE RUN-CARD-FILE
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------
002460* 1200-CHECK-RUN-LOCKS - NOTHING IS ROLLED BACK UNDER A RUN THAT
002470* IS STILL GOING.
002480*----------------------------------------------------------------
002490 1200-CHECK-RUN-LOCKS.
002500     MOVE "ADDLOCK.DAT" TO WS-LOCK-NAME
002510     PERFORM 1210-CHECK-ONE-LOCK THRU 1210-EXIT
002520     MOVE "LOOPLOCK.DAT" TO WS-LOCK-NAME
002530     PERFORM 1210-CHECK-ONE-LOCK THRU 1210-EXIT.
002540 1200-EXIT.
002550     EXIT.
002560
002570 1210-CHECK-ONE-LOCK.
002580     OPEN INPUT RR-LOCK-FILE
002590     IF NOT LOCK-OK
002600         GO TO 1210-EXIT
002610     END-IF
002620     READ RR-LOCK-FILE
002630         AT END
002640             MOVE SPACES TO RR-LOCK-RECORD
002650     END-READ
002660     CLOSE RR-LOCK-FILE
002670     IF RR-LOCK-RECORD NOT = SPACES
002680         DISPLAY "RSTROLL: " WS-LOCK-NAME " is held by run "
002690                 RR-LOCK-RUN-ID " operator " RR-LOCK-OPERATOR
002700                 " - nothing rolled back."
002710         MOVE "N" TO WS-PROCEED-SWITCH
002720         MOVE "ABORTED" TO WS-RUN-STATUS
002730         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
002740         MOVE 12 TO WS-COND-CODE
002750     END-IF.
002760 1210-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800* 2000-CHOOSE-RESTORE-POINT - LIST THE LATEST RESTORE POINTS ON
002810* THE INDEX AND TAKE THE OPERATOR'S CHOICE BY ITS RESTORE ID.
002820*----------------------------------------------------------------
002830 2000-CHOOSE-RESTORE-POINT.
002840     OPEN INPUT RR-INDEX-FILE
002850     IF INDEX-OK
002860         PERFORM 2100-READ-INDEX-LINE THRU 2100-EXIT
002870             UNTIL INDEX-EOF
002880         CLOSE RR-INDEX-FILE
002890     END-IF
002900     IF WS-POINT-COUNT = 0
002910         DISPLAY "RSTROLL: no restore points on RSTINDX.DAT - "
002920                 "nothing to roll back to."
002930         MOVE "N" TO WS-PROCEED-SWITCH
002940         MOVE "NO RESTORE POINTS" TO WS-RUN-REASON
002950         MOVE 4 TO WS-COND-CODE
002960         GO TO 2000-EXIT
002970     END-IF
002980
002990     DISPLAY "Restore points (latest last):"
003000     DISPLAY "  RESTORE ID      TAKEN BY  FILES  SAVED"
003010     PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
003020             UNTIL WS-POINT-IDX > WS-POINT-COUNT
003030         MOVE WS-POINT-LINE(WS-POINT-IDX)
003040             TO RESTORE-MANIFEST-RECORD
003050         DISPLAY "  " RM-RESTORE-ID "  " RM-H-OPERATOR
003060                 "  " RM-H-FILES "    " RM-H-PRESENT
003070     END-PERFORM
003080     DISPLAY "Restore ID to roll back to (blank = none): "
003090         WITH NO ADVANCING
003100     ACCEPT WS-POINT-INPUT
003110     IF WS-POINT-INPUT = SPACES
003120         DISPLAY "  None chosen - nothing rolled back."
003130         MOVE "N" TO WS-PROCEED-SWITCH
003140         MOVE "NONE CHOSEN" TO WS-RUN-REASON
003150         MOVE 4 TO WS-COND-CODE
003160         GO TO 2000-EXIT
003170     END-IF
003180
003190     PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
003200             UNTIL WS-POINT-IDX > WS-POINT-COUNT
003210         IF WS-POINT-LINE(WS-POINT-IDX)(3:14) = WS-POINT-INPUT
003220             MOVE WS-POINT-INPUT TO WS-RESTORE-ID
003230             MOVE WS-POINT-LINE(WS-POINT-IDX)
003240                 TO WS-RESTORE-HEADER
003250         END-IF
003260     END-PERFORM
003270     IF WS-RESTORE-ID = SPACES
003280         DISPLAY "  " WS-POINT-INPUT " is not one of the "
003290                 "restore points listed - nothing rolled back."
003300         MOVE "N" TO WS-PROCEED-SWITCH
003310         MOVE "NOT A RESTORE POINT" TO WS-RUN-REASON
003320         MOVE 4 TO WS-COND-CODE
003330     END-IF.
003340 2000-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380* 2100-READ-INDEX-LINE - KEEP THE LATEST 20 RESTORE POINTS; A
003390* FULL TABLE DROPS ITS OLDEST.  ROLLBACK LINES ARE NOT OFFERED.
003400*----------------------------------------------------------------
003410 2100-READ-INDEX-LINE.
003420     READ RR-INDEX-FILE INTO RESTORE-MANIFEST-RECORD
003430         AT END
003440             GO TO 2100-EXIT
003450     END-READ
003460     IF NOT RM-IS-HEADER
003470         GO TO 2100-EXIT
003480     END-IF
003490     IF WS-POINT-COUNT = 20
003500         PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
003510                 UNTIL WS-POINT-IDX > 19
003520             MOVE WS-POINT-LINE(WS-POINT-IDX + 1)
003530                 TO WS-POINT-LINE(WS-POINT-IDX)
003540         END-PERFORM
003550     ELSE
003560         ADD 1 TO WS-POINT-COUNT
003570     END-IF
003580     MOVE RESTORE-MANIFEST-RECORD
003590         TO WS-POINT-LINE(WS-POINT-COUNT).
003600 2100-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640* 3000-LOAD-MANIFEST - READ THE CHOSEN RESTORE POINT'S MANIFEST
003650* AND CHECK IT HANGS TOGETHER: ITS HEADER MATCHES THE INDEX, IT
003660* HAS A TRAILER, AND THE FILE LINES ADD UP TO THE TRAILER AND
003670* THE HEADER'S FILE COUNT.  A MANIFEST THAT DOES NOT IS NEVER
003680* ROLLED BACK TO.
003690*----------------------------------------------------------------
003700 3000-LOAD-MANIFEST.
003710     MOVE SPACES TO WS-MANIFEST-NAME
003720     STRING "RSTMAN.R"     DELIMITED BY SIZE
003730            WS-RESTORE-ID  DELIMITED BY SIZE
003740            ".DAT"         DELIMITED BY SIZE
003750            INTO WS-MANIFEST-NAME
003760     END-STRING
003770     OPEN INPUT RR-MANIFEST-FILE
003780     IF NOT MANIFEST-OK
003790         DISPLAY "RSTROLL: manifest "
003800                 FUNCTION TRIM(WS-MANIFEST-NAME)
003810                 " is missing - nothing rolled back."
003820         MOVE "N" TO WS-PROCEED-SWITCH
003830         MOVE "ABORTED" TO WS-RUN-STATUS
003840         MOVE "NO MANIFEST" TO WS-RUN-REASON
003850         MOVE 12 TO WS-COND-CODE
003860         GO TO 3000-EXIT
003870     END-IF
003880     PERFORM 3100-READ-MANIFEST-LINE THRU 3100-EXIT
003890         UNTIL MANIFEST-EOF
003900     CLOSE RR-MANIFEST-FILE
003910
003920     IF MAN-HEADER-SEEN
003930             AND MAN-TRAILER-SEEN
003940             AND WS-MAN-COUNT > 0
003950             AND WS-MAN-COUNT = WS-MAN-FILES
003960             AND WS-MAN-COUNT = WS-MAN-ENTRIES
003970             AND WS-SUM-RECORDS = WS-MAN-RECORDS
003980             AND WS-SUM-HASH = WS-MAN-HASH
003990             AND WS-SUM-BALANCE = WS-MAN-BALANCE
004000         CONTINUE
004010     ELSE
004020         DISPLAY "RSTROLL: manifest "
004030                 FUNCTION TRIM(WS-MANIFEST-NAME)
004040                 " does not add up - nothing rolled back."
004050         MOVE "N" TO WS-PROCEED-SWITCH
004060         MOVE "ABORTED" TO WS-RUN-STATUS
004070         MOVE "MANIFEST DAMAGED" TO WS-RUN-REASON
004080         MOVE 12 TO WS-COND-CODE
004090     END-IF.
004100 3000-EXIT.
004110     EXIT.
004120
004130 3100-READ-MANIFEST-LINE.
004140     READ RR-MANIFEST-FILE INTO RESTORE-MANIFEST-RECORD
004150         AT END
004160             GO TO 3100-EXIT
004170     END-READ
004180     IF RM-RESTORE-ID NOT = WS-RESTORE-ID
004190         GO TO 3100-EXIT
004200     END-IF
004210     EVALUATE TRUE
004220         WHEN RM-IS-HEADER
004230             IF RESTORE-MANIFEST-RECORD = WS-RESTORE-HEADER
004240                 MOVE "Y" TO WS-MAN-HEADER-SWITCH
004250                 MOVE RM-H-FILES TO WS-MAN-FILES
004260             END-IF
004270         WHEN RM-IS-FILE
004280             IF WS-MAN-COUNT < 40
004290                 ADD 1 TO WS-MAN-COUNT
004300                 MOVE RESTORE-MANIFEST-RECORD
004310                     TO WS-MAN-LINE(WS-MAN-COUNT)
004320                 ADD RM-F-RECORDS TO WS-SUM-RECORDS
004330                 ADD RM-F-HASH    TO WS-SUM-HASH
004340                 ADD RM-F-BALANCE TO WS-SUM-BALANCE
004350             END-IF
004360         WHEN RM-IS-TRAILER
004370             MOVE "Y"          TO WS-MAN-TRAILER-SWITCH
004380             MOVE RM-Z-ENTRIES TO WS-MAN-ENTRIES
004390             MOVE RM-Z-RECORDS TO WS-MAN-RECORDS
004400             MOVE RM-Z-HASH    TO WS-MAN-HASH
004410             MOVE RM-Z-BALANCE TO WS-MAN-BALANCE
004420     END-EVALUATE.
004430 3100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------
004470* 4000-PROVE-SAVED-COPIES - EVERY FILE THE RESTORE POINT SAVED
004480* MUST STILL BE THERE AND STILL MEASURE WHAT THE MANIFEST SAYS
004490* BEFORE ANY OF THEM IS PUT BACK.
004500*----------------------------------------------------------------
004510 4000-PROVE-SAVED-COPIES.
004520     PERFORM 4100-PROVE-ONE-COPY THRU 4100-EXIT
004530         VARYING WS-MAN-IDX FROM 1 BY 1
004540         UNTIL WS-MAN-IDX > WS-MAN-COUNT
004550     IF WS-NOT-PROVEN-COUNT > 0
004560         DISPLAY "RSTROLL: " WS-NOT-PROVEN-COUNT " saved "
004570                 "file(s) do not prove - nothing rolled back."
004580         MOVE "N" TO WS-PROCEED-SWITCH
004590         MOVE "FAILED" TO WS-RUN-STATUS
004600         MOVE "SAVED COPY DAMAGED" TO WS-RUN-REASON
004610         IF WS-COND-CODE < 8
004620             MOVE 8 TO WS-COND-CODE
004630         END-IF
004640     END-IF.
004650 4000-EXIT.
004660     EXIT.
004670
004680 4100-PROVE-ONE-COPY.
004690     MOVE WS-MAN-LINE(WS-MAN-IDX) TO RESTORE-MANIFEST-RECORD
004700     IF NOT RM-F-WAS-PRESENT
004710         GO TO 4100-EXIT
004720     END-IF
004730     PERFORM 4200-BUILD-COPY-NAME THRU 4200-EXIT
004740     MOVE WS-COPY-NAME  TO RX-FILE-NAME
004750     MOVE RM-F-BAL-KIND TO RX-BAL-KIND
004760     CALL "RSTMEAS" USING WS-RESTORE-MEASURE
004770     IF NOT RX-FILE-PRESENT
004780             OR RX-RECORDS NOT = RM-F-RECORDS
004790             OR RX-HASH NOT = RM-F-HASH
004800             OR RX-BALANCE NOT = RM-F-BALANCE
004810         DISPLAY "  " FUNCTION TRIM(WS-COPY-NAME)
004820                 " does not prove to the manifest."
004830         ADD 1 TO WS-NOT-PROVEN-COUNT
004840     END-IF.
004850 4100-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 4200-BUILD-COPY-NAME - <NAME>.R<RESTORE ID>.DAT FOR THE
004900* MANIFEST LINE IN HAND.
004910*----------------------------------------------------------------
004920 4200-BUILD-COPY-NAME.
004930     MOVE SPACES TO WS-COPY-NAME
004940     STRING RM-F-FILE-NAME DELIMITED BY "."
004950            ".R"           DELIMITED BY SIZE
004960            WS-RESTORE-ID  DELIMITED BY SIZE
004970            ".DAT"         DELIMITED BY SIZE
004980            INTO WS-COPY-NAME
004990     END-STRING.
005000 4200-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040* 5000-AUTHORIZE - SAY WHAT WILL HAPPEN, THEN THE SUPERVISOR WHO
005050* AUTHORIZES THE ROLLBACK (NOT THE OPERATOR AT THE KEYBOARD),
005060* THE REASON AND A CONFIRMATION - THE SAME DISCIPLINE AS A
005070* PERIOD REOPEN.  ANY BAD ANSWER LEAVES EVERY FILE AS IT IS.
005080*----------------------------------------------------------------
005090 5000-AUTHORIZE.
005100     MOVE "N" TO WS-PROCEED-SWITCH
005110     MOVE "NOT AUTHORIZED" TO WS-RUN-REASON
005120     MOVE 4 TO WS-COND-CODE
005130     MOVE WS-RESTORE-HEADER TO RESTORE-MANIFEST-RECORD
005140     DISPLAY "Restore point " WS-RESTORE-ID " taken by run "
005150             RM-H-RUN-ID " operator " RM-H-OPERATOR "."
005160     DISPLAY "  Saved copies prove.  " RM-H-PRESENT " of "
005170             WS-MAN-COUNT " file(s) will be put back; the rest "
005180             "were not there and will be removed."
005190     DISPLAY "  EVERYTHING POSTED SINCE IS LOST."
005200
005210     DISPLAY "  Supervisor ID: " WITH NO ADVANCING
005220     ACCEPT WS-SUPERVISOR-INPUT
005230     MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-INPUT)
005240         TO WS-SUPERVISOR-INPUT
005250     IF WS-SUPERVISOR-INPUT = SPACES
005260             OR WS-SUPERVISOR-INPUT = RH-OPERATOR-ID
005270         DISPLAY "  A supervisor other than the operator must "
005280                 "authorize a rollback - refused."
005290         GO TO 5000-EXIT
005300     END-IF
005310*    THE AUTHORIZING ID MUST BE AN ACTIVE OPERATOR WITH
005320*    SUPERVISOR AUTHORITY ON THE OPERATOR MASTER; ANYONE ELSE IS
005330*    LOGGED BY OPERCHK AS A REFUSED ATTEMPT.
005340     MOVE RH-PROGRAM-NAME     TO OC-PROGRAM-NAME
005350     MOVE RH-RUN-ID           TO OC-RUN-ID
005360     MOVE WS-SUPERVISOR-INPUT TO OC-OPERATOR-ID
005370     MOVE "I"                 TO OC-RUN-MODE
005380     MOVE "S"                 TO OC-FUNCTION-GROUP
005390     CALL "OPERCHK" USING WS-OPERATOR-CHECK
005400     IF NOT OC-AUTHORIZED
005410         DISPLAY "  " WS-SUPERVISOR-INPUT " does not hold "
005420                 "supervisor authority - refused."
005430         GO TO 5000-EXIT
005440     END-IF
005450     DISPLAY "  Reason (required): " WITH NO ADVANCING
005460     ACCEPT WS-ROLLBACK-REASON
005470     IF WS-ROLLBACK-REASON = SPACES
005480         DISPLAY "  A reason is required - refused."
005490         GO TO 5000-EXIT
005500     END-IF
005510     DISPLAY "  Roll back to " WS-RESTORE-ID "? (Y/N): "
005520         WITH NO ADVANCING
005530     ACCEPT WS-CONFIRM-INPUT
005540     IF WS-CONFIRM-INPUT NOT = "Y" AND WS-CONFIRM-INPUT NOT = "y"
005550         DISPLAY "  Not confirmed - nothing rolled back."
005560         MOVE "NOT CONFIRMED" TO WS-RUN-REASON
005570         GO TO 5000-EXIT
005580     END-IF
005590
005600     MOVE "Y" TO WS-PROCEED-SWITCH
005610     MOVE SPACES TO WS-RUN-REASON
005620     MOVE 0 TO WS-COND-CODE.
005630 5000-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 6000-PUT-BACK-FILES - HOLD BOTH RUN LOCKS SO NO POSTING RUN
005680* CAN START UNDERNEATH, COPY EVERY SAVED FILE OVER ITS LIVE NAME
005690* AND REMOVE EVERY FILE THAT WAS NOT THERE AT THE RESTORE POINT.
005700* THE SAVED COPIES STAY WHERE THEY ARE, SO A ROLLBACK THAT DOES
005710* NOT PROVE CAN SIMPLY BE RUN AGAIN.  A RUN THAT TOOK EITHER LOCK
005712* WHILE THE SUPERVISOR WAS BEING ASKED STOPS THE ROLLBACK HERE,
005714* BEFORE ANY FILE IS TOUCHED.
005720*----------------------------------------------------------------
005730 6000-PUT-BACK-FILES.
005740     MOVE "ADDLOCK.DAT" TO WS-LOCK-NAME
005750     PERFORM 6100-TAKE-ONE-LOCK THRU 6100-EXIT
005752     IF NOT OK-TO-PROCEED
005754         GO TO 6000-EXIT
005756     END-IF
005760     MOVE "LOOPLOCK.DAT" TO WS-LOCK-NAME
005770     PERFORM 6100-TAKE-ONE-LOCK THRU 6100-EXIT
005772     IF NOT OK-TO-PROCEED
005774         MOVE "ADDLOCK.DAT" TO WS-LOCK-NAME
005776         PERFORM 6300-RELEASE-ONE-LOCK THRU 6300-EXIT
005778         GO TO 6000-EXIT
005779     END-IF
005780
005790     PERFORM 6200-PUT-BACK-ONE-FILE THRU 6200-EXIT
005800         VARYING WS-MAN-IDX FROM 1 BY 1
005810         UNTIL WS-MAN-IDX > WS-MAN-COUNT
005820     MOVE "Y" TO WS-ROLLED-SWITCH
005830
005840     MOVE "ADDLOCK.DAT" TO WS-LOCK-NAME
005850     PERFORM 6300-RELEASE-ONE-LOCK THRU 6300-EXIT
005860     MOVE "LOOPLOCK.DAT" TO WS-LOCK-NAME
005870     PERFORM 6300-RELEASE-ONE-LOCK THRU 6300-EXIT.
005880 6000-EXIT.
005890     EXIT.
005900
005910 6100-TAKE-ONE-LOCK.
005912     PERFORM 6400-READ-ONE-LOCK THRU 6400-EXIT
005914     IF RR-LOCK-RECORD NOT = SPACES
005916         DISPLAY "RSTROLL: " WS-LOCK-NAME " was taken by run "
005917                 RR-LOCK-RUN-ID " operator " RR-LOCK-OPERATOR
005918                 " - nothing rolled back."
005919         MOVE "N" TO WS-PROCEED-SWITCH
005920         MOVE "ABORTED" TO WS-RUN-STATUS
005921         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
005922         MOVE 12 TO WS-COND-CODE
005923         GO TO 6100-EXIT
005924     END-IF
005925     OPEN OUTPUT RR-LOCK-FILE
005930     MOVE SPACES         TO RR-LOCK-RECORD
005940     MOVE RH-RUN-ID      TO RR-LOCK-RUN-ID
005950     MOVE RH-OPERATOR-ID TO RR-LOCK-OPERATOR
005960     WRITE RR-LOCK-RECORD
005970     CLOSE RR-LOCK-FILE.
005980 6100-EXIT.
005990     EXIT.
006000
006010 6200-PUT-BACK-ONE-FILE.
006020     MOVE WS-MAN-LINE(WS-MAN-IDX) TO RESTORE-MANIFEST-RECORD
006030     MOVE SPACES TO WS-GEN-COMMAND
006040     IF RM-F-WAS-PRESENT
006050         PERFORM 4200-BUILD-COPY-NAME THRU 4200-EXIT
006060         STRING "cp "          DELIMITED BY SIZE
006070                WS-COPY-NAME   DELIMITED BY SPACE
006080                " "            DELIMITED BY SIZE
006090                RM-F-FILE-NAME DELIMITED BY SPACE
006100                INTO WS-GEN-COMMAND
006110         END-STRING
006120         ADD 1 TO WS-PUT-BACK-COUNT
006130     ELSE
006140         STRING "rm -f "       DELIMITED BY SIZE
006150                RM-F-FILE-NAME DELIMITED BY SPACE
006160                INTO WS-GEN-COMMAND
006170         END-STRING
006180         ADD 1 TO WS-REMOVE-COUNT
006190     END-IF
006200     CALL "SYSTEM" USING WS-GEN-COMMAND
006210     MOVE 0 TO RETURN-CODE.
006220 6200-EXIT.
006230     EXIT.
006240
006250 6300-RELEASE-ONE-LOCK.
006252     PERFORM 6400-READ-ONE-LOCK THRU 6400-EXIT
006254     IF RR-LOCK-RECORD NOT = SPACES
006256             AND RR-LOCK-RUN-ID NOT = RH-RUN-ID
006258         DISPLAY "RSTROLL: " WS-LOCK-NAME " is now held by run "
006260                 RR-LOCK-RUN-ID " operator " RR-LOCK-OPERATOR
006262                 " - left as it is."
006264         MOVE "ABORTED" TO WS-RUN-STATUS
006266         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
006268         MOVE 12 TO WS-COND-CODE
006270         GO TO 6300-EXIT
006272     END-IF
006274     OPEN OUTPUT RR-LOCK-FILE
006276     MOVE SPACES TO RR-LOCK-RECORD
006280     WRITE RR-LOCK-RECORD
006290     CLOSE RR-LOCK-FILE.
006300 6300-EXIT.
006310     EXIT.
006311
006312*----------------------------------------------------------------
006313* 6400-READ-ONE-LOCK - THE LOCK NAMED IN WS-LOCK-NAME AS IT
006314* STANDS NOW.  A LOCK FILE THAT IS MISSING OR EMPTY IS FREE.
006315*----------------------------------------------------------------
006316 6400-READ-ONE-LOCK.
006317     MOVE SPACES TO RR-LOCK-RECORD
006318     OPEN INPUT RR-LOCK-FILE
006319     IF NOT LOCK-OK
006320         GO TO 6400-EXIT
006321     END-IF
006322     READ RR-LOCK-FILE
006323         AT END
006324             MOVE SPACES TO RR-LOCK-RECORD
006325     END-READ
006326     CLOSE RR-LOCK-FILE.
006327 6400-EXIT.
006328     EXIT.
006329
006330*----------------------------------------------------------------
006340* 7000-PROVE-LIVE-FILES - EVERY LIVE FILE MUST NOW MEASURE WHAT
006350* THE MANIFEST SAYS, AND EVERY FILE ABSENT AT THE RESTORE POINT
006360* MUST BE ABSENT AGAIN.
006370*----------------------------------------------------------------
006380 7000-PROVE-LIVE-FILES.
006390     MOVE 0 TO WS-NOT-PROVEN-COUNT
006400     PERFORM 7100-PROVE-ONE-LIVE-FILE THRU 7100-EXIT
006410         VARYING WS-MAN-IDX FROM 1 BY 1
006420         UNTIL WS-MAN-IDX > WS-MAN-COUNT
006430     IF WS-NOT-PROVEN-COUNT = 0
006440         DISPLAY "RSTROLL: rolled back to " WS-RESTORE-ID " - "
006450                 WS-PUT-BACK-COUNT " file(s) put back, "
006460                 WS-REMOVE-COUNT " removed, all prove."
006470         STRING "TO RP "       DELIMITED BY SIZE
006480                WS-RESTORE-ID  DELIMITED BY SIZE
006490                INTO WS-RUN-REASON
006500         END-STRING
006510     ELSE
006520         DISPLAY "RSTROLL: " WS-NOT-PROVEN-COUNT " file(s) do "
006530                 "not prove after the rollback - the saved "
006540                 "copies are intact; run the rollback again."
006550         MOVE "FAILED" TO WS-RUN-STATUS
006560         MOVE "ROLLBACK NOT PROVEN" TO WS-RUN-REASON
006570         IF WS-COND-CODE < 8
006580             MOVE 8 TO WS-COND-CODE
006590         END-IF
006600     END-IF.
006610 7000-EXIT.
006620     EXIT.
006630
006640 7100-PROVE-ONE-LIVE-FILE.
006650     MOVE WS-MAN-LINE(WS-MAN-IDX) TO RESTORE-MANIFEST-RECORD
006660     MOVE RM-F-FILE-NAME TO RX-FILE-NAME
006670     MOVE RM-F-BAL-KIND  TO RX-BAL-KIND
006680     CALL "RSTMEAS" USING WS-RESTORE-MEASURE
006690     IF RM-F-WAS-PRESENT
006700         IF NOT RX-FILE-PRESENT
006710                 OR RX-RECORDS NOT = RM-F-RECORDS
006720                 OR RX-HASH NOT = RM-F-HASH
006730                 OR RX-BALANCE NOT = RM-F-BALANCE
006740             DISPLAY "  " RM-F-FILE-NAME " does not prove to "
006750                     "the manifest."
006760             ADD 1 TO WS-NOT-PROVEN-COUNT
006770         END-IF
006780     ELSE
006790         IF RX-FILE-PRESENT
006800             DISPLAY "  " RM-F-FILE-NAME " could not be "
006810                     "removed."
006820             ADD 1 TO WS-NOT-PROVEN-COUNT
006830         END-IF
006840     END-IF.
006850 7100-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 7500-RECORD-THE-ROLLBACK - THE AUTHORIZING SUPERVISOR'S OWN
006900* AUDIT ENTRY, AND A ROLLBACK LINE ON THE INDEX CARRYING THE
006910* REASON.  THE OPERATOR'S ENTRY IS WRITTEN AT 9999-TERMINATE.
006920*----------------------------------------------------------------
006930 7500-RECORD-THE-ROLLBACK.
006940     MOVE WS-SUPERVISOR-INPUT TO WS-AUDIT-OPERATOR
006950     MOVE "AUTHORIZED ROLLBACK" TO WS-AUDIT-REASON
006960     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
006970
006980     OPEN EXTEND RR-INDEX-FILE
006990     IF NOT INDEX-OK
007000         OPEN OUTPUT RR-INDEX-FILE
007010     END-IF
007020     MOVE SPACES TO RESTORE-MANIFEST-RECORD
007030     MOVE "R"                 TO RM-REC-TYPE
007040     MOVE WS-RESTORE-ID       TO RM-RESTORE-ID
007050     MOVE RH-RUN-ID           TO RM-R-RUN-ID
007060     MOVE RH-OPERATOR-ID      TO RM-R-OPERATOR
007070     MOVE WS-SUPERVISOR-INPUT TO RM-R-SUPERVISOR
007080     MOVE WS-ROLLBACK-REASON  TO RM-R-REASON
007090     WRITE RR-INDEX-LINE FROM RESTORE-MANIFEST-RECORD
007100     CLOSE RR-INDEX-FILE.
007110 7500-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* 8000-WRITE-AUDIT-ENTRY - ONE STRUCTURED AUDIT ENTRY UNDER
007160* WS-AUDIT-OPERATOR WITH WS-AUDIT-REASON: RECORDS PUT BACK,
007170* FILES PUT BACK AND FILES REMOVED.
007180*----------------------------------------------------------------
007190 8000-WRITE-AUDIT-ENTRY.
007200     OPEN EXTEND AUDIT-LOG-FILE
007210     IF NOT AUDIT-OK
007220         OPEN OUTPUT AUDIT-LOG-FILE
007230     END-IF
007240     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
007250     ACCEPT WS-END-TIME FROM TIME
007260     MOVE SPACES TO AUDIT-LOG-RECORD
007270     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
007280     MOVE " RUNID "          TO AL-RUNID-TAG
007290     MOVE RH-RUN-ID          TO AL-RUN-ID
007300     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
007310     MOVE WS-AUDIT-OPERATOR  TO AL-OPERATOR-ID
007320     MOVE " MODE "           TO AL-MODE-TAG
007330     IF RUNCARD-PRESENT
007340         MOVE "B"            TO AL-RUN-MODE
007350     ELSE
007360         MOVE "I"            TO AL-RUN-MODE
007370     END-IF
007380     MOVE WS-END-DATE        TO AL-END-DATE
007390     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
007400     MOVE WS-RUN-STATUS      TO AL-STATUS
007410     MOVE WS-AUDIT-REASON    TO AL-REASON
007420     IF FILES-ROLLED-BACK
007430         MOVE WS-MAN-RECORDS TO AL-RECORDS-READ
007440     ELSE
007450         MOVE 0              TO AL-RECORDS-READ
007460     END-IF
007470     MOVE WS-PUT-BACK-COUNT  TO AL-RECORDS-WRITTEN
007480     MOVE WS-REMOVE-COUNT    TO AL-RECORDS-REJECTED
007490     WRITE AUDIT-LOG-RECORD
007500     CLOSE AUDIT-LOG-FILE.
007510 8000-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------------
007550* 9999-TERMINATE - THE OPERATOR'S AUDIT ENTRY FOR THE RUN.
007560*----------------------------------------------------------------
007570 9999-TERMINATE.
007580     MOVE RH-OPERATOR-ID TO WS-AUDIT-OPERATOR
007590     MOVE WS-RUN-REASON  TO WS-AUDIT-REASON
007600     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT.
007610 9999-EXIT.
007620     EXIT.
