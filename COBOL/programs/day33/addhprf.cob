000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHPRF.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  NIGHTLY PROOF OF THE
000110*                  PERMANENT POSTING HISTORY (ADDHIST.DAT)
000120*                  AGAINST THE BALANCE MASTER (ADDMSTR.DAT).
000130*                  FOR EVERY ACCOUNT THE OPENING BALANCE (THE
000140*                  PRIOR BALANCE OF ITS FIRST HISTORY RECORD)
000150*                  PLUS THE NET OF EVERY RECORD SINCE MUST EQUAL
000160*                  THE BALANCE ON THE MASTER; AN ACCOUNT ON THE
000170*                  HISTORY BUT NO LONGER ON THE MASTER MUST NET
000180*                  TO ZERO.  EACH RECORD'S PRIOR BALANCE MUST
000190*                  ALSO PICK UP WHERE THE ACCOUNT'S LAST RECORD
000200*                  LEFT OFF, SO A BALANCE MOVED OFF THE HISTORY
000210*                  IS DATED.  WRITES THE PROOF LISTING
000220*                  (ADDHPRFR.DAT) AND ENDS WITH CONDITION CODE 8
000230*                  WHEN THE HISTORY DOES NOT PROVE, WHICH HALTS
000240*                  THE NIGHTLY CHAIN.
000242* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000244*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000246*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000248*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HP-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MASTER-STATUS.
000330     SELECT HP-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HISTORY-STATUS.
000360     SELECT HP-REPORT-FILE ASSIGN TO "ADDHPRFR.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-STATUS.
000390     SELECT HP-LOCK-FILE ASSIGN TO "ADDLOCK.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LOCK-STATUS.
000420     COPY AUDITSEL.
000430     COPY RUNCSEL.
000440     COPY METRSEL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  HP-MASTER-FILE.
000490*    SAME SHAPE AS THE ADD2NUM MASTER FD; ONLY THE ACCOUNT AND
000500*    BALANCE MATTER HERE.
000510 01  HP-MASTER-RECORD.
000520     05  MS-ACCOUNT          PIC X(08).
000530     05  MS-BALANCE          PIC S9(9)V99 SIGN IS LEADING
000540                                          SEPARATE.
000550     05  MS-LIMITS           PIC X(24).
000560     05  MS-INTEREST         PIC X(30).
000570
000580 FD  HP-HISTORY-FILE.
000590     COPY ADDHIST.
000600
000610 FD  HP-REPORT-FILE.
000620 01  HP-REPORT-RECORD        PIC X(132).
000630
000640 FD  HP-LOCK-FILE.
000650*    SAME SHAPE AS THE ADD2NUM RUN LOCK.
000660 01  HP-LOCK-RECORD.
000670     05  LK-RUN-ID           PIC X(16).
000680     05  FILLER              PIC X(01).
000690     05  LK-OPERATOR         PIC X(08).
000700
000710 FD  AUDIT-LOG-FILE.
000720     COPY AUDITLOG.
000730
000740 FD  RUN-CARD-FILE.
000750     COPY RUNCARD.
000760
000770 FD  RUN-METRICS-FILE.
000780     COPY RUNMETR.
000790
000800 WORKING-STORAGE SECTION.
000810     COPY RUNHDR.
000815     COPY OPERLINK.
000820 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000830     88  AUDIT-OK                    VALUE "00".
000840 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000850     88  RUNCARD-OK                  VALUE "00".
000860 01  WS-RUNCARD-SWITCH       PIC X   VALUE "N".
000870     88  RUNCARD-PRESENT             VALUE "Y".
000880 01  WS-METRICS-STATUS       PIC XX  VALUE SPACES.
000890     88  METRICS-OK                  VALUE "00".
000900 01  WS-MASTER-STATUS        PIC XX  VALUE SPACES.
000910     88  MASTER-OK                   VALUE "00".
000920     88  MASTER-EOF                  VALUE "10".
000930 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
000940     88  HISTORY-OK                  VALUE "00".
000950     88  HISTORY-EOF                 VALUE "10".
000960 01  WS-REPORT-STATUS        PIC XX  VALUE SPACES.
000970     88  REPORT-OK                   VALUE "00".
000980 01  WS-LOCK-STATUS          PIC XX  VALUE SPACES.
000990     88  LOCK-OK                     VALUE "00".
001000
001010 01  WS-END-DATE             PIC 9(8)   VALUE 0.
001020 01  WS-END-TIME.
001030     05  WS-END-TIME-HHMMSS  PIC 9(6).
001040     05  FILLER              PIC 99.
001050 01  WS-RUN-STATUS           PIC X(07)  VALUE "NORMAL".
001060 01  WS-RUN-REASON           PIC X(20)  VALUE SPACES.
001070
001080*----------------------------------------------------------------
001090* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = THE
001100* HISTORY PROVES, 4 = IT PROVES BUT SOME ACCOUNT'S RECORDS DO
001110* NOT CHAIN (A MOVEMENT OFF THE HISTORY LATER UNDONE THE SAME
001120* WAY), 8 = OUT OF BALANCE, 12 = ABORT (NO MASTER, MASTER TOO
001130* LARGE, POSTING RUN HOLDS THE LOCK).  HIGHEST WINS.
001140*----------------------------------------------------------------
001150 01  WS-COND-CODE            PIC 99     VALUE 0.
001160 01  WS-PROCEED-SWITCH       PIC X      VALUE "Y".
001170     88  PROOF-CAN-RUN                  VALUE "Y".
001180
001190*----------------------------------------------------------------
001200* EVERY ACCOUNT ON THE MASTER, IN MASTER ORDER, FOLLOWED BY ANY
001210* ACCOUNT FOUND ONLY ON THE HISTORY.  FOR EACH: THE MASTER
001220* BALANCE, THE OPENING (FIRST RECORD'S PRIOR BALANCE), THE NET
001230* OF ALL ITS RECORDS, THE LAST NEW BALANCE SEEN (TO CHAIN THE
001240* NEXT RECORD ONTO), AND HOW MANY RECORDS FAILED TO CHAIN AND
001250* THE POSTING DATE OF THE FIRST THAT DID.
001260*----------------------------------------------------------------
001270 01  WS-ACCT-COUNT           PIC 9(4)   VALUE 0.
001280 01  WS-MASTER-COUNT         PIC 9(4)   VALUE 0.
001290 01  WS-ACCT-TABLE.
001300     05  WS-ACCT-ENTRY OCCURS 1200 TIMES.
001310         10  WS-ACCT-ID      PIC X(08).
001320         10  WS-ACCT-ON-MASTER
001330                             PIC X(01).
001340             88  ACCT-ON-MASTER         VALUE "Y".
001350         10  WS-ACCT-HAS-HIST
001360                             PIC X(01).
001370             88  ACCT-HAS-HISTORY       VALUE "Y".
001380         10  WS-ACCT-MASTER  PIC S9(9)V99 SIGN IS LEADING
001390                                          SEPARATE.
001400         10  WS-ACCT-OPENING PIC S9(9)V99 SIGN IS LEADING
001410                                          SEPARATE.
001420         10  WS-ACCT-NET     PIC S9(11)V99 SIGN IS LEADING
001430                                          SEPARATE.
001440         10  WS-ACCT-LAST-NEW
001450                             PIC S9(9)V99 SIGN IS LEADING
001460                                          SEPARATE.
001470         10  WS-ACCT-HIST-COUNT
001480                             PIC 9(7).
001490         10  WS-ACCT-BREAKS  PIC 9(5).
001500         10  WS-ACCT-FIRST-BREAK
001510                             PIC X(08).
001520 01  WS-ACCT-IDX             PIC 9(4)   VALUE 0.
001530 01  WS-FOUND-IDX            PIC 9(4)   VALUE 0.
001540
001550*----------------------------------------------------------------
001560* ONE ACCOUNT'S PROOF AND THE RUN TOTALS.
001570*----------------------------------------------------------------
001580 01  WS-HIST-BALANCE         PIC S9(11)V99 SIGN IS LEADING
001590                                          SEPARATE VALUE 0.
001600 01  WS-DIFFERENCE           PIC S9(11)V99 SIGN IS LEADING
001610                                          SEPARATE VALUE 0.
001620 01  WS-TOT-OPENING          PIC S9(11)V99 SIGN IS LEADING
001630                                          SEPARATE VALUE 0.
001640 01  WS-TOT-NET              PIC S9(11)V99 SIGN IS LEADING
001650                                          SEPARATE VALUE 0.
001660 01  WS-TOT-HIST-BALANCE     PIC S9(11)V99 SIGN IS LEADING
001670                                          SEPARATE VALUE 0.
001680 01  WS-TOT-MASTER           PIC S9(11)V99 SIGN IS LEADING
001690                                          SEPARATE VALUE 0.
001700 01  WS-TOT-DIFFERENCE       PIC S9(11)V99 SIGN IS LEADING
001710                                          SEPARATE VALUE 0.
001720 01  WS-HIST-READ-COUNT      PIC 9(7)   VALUE 0.
001730 01  WS-NO-HIST-COUNT        PIC 9(4)   VALUE 0.
001740 01  WS-HIST-ONLY-COUNT      PIC 9(4)   VALUE 0.
001750 01  WS-OUT-COUNT            PIC 9(4)   VALUE 0.
001760 01  WS-BREAK-ACCT-COUNT     PIC 9(4)   VALUE 0.
001770
001780*----------------------------------------------------------------
001790* REPORT LINES.
001800*----------------------------------------------------------------
001810 01  WS-HEADING-LINE.
001820     05  FILLER              PIC X(08)  VALUE "ACCOUNT".
001830     05  FILLER              PIC X(15)  VALUE "        OPENING".
001840     05  FILLER              PIC X(15)  VALUE "    HISTORY NET".
001850     05  FILLER              PIC X(15)  VALUE "   HIST BALANCE".
001860     05  FILLER              PIC X(15)  VALUE " MASTER BALANCE".
001870     05  FILLER              PIC X(15)  VALUE "     DIFFERENCE".
001880     05  FILLER              PIC X(07)  VALUE "   RECS".
001890     05  FILLER              PIC X(07)  VALUE " BREAKS".
001900     05  FILLER              PIC X(10)  VALUE "  FIRST".
001910     05  FILLER              PIC X(18)  VALUE SPACES.
001920 01  WS-DETAIL-LINE.
001930     05  DL-ACCOUNT          PIC X(08).
001940     05  DL-COLUMN OCCURS 5 TIMES.
001950         10  FILLER          PIC X(01).
001960         10  DL-AMOUNT       PIC -(10)9.99.
001970     05  FILLER              PIC X(01).
001980     05  DL-RECS             PIC Z(5)9.
001990     05  FILLER              PIC X(01).
002000     05  DL-BREAKS           PIC Z(5)9.
002010     05  FILLER              PIC X(02).
002020     05  DL-FIRST-BREAK      PIC X(08).
002030     05  FILLER              PIC X(02).
002040     05  DL-NOTE             PIC X(16).
002050 01  WS-EDIT-TOTAL           PIC -(10)9.99.
002060 01  WS-EDIT-TOTAL-2         PIC -(10)9.99.
002070
002080 PROCEDURE DIVISION.
002090*----------------------------------------------------------------
002100* 0000-MAINLINE - TOP-LEVEL CONTROL
002110*----------------------------------------------------------------
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140     PERFORM 1500-ACQUIRE-LOCK THRU 1500-EXIT
002150     IF PROOF-CAN-RUN
002160         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
002170         IF WS-COND-CODE < 12
002180             PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
002190         END-IF
002200         PERFORM 1600-RELEASE-LOCK THRU 1600-EXIT
002210         IF WS-COND-CODE < 12
002220             PERFORM 5000-WRITE-PROOF THRU 5000-EXIT
002230         END-IF
002240         PERFORM 7000-WRITE-RUN-METRICS THRU 7000-EXIT
002250     END-IF
002260     PERFORM 9999-TERMINATE THRU 9999-EXIT
002270     MOVE WS-COND-CODE TO RETURN-CODE
002280     STOP RUN.
002290
002300*----------------------------------------------------------------
002310* 1000-INITIALIZE - ONE-TIME START-OF-RUN PROCESSING
002320*----------------------------------------------------------------
002330 1000-INITIALIZE.
002340     DISPLAY " ".
002350     DISPLAY "=== ADDHPRF - POSTING HISTORY PROOF ===".
002360     MOVE "ADDHPRF " TO RH-PROGRAM-NAME
002370     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
002380     IF NOT RUNCARD-PRESENT
002390         DISPLAY "Enter operator ID: " WITH NO ADVANCING
002400         ACCEPT RH-OPERATOR-ID
002410     END-IF
002420     ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD
002430     ACCEPT RH-RUN-TIME FROM TIME
002440     STRING RH-RUN-DATE DELIMITED BY SIZE
002450            RH-RUN-TIME DELIMITED BY SIZE
002460            INTO RH-RUN-ID
002470     END-STRING
002471*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002472*    TO RUN THIS JOB.
002473     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002474     MOVE RH-RUN-ID       TO OC-RUN-ID
002475     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002476     IF RUNCARD-PRESENT
002477         MOVE "B" TO OC-RUN-MODE
002478     ELSE
002479         MOVE "I" TO OC-RUN-MODE
002480     END-IF
002481     MOVE "B"             TO OC-FUNCTION-GROUP
002482     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002483     IF NOT OC-AUTHORIZED
002484         MOVE 12 TO RETURN-CODE
002485         STOP RUN
002486     END-IF.
002487 1000-EXIT.
002490     EXIT.
002500
002510 1100-READ-RUN-CARD.
002520     MOVE "N" TO WS-RUNCARD-SWITCH
002530     OPEN INPUT RUN-CARD-FILE
002540     IF RUNCARD-OK
002550         READ RUN-CARD-FILE
002560             NOT AT END
002570                 IF RUN-CARD-RECORD NOT = SPACES
002580                     MOVE "Y" TO WS-RUNCARD-SWITCH
002590                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
002600                 END-IF
002610         END-READ
002620         CLOSE RUN-CARD-FILE
002630     END-IF.
002640 1100-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680* 1500-ACQUIRE-LOCK - THE PROOF READS THE MASTER AND THE HISTORY
002690* AS ONE PICTURE, SO IT MAY NOT RUN WHILE A POSTING RUN IS
002700* CHANGING THEM, AND HOLDS THE LOCK ITSELF WHILE IT READS.
002710*----------------------------------------------------------------
002720 1500-ACQUIRE-LOCK.
002730     OPEN INPUT HP-LOCK-FILE
002740     IF LOCK-OK
002750         READ HP-LOCK-FILE
002760             NOT AT END
002770                 IF HP-LOCK-RECORD NOT = SPACES
002780                     MOVE "N" TO WS-PROCEED-SWITCH
002790                 END-IF
002800         END-READ
002810         CLOSE HP-LOCK-FILE
002820     END-IF
002830     IF NOT PROOF-CAN-RUN
002840         DISPLAY "ADDHPRF: posting lock held by run " LK-RUN-ID
002850                 " operator " LK-OPERATOR " - proof refused."
002860         MOVE "ABORTED" TO WS-RUN-STATUS
002870         MOVE "RUN LOCK HELD" TO WS-RUN-REASON
002880         MOVE 12 TO WS-COND-CODE
002890         GO TO 1500-EXIT
002900     END-IF
002910     OPEN OUTPUT HP-LOCK-FILE
002920     MOVE SPACES TO HP-LOCK-RECORD
002930     MOVE RH-RUN-ID      TO LK-RUN-ID
002940     MOVE RH-OPERATOR-ID TO LK-OPERATOR
002950     WRITE HP-LOCK-RECORD
002960     CLOSE HP-LOCK-FILE.
002970 1500-EXIT.
002980     EXIT.
002990
003000 1600-RELEASE-LOCK.
003010     OPEN OUTPUT HP-LOCK-FILE
003020     MOVE SPACES TO HP-LOCK-RECORD
003030     WRITE HP-LOCK-RECORD
003040     CLOSE HP-LOCK-FILE.
003050 1600-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090* 2000-LOAD-MASTER - EVERY ACCOUNT ON THE MASTER, WITH ITS
003100* BALANCE.  UNTIL ITS FIRST HISTORY RECORD TURNS UP AN ACCOUNT
003110* OPENS ON ITS MASTER BALANCE, SO AN ACCOUNT NOTHING HAS EVER
003120* POSTED TO PROVES ON ITSELF.  A PROOF MUST COVER THE WHOLE
003130* BOOK, SO A MASTER THE TABLE CANNOT HOLD STOPS THE RUN.
003140*----------------------------------------------------------------
003150 2000-LOAD-MASTER.
003160     MOVE 0 TO WS-ACCT-COUNT
003170     OPEN INPUT HP-MASTER-FILE
003180     IF NOT MASTER-OK
003190         DISPLAY "ADDHPRF: no balance master (ADDMSTR.DAT) - "
003200                 "proof aborted."
003210         MOVE "ABORTED" TO WS-RUN-STATUS
003220         MOVE "CANNOT OPEN ADDMSTR" TO WS-RUN-REASON
003230         MOVE 12 TO WS-COND-CODE
003240         GO TO 2000-EXIT
003250     END-IF
003260     READ HP-MASTER-FILE
003270         AT END SET MASTER-EOF TO TRUE
003280     END-READ
003290     PERFORM UNTIL MASTER-EOF OR WS-ACCT-COUNT = 1000
003300         ADD 1 TO WS-ACCT-COUNT
003310         MOVE MS-ACCOUNT TO WS-ACCT-ID(WS-ACCT-COUNT)
003320         MOVE "Y"        TO WS-ACCT-ON-MASTER(WS-ACCT-COUNT)
003330         MOVE "N"        TO WS-ACCT-HAS-HIST(WS-ACCT-COUNT)
003340         MOVE MS-BALANCE TO WS-ACCT-MASTER(WS-ACCT-COUNT)
003350         MOVE MS-BALANCE TO WS-ACCT-OPENING(WS-ACCT-COUNT)
003360         MOVE MS-BALANCE TO WS-ACCT-LAST-NEW(WS-ACCT-COUNT)
003370         MOVE 0          TO WS-ACCT-NET(WS-ACCT-COUNT)
003380         MOVE 0          TO WS-ACCT-HIST-COUNT(WS-ACCT-COUNT)
003390         MOVE 0          TO WS-ACCT-BREAKS(WS-ACCT-COUNT)
003400         MOVE SPACES     TO WS-ACCT-FIRST-BREAK(WS-ACCT-COUNT)
003410         READ HP-MASTER-FILE
003420             AT END SET MASTER-EOF TO TRUE
003430         END-READ
003440     END-PERFORM
003450     IF NOT MASTER-EOF
003460         DISPLAY "ADDHPRF: master exceeds 1000 accounts - "
003470                 "proof aborted."
003480         MOVE "ABORTED" TO WS-RUN-STATUS
003490         MOVE "MASTER TOO LARGE" TO WS-RUN-REASON
003500         MOVE 12 TO WS-COND-CODE
003510     END-IF
003520     MOVE WS-ACCT-COUNT TO WS-MASTER-COUNT
003530     CLOSE HP-MASTER-FILE.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 3000-SCAN-HISTORY - ONE PASS OF THE POSTING HISTORY, WHICH IS
003590* IN THE ORDER THE BALANCES MOVED.  A RECORD'S EFFECT IS ITS NEW
003600* BALANCE LESS ITS PRIOR BALANCE - THE AMOUNT ALONE IS A FACTOR
003610* OR DIVISOR FOR M AND D.  NO HISTORY YET MEANS NOTHING HAS
003620* POSTED SINCE IT STARTED, AND EVERY ACCOUNT PROVES ON ITSELF.
003630*----------------------------------------------------------------
003640 3000-SCAN-HISTORY.
003650     MOVE 0 TO WS-HIST-READ-COUNT
003660     OPEN INPUT HP-HISTORY-FILE
003670     IF NOT HISTORY-OK
003680         DISPLAY "ADDHPRF: no posting history (ADDHIST.DAT) - "
003690                 "every account opens on the master."
003700         GO TO 3000-EXIT
003710     END-IF
003720     READ HP-HISTORY-FILE
003730         AT END SET HISTORY-EOF TO TRUE
003740     END-READ
003750     PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
003760         UNTIL HISTORY-EOF OR WS-COND-CODE = 12
003770     CLOSE HP-HISTORY-FILE.
003780 3000-EXIT.
003790     EXIT.
003800
003810 3100-APPLY-ONE-RECORD.
003820     ADD 1 TO WS-HIST-READ-COUNT
003830     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
003840     IF WS-FOUND-IDX = 0
003850         GO TO 3190-READ-NEXT
003860     END-IF
003870
003880*    THE FIRST RECORD FIXES THE OPENING; EVERY LATER ONE MUST
003890*    START FROM THE BALANCE THE ONE BEFORE IT LEFT.
003900     IF NOT ACCT-HAS-HISTORY(WS-FOUND-IDX)
003910         MOVE "Y" TO WS-ACCT-HAS-HIST(WS-FOUND-IDX)
003920         MOVE HS-PRIOR-BALANCE TO WS-ACCT-OPENING(WS-FOUND-IDX)
003930     ELSE
003940         IF HS-PRIOR-BALANCE NOT = WS-ACCT-LAST-NEW(WS-FOUND-IDX)
003950             ADD 1 TO WS-ACCT-BREAKS(WS-FOUND-IDX)
003960             IF WS-ACCT-FIRST-BREAK(WS-FOUND-IDX) = SPACES
003970                 MOVE HS-POST-DATE
003980                     TO WS-ACCT-FIRST-BREAK(WS-FOUND-IDX)
003990             END-IF
004000         END-IF
004010     END-IF
004020     ADD 1 TO WS-ACCT-HIST-COUNT(WS-FOUND-IDX)
004030     COMPUTE WS-ACCT-NET(WS-FOUND-IDX) =
004040             WS-ACCT-NET(WS-FOUND-IDX)
004050           + HS-NEW-BALANCE - HS-PRIOR-BALANCE
004060     MOVE HS-NEW-BALANCE TO WS-ACCT-LAST-NEW(WS-FOUND-IDX).
004070 3190-READ-NEXT.
004080     READ HP-HISTORY-FILE
004090         AT END SET HISTORY-EOF TO TRUE
004100     END-READ.
004110 3100-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------
004150* 3200-FIND-ACCOUNT - THE RECORD'S ACCOUNT IN THE TABLE.  AN
004160* ACCOUNT NOT ON THE MASTER (CLOSED SINCE) IS ADDED AFTER THE
004170* MASTER ACCOUNTS WITH A MASTER BALANCE OF ZERO.
004180*----------------------------------------------------------------
004190 3200-FIND-ACCOUNT.
004200     MOVE 0 TO WS-FOUND-IDX
004210     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
004220             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
004230             OR WS-FOUND-IDX > 0
004240         IF WS-ACCT-ID(WS-ACCT-IDX) = HS-ACCOUNT
004250             MOVE WS-ACCT-IDX TO WS-FOUND-IDX
004260         END-IF
004270     END-PERFORM
004280     IF WS-FOUND-IDX > 0
004290         GO TO 3200-EXIT
004300     END-IF
004310     IF WS-ACCT-COUNT = 1200
004320         DISPLAY "ADDHPRF: more than 200 closed accounts on the "
004330                 "history - proof aborted."
004340         MOVE "ABORTED" TO WS-RUN-STATUS
004350         MOVE "TOO MANY ACCOUNTS" TO WS-RUN-REASON
004360         MOVE 12 TO WS-COND-CODE
004370         GO TO 3200-EXIT
004380     END-IF
004390     ADD 1 TO WS-ACCT-COUNT
004400     MOVE WS-ACCT-COUNT TO WS-FOUND-IDX
004410     MOVE HS-ACCOUNT TO WS-ACCT-ID(WS-FOUND-IDX)
004420     MOVE "N"        TO WS-ACCT-ON-MASTER(WS-FOUND-IDX)
004430     MOVE "N"        TO WS-ACCT-HAS-HIST(WS-FOUND-IDX)
004440     MOVE 0          TO WS-ACCT-MASTER(WS-FOUND-IDX)
004450     MOVE 0          TO WS-ACCT-OPENING(WS-FOUND-IDX)
004460     MOVE 0          TO WS-ACCT-LAST-NEW(WS-FOUND-IDX)
004470     MOVE 0          TO WS-ACCT-NET(WS-FOUND-IDX)
004480     MOVE 0          TO WS-ACCT-HIST-COUNT(WS-FOUND-IDX)
004490     MOVE 0          TO WS-ACCT-BREAKS(WS-FOUND-IDX)
004500     MOVE SPACES     TO WS-ACCT-FIRST-BREAK(WS-FOUND-IDX).
004510 3200-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550* 5000-WRITE-PROOF - ONE LINE PER ACCOUNT, THE TOTAL LINE AND
004560* THE VERDICT.  AN ACCOUNT THAT DOES NOT PROVE IS FLAGGED
004570* "OUT OF BALANCE"; ONE THAT PROVES BUT WHOSE RECORDS DO NOT
004580* CHAIN IS FLAGGED "BREAK" WITH THE POSTING DATE OF THE FIRST
004590* RECORD THAT DID NOT PICK UP WHERE THE LAST ONE LEFT OFF.
004600*----------------------------------------------------------------
004610 5000-WRITE-PROOF.
004620     OPEN OUTPUT HP-REPORT-FILE
004630     MOVE SPACES TO HP-REPORT-RECORD
004640     STRING "ADDHPRF - POSTING HISTORY PROOF  RUN "
004650                                      DELIMITED BY SIZE
004660            RH-RUN-ID                 DELIMITED BY SIZE
004670            "  OPERATOR "             DELIMITED BY SIZE
004680            RH-OPERATOR-ID            DELIMITED BY SIZE
004690            INTO HP-REPORT-RECORD
004700     END-STRING
004710     WRITE HP-REPORT-RECORD
004720     MOVE SPACES TO HP-REPORT-RECORD
004730     WRITE HP-REPORT-RECORD
004740     WRITE HP-REPORT-RECORD FROM WS-HEADING-LINE
004750
004760     PERFORM 5100-WRITE-ONE-ACCOUNT THRU 5100-EXIT
004770         VARYING WS-ACCT-IDX FROM 1 BY 1
004780         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
004790
004800     MOVE SPACES TO WS-DETAIL-LINE
004810     MOVE "TOTAL"             TO DL-ACCOUNT
004820     MOVE WS-TOT-OPENING      TO DL-AMOUNT(1)
004830     MOVE WS-TOT-NET          TO DL-AMOUNT(2)
004840     MOVE WS-TOT-HIST-BALANCE TO DL-AMOUNT(3)
004850     MOVE WS-TOT-MASTER       TO DL-AMOUNT(4)
004860     MOVE WS-TOT-DIFFERENCE   TO DL-AMOUNT(5)
004870     MOVE WS-HIST-READ-COUNT  TO DL-RECS
004880     MOVE SPACES TO HP-REPORT-RECORD
004890     WRITE HP-REPORT-RECORD
004900     WRITE HP-REPORT-RECORD FROM WS-DETAIL-LINE
004910     MOVE SPACES TO HP-REPORT-RECORD
004920     WRITE HP-REPORT-RECORD
004930
004940     MOVE SPACES TO HP-REPORT-RECORD
004950     STRING WS-MASTER-COUNT        DELIMITED BY SIZE
004960            " ACCOUNTS ON THE MASTER, " DELIMITED BY SIZE
004970            WS-NO-HIST-COUNT       DELIMITED BY SIZE
004980            " WITH NO HISTORY YET; "  DELIMITED BY SIZE
004990            WS-HIST-ONLY-COUNT     DELIMITED BY SIZE
005000            " CLOSED ACCOUNTS ON THE HISTORY ONLY"
005010                                   DELIMITED BY SIZE
005020            INTO HP-REPORT-RECORD
005030     END-STRING
005040     WRITE HP-REPORT-RECORD
005050
005060     MOVE SPACES TO HP-REPORT-RECORD
005070     IF WS-OUT-COUNT = 0
005080         MOVE WS-TOT-MASTER TO WS-EDIT-TOTAL
005090         STRING "HISTORY PROVES TO THE MASTER TOTAL "
005100                                   DELIMITED BY SIZE
005110                WS-EDIT-TOTAL      DELIMITED BY SIZE
005120                INTO HP-REPORT-RECORD
005130         END-STRING
005140         MOVE "HISTORY PROVES" TO WS-RUN-REASON
005150     ELSE
005160         MOVE WS-TOT-DIFFERENCE TO WS-EDIT-TOTAL
005170         STRING "*** HISTORY OUT OF BALANCE - "
005180                                   DELIMITED BY SIZE
005190                WS-OUT-COUNT       DELIMITED BY SIZE
005200                " ACCOUNTS, NET DIFFERENCE " DELIMITED BY SIZE
005210                WS-EDIT-TOTAL      DELIMITED BY SIZE
005220                " ***"             DELIMITED BY SIZE
005230                INTO HP-REPORT-RECORD
005240         END-STRING
005250         MOVE "OUT OF BALANCE" TO WS-RUN-REASON
005260         MOVE 8 TO WS-COND-CODE
005270     END-IF
005280     WRITE HP-REPORT-RECORD
005290     DISPLAY HP-REPORT-RECORD
005300
005310     IF WS-BREAK-ACCT-COUNT > 0
005320         MOVE SPACES TO HP-REPORT-RECORD
005330         STRING WS-BREAK-ACCT-COUNT DELIMITED BY SIZE
005340                " ACCOUNTS WITH RECORDS THAT DO NOT CHAIN - "
005350                                    DELIMITED BY SIZE
005360                "A BALANCE WAS MOVED OFF THE HISTORY"
005370                                    DELIMITED BY SIZE
005380                INTO HP-REPORT-RECORD
005390         END-STRING
005400         WRITE HP-REPORT-RECORD
005410         DISPLAY HP-REPORT-RECORD
005420         IF WS-COND-CODE < 4
005430             MOVE 4 TO WS-COND-CODE
005440             MOVE "HISTORY BREAKS" TO WS-RUN-REASON
005450         END-IF
005460     END-IF
005470     CLOSE HP-REPORT-FILE.
005480 5000-EXIT.
005490     EXIT.
005500
005510 5100-WRITE-ONE-ACCOUNT.
005520     COMPUTE WS-HIST-BALANCE = WS-ACCT-OPENING(WS-ACCT-IDX)
005530                             + WS-ACCT-NET(WS-ACCT-IDX)
005540     COMPUTE WS-DIFFERENCE = WS-HIST-BALANCE
005550                           - WS-ACCT-MASTER(WS-ACCT-IDX)
005560     ADD WS-ACCT-OPENING(WS-ACCT-IDX) TO WS-TOT-OPENING
005570     ADD WS-ACCT-NET(WS-ACCT-IDX)     TO WS-TOT-NET
005580     ADD WS-HIST-BALANCE              TO WS-TOT-HIST-BALANCE
005590     ADD WS-ACCT-MASTER(WS-ACCT-IDX)  TO WS-TOT-MASTER
005600     ADD WS-DIFFERENCE                TO WS-TOT-DIFFERENCE
005610
005620     MOVE SPACES TO WS-DETAIL-LINE
005630     MOVE WS-ACCT-ID(WS-ACCT-IDX)         TO DL-ACCOUNT
005640     MOVE WS-ACCT-OPENING(WS-ACCT-IDX)    TO DL-AMOUNT(1)
005650     MOVE WS-ACCT-NET(WS-ACCT-IDX)        TO DL-AMOUNT(2)
005660     MOVE WS-HIST-BALANCE                 TO DL-AMOUNT(3)
005670     MOVE WS-ACCT-MASTER(WS-ACCT-IDX)     TO DL-AMOUNT(4)
005680     MOVE WS-DIFFERENCE                   TO DL-AMOUNT(5)
005690     MOVE WS-ACCT-HIST-COUNT(WS-ACCT-IDX) TO DL-RECS
005700     MOVE WS-ACCT-BREAKS(WS-ACCT-IDX)     TO DL-BREAKS
005710     MOVE WS-ACCT-FIRST-BREAK(WS-ACCT-IDX) TO DL-FIRST-BREAK
005720     IF NOT ACCT-HAS-HISTORY(WS-ACCT-IDX)
005730         ADD 1 TO WS-NO-HIST-COUNT
005740         MOVE "NO HISTORY" TO DL-NOTE
005750     END-IF
005760     IF NOT ACCT-ON-MASTER(WS-ACCT-IDX)
005770         ADD 1 TO WS-HIST-ONLY-COUNT
005780         MOVE "NOT ON MASTER" TO DL-NOTE
005790     END-IF
005800     IF WS-ACCT-BREAKS(WS-ACCT-IDX) > 0
005810         ADD 1 TO WS-BREAK-ACCT-COUNT
005820         MOVE "BREAK" TO DL-NOTE
005830     END-IF
005840     IF WS-DIFFERENCE NOT = 0
005850         ADD 1 TO WS-OUT-COUNT
005860         MOVE "OUT OF BALANCE" TO DL-NOTE
005870     END-IF
005880     WRITE HP-REPORT-RECORD FROM WS-DETAIL-LINE.
005890 5100-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930* 7000-WRITE-RUN-METRICS - THE SHARED METRICS INTERFACE.
005940*----------------------------------------------------------------
005950 7000-WRITE-RUN-METRICS.
005960     OPEN EXTEND RUN-METRICS-FILE
005970     IF NOT METRICS-OK
005980         OPEN OUTPUT RUN-METRICS-FILE
005990     END-IF
006000     MOVE SPACES TO RUN-METRICS-RECORD
006010     MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
006020     MOVE RH-RUN-ID          TO MT-RUN-ID
006030     MOVE WS-HIST-READ-COUNT TO MT-RECORDS-READ
006040     MOVE WS-ACCT-COUNT      TO MT-RECORDS-WRITTEN
006050     MOVE WS-OUT-COUNT       TO MT-EXCEPTIONS
006060     MOVE WS-TOT-MASTER      TO MT-TOTAL-AMOUNT
006070     MOVE 0                  TO MT-VALUE-MIN
006080     MOVE 0                  TO MT-VALUE-MAX
006090     WRITE RUN-METRICS-RECORD
006100     CLOSE RUN-METRICS-FILE.
006110 7000-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 9999-TERMINATE - LOG THE RUN.
006160*----------------------------------------------------------------
006170 9999-TERMINATE.
006180     OPEN EXTEND AUDIT-LOG-FILE
006190     IF NOT AUDIT-OK
006200         OPEN OUTPUT AUDIT-LOG-FILE
006210     END-IF
006220     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006230     ACCEPT WS-END-TIME FROM TIME
006240     MOVE SPACES TO AUDIT-LOG-RECORD
006250     MOVE RH-PROGRAM-NAME    TO AL-PROGRAM-NAME
006260     MOVE " RUNID "          TO AL-RUNID-TAG
006270     MOVE RH-RUN-ID          TO AL-RUN-ID
006280     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
006290     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
006300     MOVE " MODE "           TO AL-MODE-TAG
006310     IF RUNCARD-PRESENT
006320         MOVE "B"            TO AL-RUN-MODE
006330     ELSE
006340         MOVE "I"            TO AL-RUN-MODE
006350     END-IF
006360     MOVE WS-END-DATE        TO AL-END-DATE
006370     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
006380     MOVE WS-RUN-STATUS      TO AL-STATUS
006390     MOVE WS-RUN-REASON      TO AL-REASON
006400     MOVE WS-HIST-READ-COUNT TO AL-RECORDS-READ
006410     MOVE WS-ACCT-COUNT      TO AL-RECORDS-WRITTEN
006420     MOVE WS-OUT-COUNT       TO AL-RECORDS-REJECTED
006430     WRITE AUDIT-LOG-RECORD
006440     CLOSE AUDIT-LOG-FILE.
006450 9999-EXIT.
006460     EXIT.
