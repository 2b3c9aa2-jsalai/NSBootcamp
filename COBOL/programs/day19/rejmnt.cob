000190*                  OLDER THAN THE AGE LIMIT ESCALATES ONTO ITS
000200*                  OWN REPORT (REJAGED.DAT) SO NOTHING ROTS IN
000210*                  THE FILE UNSEEN.
000211* 10/15/2026  RH   OPERATION CODE I (INTEREST CAPITALIZATION)
000212*                  PASSES THE RE-EDIT, AS IT DOES IN ADDEDIT.
000213* 10/15/2026  RH   OPERATION CODE R (REVERSAL) PASSES THE RE-EDIT
000214*                  WITH ADDEDIT'S REASONS 09 AND 10; A REVERSAL
000215*                  ALSO PROMPTS FOR ITS REFERENCE ZONES (RUN ID
000216*                  32-47, REGISTER SEQUENCE 48-54).
000217* 10/15/2026  RH   PERIOD LOCK.  A REPAIRED EFFECTIVE DATE IN A
000218*                  CLOSED PERIOD FAILS THE RE-EDIT WITH ADDEDIT'S
000219*                  REASON 11 UNLESS THE PERIOD HAS BEEN REOPENED.
000220* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000221*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000222*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000223*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000224* 10/15/2026  RH   OPERATION CODE T (ACCOUNT TRANSFER) PASSES THE
000225*                  RE-EDIT WITH ADDEDIT'S REASONS 12, 13 AND 14; A
000226*                  TRANSFER ALSO PROMPTS FOR THE TO-ACCOUNT ZONE.
000227* 10/15/2026  RH   A REVERSAL OR TRANSFER WITH A FRACTION IN NUM1
000228*                  FAILS THE RE-EDIT WITH ADDEDIT'S REASON 15.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000360     SELECT RM-AGED-FILE ASSIGN TO "REJAGED.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AGED-STATUS.
000382     SELECT RM-PERIOD-FILE ASSIGN TO "ADDPERD.DAT"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-PERIOD-STATUS.
000390     COPY AUDITSEL.
000400     COPY RUNCSEL.
000410
000620 FD  RM-AGED-FILE.
000630 01  RM-AGED-RECORD          PIC X(120).
000640
000642 FD  RM-PERIOD-FILE.
000644     COPY ADDPERD.
000646
000650 FD  AUDIT-LOG-FILE.
000660     COPY AUDITLOG.
000670
000700
000710 WORKING-STORAGE SECTION.
000720     COPY RUNHDR.
000725     COPY OPERLINK.
000730 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000740     88  AUDIT-OK                    VALUE "00".
000750 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000830     88  RAW-OK                      VALUE "00".
000840 01  WS-AGED-STATUS          PIC XX  VALUE SPACES.
000850     88  AGED-OK                     VALUE "00".
000852 01  WS-PERIOD-STATUS        PIC XX  VALUE SPACES.
000854     88  PERIOD-OK                   VALUE "00".
000856     88  PERIOD-EOF                  VALUE "10".
000860
000870 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000880 01  WS-END-TIME.
001390 01  WS-NUM2-VALUE           PIC S9(4)V99 SIGN IS LEADING
001400                                          SEPARATE.
001410 01  WS-OP-CODE              PIC X       VALUE SPACE.
001420     88  OP-CODE-VALID       VALUES "A" "S" "M" "D" "I" "R"
001425                                    "T".
001430     88  OP-IS-DIVIDE        VALUE "D".
001433     88  OP-IS-REVERSAL      VALUE "R".
001436     88  OP-IS-TRANSFER      VALUE "T".
001440 01  WS-FIELD-NO             PIC 9       VALUE 0.
001450 01  WS-FIELD-POS            PIC 99      VALUE 0.
001460 01  WS-RECORD-VALID         PIC X       VALUE "Y".
001540 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).
001550 01  WS-MONTH-MAX-DD         PIC 99      VALUE 0.
001560
001561*    THE PERIOD CONTROL FILE, FOR THE PERIOD-LOCK EDIT, HELD
001562*    THE SAME WAY ADDEDIT HOLDS IT.
001563 01  WS-PERD-COUNT           PIC 9(3)    VALUE 0.
001564 01  WS-PERD-TABLE.
001565     05  WS-PERD-ENTRY OCCURS 240 TIMES.
001566         10  WS-PERD-PERIOD  PIC X(06).
001567         10  WS-PERD-STATUS  PIC X(01).
001568 01  WS-PERD-IDX             PIC 9(3)    VALUE 0.
001569 01  WS-PERD-HIGH            PIC X(06)   VALUE SPACES.
001570 01  WS-PERD-CHECK           PIC X(06)   VALUE SPACES.
001571 01  WS-PERD-LOCK-SWITCH     PIC X       VALUE "N".
001572     88  PERIOD-LOCKED                   VALUE "Y".
001573
001570*----------------------------------------------------------------
001580* ONE REPAIR IN PROGRESS: THE WORK IMAGE STARTS AS THE ORIGINAL
001590* AND EACH NON-BLANK ZONE ENTRY OVERLAYS JUST THAT ZONE.
001600*----------------------------------------------------------------
001610 01  WS-WORK-IMAGE           PIC X(80)  VALUE SPACES.
001620 01  WS-ZONE-INPUT           PIC X(16)  VALUE SPACES.
001630 01  WS-ACTION               PIC X      VALUE SPACE.
001640 01  WS-QUIT-SWITCH          PIC X      VALUE "N".
001650     88  WALK-QUIT                      VALUE "Y".
002230            RH-RUN-TIME DELIMITED BY SIZE
002240            INTO RH-RUN-ID
002250     END-STRING
002251*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002252*    TO RUN THIS JOB.
002253     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002254     MOVE RH-RUN-ID       TO OC-RUN-ID
002255     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002256     MOVE "I"             TO OC-RUN-MODE
002257     MOVE "M"             TO OC-FUNCTION-GROUP
002258     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002259     IF NOT OC-AUTHORIZED
002260         MOVE 12 TO RETURN-CODE
002261         STOP RUN
002262     END-IF
002260     MOVE RH-RUN-DATE TO WS-DATE-NUM
002270     COMPUTE WS-TODAY-INT =
002280             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
002285     PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
002290 1000-EXIT.
002300     EXIT.
002310
002430         CLOSE RUN-CARD-FILE
002440     END-IF.
002450 1100-EXIT.
002451     EXIT.
002452
002453*----------------------------------------------------------------
002454* 1200-LOAD-PERIODS - THE PERIOD CONTROL FILE WRITTEN BY THE
002455* MONTH-END CLOSE.  NO FILE MEANS NO PERIOD HAS BEEN CLOSED.
002456*----------------------------------------------------------------
002457 1200-LOAD-PERIODS.
002458     MOVE 0 TO WS-PERD-COUNT
002459     MOVE SPACES TO WS-PERD-HIGH
002460     OPEN INPUT RM-PERIOD-FILE
002461     IF NOT PERIOD-OK
002462         GO TO 1200-EXIT
002463     END-IF
002464     READ RM-PERIOD-FILE
002465         AT END SET PERIOD-EOF TO TRUE
002466     END-READ
002467     PERFORM UNTIL PERIOD-EOF OR WS-PERD-COUNT = 240
002468         IF PD-PERIOD IS NUMERIC
002469             ADD 1 TO WS-PERD-COUNT
002470             MOVE PD-PERIOD TO WS-PERD-PERIOD(WS-PERD-COUNT)
002471             MOVE PD-STATUS TO WS-PERD-STATUS(WS-PERD-COUNT)
002472             IF PD-PERIOD > WS-PERD-HIGH
002473                     OR WS-PERD-HIGH = SPACES
002474                 MOVE PD-PERIOD TO WS-PERD-HIGH
002475             END-IF
002476         END-IF
002477         READ RM-PERIOD-FILE
002478             AT END SET PERIOD-EOF TO TRUE
002479         END-READ
002480     END-PERFORM
002481     CLOSE RM-PERIOD-FILE.
002482 1200-EXIT.
002460     EXIT.
002470
002480 2000-LOAD-REJECTS.
003600* 3200-ACCEPT-CORRECTIONS - OVERLAY JUST THE ZONES THE OPERATOR
003610* RE-ENTERS; A BLANK ENTRY KEEPS WHAT IS THERE.  ZONES MATCH THE
003620* RAW LAYOUT: ACCOUNT 1-8, OP 9, AMOUNTS 10-16 AND 17-23, DATE
003630* 24-31, AND FOR A REVERSAL THE ORIGINAL'S RUN ID 32-47 AND
003635* REGISTER SEQUENCE 48-54.
003640*----------------------------------------------------------------
003650 3200-ACCEPT-CORRECTIONS.
003660     MOVE WS-RT-IMAGE(WS-REJ-IDX) TO WS-WORK-IMAGE
004020         IF WS-ZONE-INPUT NOT = SPACES
004030             MOVE WS-ZONE-INPUT(1:8) TO WS-WORK-IMAGE(24:8)
004040         END-IF
004041     END-IF
004042
004043     IF FUNCTION UPPER-CASE(WS-WORK-IMAGE(9:1)) = "T"
004044         DISPLAY "To acct  [" WS-WORK-IMAGE(32:8)
004045                 "] (blank = keep, . = clear): " WITH NO ADVANCING
004046         ACCEPT WS-ZONE-INPUT
004047         IF WS-ZONE-INPUT = "."
004048             MOVE SPACES TO WS-WORK-IMAGE(32:8)
004049         ELSE
004050             IF WS-ZONE-INPUT NOT = SPACES
004051                 MOVE WS-ZONE-INPUT(1:8) TO WS-WORK-IMAGE(32:8)
004052             END-IF
004053         END-IF
004054         GO TO 3200-EXIT
004055     END-IF
004056
004057     IF FUNCTION UPPER-CASE(WS-WORK-IMAGE(9:1)) NOT = "R"
004058         GO TO 3200-EXIT
004059     END-IF
004060
004061     DISPLAY "Rev run  [" WS-WORK-IMAGE(32:16)
004062             "] (blank = keep, . = clear): " WITH NO ADVANCING
004063     ACCEPT WS-ZONE-INPUT
004064     IF WS-ZONE-INPUT = "."
004065         MOVE SPACES TO WS-WORK-IMAGE(32:16)
004066     ELSE
004067         IF WS-ZONE-INPUT NOT = SPACES
004068             MOVE WS-ZONE-INPUT(1:16) TO WS-WORK-IMAGE(32:16)
004069         END-IF
004070     END-IF
004071
004072     DISPLAY "Rev seq  [" WS-WORK-IMAGE(48:7)
004073             "] (blank = keep, . = clear): " WITH NO ADVANCING
004074     ACCEPT WS-ZONE-INPUT
004075     IF WS-ZONE-INPUT = "."
004076         MOVE SPACES TO WS-WORK-IMAGE(48:7)
004077     ELSE
004078         IF WS-ZONE-INPUT NOT = SPACES
004079             MOVE WS-ZONE-INPUT(1:7) TO WS-WORK-IMAGE(48:7)
004080         END-IF
004050     END-IF.
004060 3200-EXIT.
004070     EXIT.
004220         MOVE "EMPTY RECORD"    TO WS-REJECT-REASON-TEXT
004230     END-IF
004240
004243     MOVE FUNCTION UPPER-CASE(WS-WORK-IMAGE(9:1))
004246         TO WS-OP-CODE
004250     IF RECORD-IS-VALID
004260         IF OP-IS-REVERSAL
004270             IF WS-WORK-IMAGE(55:26) NOT = SPACES
004280                 MOVE "N"  TO WS-RECORD-VALID
004290             END-IF
004291         ELSE
004292             IF OP-IS-TRANSFER
004293                 IF WS-WORK-IMAGE(40:41) NOT = SPACES
004294                     MOVE "N"  TO WS-RECORD-VALID
004295                 END-IF
004296             ELSE
004297                 IF WS-WORK-IMAGE(32:49) NOT = SPACES
004298                     MOVE "N"  TO WS-RECORD-VALID
004299                 END-IF
004300             END-IF
004301         END-IF
004302         IF NOT RECORD-IS-VALID
004303             MOVE "02" TO WS-REJECT-REASON-CODE
004304             MOVE "RECORD TOO LONG" TO WS-REJECT-REASON-TEXT
004305         END-IF
004300     END-IF
004310
004320     IF RECORD-IS-VALID
004370     END-IF
004380
004390     IF RECORD-IS-VALID
004400         AND NOT OP-CODE-VALID
004410         MOVE "N"  TO WS-RECORD-VALID
004420         MOVE "05" TO WS-REJECT-REASON-CODE
004430         MOVE "BAD OP CODE" TO WS-REJECT-REASON-TEXT
004470     END-IF
004480
004490     IF RECORD-IS-VALID
004670     END-IF
004680
004690     IF RECORD-IS-VALID
004691         AND OP-IS-REVERSAL
004692         PERFORM 3330-EDIT-REVERSAL THRU 3330-EXIT
004693     END-IF
004694
004695     IF RECORD-IS-VALID
004696         AND OP-IS-TRANSFER
004697         PERFORM 3335-EDIT-TRANSFER THRU 3335-EXIT
004698     END-IF
004699
004700     IF RECORD-IS-VALID
004700         AND WS-WORK-IMAGE(24:8) NOT = SPACES
004710         PERFORM 3320-EDIT-EFFECT-DATE THRU 3320-EXIT
004711     END-IF
004712
004713     IF RECORD-IS-VALID
004714         AND WS-WORK-IMAGE(24:8) NOT = SPACES
004715         PERFORM 3340-EDIT-PERIOD THRU 3340-EXIT
004720     END-IF.
004730 3300-EXIT.
004740     EXIT.
005360         MOVE "BAD EFFECT DATE" TO WS-REJECT-REASON-TEXT
005370     END-IF.
005380 3320-EXIT.
005381     EXIT.
005382
005383 3330-EDIT-REVERSAL.
005384     IF WS-WORK-IMAGE(24:8) NOT = SPACES
005385         MOVE "N"  TO WS-RECORD-VALID
005386         MOVE "09" TO WS-REJECT-REASON-CODE
005387         MOVE "REVERSAL DATED" TO WS-REJECT-REASON-TEXT
005388         GO TO 3330-EXIT
005389     END-IF
005390     IF WS-WORK-IMAGE(32:16) IS NOT NUMERIC
005391             OR WS-WORK-IMAGE(48:7) IS NOT NUMERIC
005392             OR WS-WORK-IMAGE(48:7) = "0000000"
005393         MOVE "N"  TO WS-RECORD-VALID
005394         MOVE "10" TO WS-REJECT-REASON-CODE
005395         MOVE "BAD REVERSAL REF" TO WS-REJECT-REASON-TEXT
005396         GO TO 3330-EXIT
005397     END-IF
005398     MOVE WS-WORK-IMAGE(10:7) TO WS-FIELD-VALUE-X
005399     IF WS-FIELD-VALUE NOT = FUNCTION INTEGER-PART(WS-FIELD-VALUE)
005400         MOVE "N"  TO WS-RECORD-VALID
005401         MOVE "15" TO WS-REJECT-REASON-CODE
005402         MOVE "FRACTIONAL NUM1" TO WS-REJECT-REASON-TEXT
005403     END-IF.
005404 3330-EXIT.
005405     EXIT.
005406
005407 3335-EDIT-TRANSFER.
005408     IF WS-WORK-IMAGE(24:8) NOT = SPACES
005409         MOVE "N"  TO WS-RECORD-VALID
005410         MOVE "12" TO WS-REJECT-REASON-CODE
005411         MOVE "TRANSFER DATED" TO WS-REJECT-REASON-TEXT
005412         GO TO 3335-EXIT
005413     END-IF
005414     IF WS-WORK-IMAGE(32:8) = SPACES
005415             OR WS-WORK-IMAGE(32:8) = WS-WORK-IMAGE(1:8)
005416         MOVE "N"  TO WS-RECORD-VALID
005417         MOVE "13" TO WS-REJECT-REASON-CODE
005418         MOVE "BAD TRANSFER ACCT" TO WS-REJECT-REASON-TEXT
005419         GO TO 3335-EXIT
005420     END-IF
005421     MOVE WS-WORK-IMAGE(10:7) TO WS-FIELD-VALUE-X
005422     IF WS-FIELD-VALUE NOT = FUNCTION INTEGER-PART(WS-FIELD-VALUE)
005423         MOVE "N"  TO WS-RECORD-VALID
005424         MOVE "15" TO WS-REJECT-REASON-CODE
005425         MOVE "FRACTIONAL NUM1" TO WS-REJECT-REASON-TEXT
005426         GO TO 3335-EXIT
005427     END-IF
005428     IF WS-FIELD-VALUE * 10000 + WS-NUM2-VALUE NOT > 0
005429         MOVE "N"  TO WS-RECORD-VALID
005430         MOVE "14" TO WS-REJECT-REASON-CODE
005431         MOVE "BAD TRANSFER AMT" TO WS-REJECT-REASON-TEXT
005432     END-IF.
005433 3335-EXIT.
005434     EXIT.
005435
005436 3340-EDIT-PERIOD.
005437     MOVE WS-WORK-IMAGE(24:6) TO WS-PERD-CHECK
005438     PERFORM 3350-CHECK-PERIOD-LOCK THRU 3350-EXIT
005439     IF PERIOD-LOCKED
005440         MOVE "N"  TO WS-RECORD-VALID
005441         MOVE "11" TO WS-REJECT-REASON-CODE
005442         MOVE "PERIOD CLOSED" TO WS-REJECT-REASON-TEXT
005443     END-IF.
005444 3340-EXIT.
005445     EXIT.
005446
005447 3350-CHECK-PERIOD-LOCK.
005448     MOVE "N" TO WS-PERD-LOCK-SWITCH
005449     IF WS-PERD-HIGH = SPACES
005450             OR WS-PERD-CHECK > WS-PERD-HIGH
005451         GO TO 3350-EXIT
005452     END-IF
005453     MOVE "Y" TO WS-PERD-LOCK-SWITCH
005454     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
005455             UNTIL WS-PERD-IDX > WS-PERD-COUNT
005456         IF WS-PERD-PERIOD(WS-PERD-IDX) = WS-PERD-CHECK
005457                 AND WS-PERD-STATUS(WS-PERD-IDX) = "O"
005458             MOVE "N" TO WS-PERD-LOCK-SWITCH
005459         END-IF
005460     END-PERFORM.
005461 3350-EXIT.
005390     EXIT.
005400
005410 3400-APPEND-TO-RAW.
