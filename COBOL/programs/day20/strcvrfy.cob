000170*                  TRAILER, RETURNING THE SHOP-STANDARD
000180*                  CONDITION CODES (0 PROVEN, 8 NOT PROVEN,
000190*                  12 NO FILE) SO THE TRANSFER JOB CAN BRANCH.
000191* 10/15/2026  RH   MULTI-FEED SCANS.  WITH FEEDS LISTED ON THE
000192*                  RUN CARD, EVERY FEED'S CLEANED FILE NAMED ON
000193*                  STRFEED.DAT IS PROVEN IN TURN (HIGHEST CODE
000194*                  WINS); WITH NONE, STRCLEAN.DAT AS BEFORE.
000195*                  THE HASH RUNS OVER THE RECORD LENGTH THE
000196*                  HEADER CARRIES (60 ON AN OLDER HEADER).
000197* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000198*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000199*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000200*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000201* 10/15/2026  RH   A FEED NAMED TWICE ON THE RUN CARD IS PROVEN
000202*                  ONCE, AS STRINSPECT SCANS IT ONCE, SO ITS
000203*                  COUNTS ARE NOT DOUBLED.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SV-CLEAN-FILE ASSIGN TO WS-CLEAN-NAME
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CLEAN-STATUS.
000280     COPY AUDITSEL.
000290     COPY RUNCSEL.
000295     COPY STRFSEL.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  SV-CLEAN-FILE.
000340 01  SV-CLEAN-RECORD         PIC X(120).
000350
000360 FD  AUDIT-LOG-FILE.
000370     COPY AUDITLOG.
000390 FD  RUN-CARD-FILE.
000400     COPY RUNCARD.
000410
000412 FD  FEED-PROFILE-FILE.
000414     COPY STRFEED.
000416
000420 WORKING-STORAGE SECTION.
000430     COPY RUNHDR.
000435     COPY OPERLINK.
000440 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000450     88  AUDIT-OK                    VALUE "00".
000460 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000500 01  WS-CLEAN-STATUS         PIC XX  VALUE SPACES.
000510     88  CLEAN-OK                    VALUE "00".
000520     88  CLEAN-EOF                   VALUE "10".
000521 01  WS-FEED-STATUS          PIC XX  VALUE SPACES.
000522     88  FEED-FILE-OK                VALUE "00".
000523     88  FEED-FILE-EOF               VALUE "10".
000524
000525*----------------------------------------------------------------
000526* FEEDS TO PROVE: THE FEED IDS ON THE RUN CARD, EACH LOOKED UP ON
000527* STRFEED.DAT FOR ITS CLEANED-FILE NAME.  WITH NO FEED LISTED
000528* THE ONE FILE PROVEN IS STRCLEAN.DAT.
000529*----------------------------------------------------------------
000530 01  WS-CARD-FEEDS.
000531     05  WS-CARD-FEED        OCCURS 8 TIMES.
000532         10  FILLER          PIC X(01).
000533         10  WS-CARD-FEED-ID PIC X(08).
000534 01  WS-CARD-IDX             PIC 99     VALUE 0.
000535 01  WS-FEED-COUNT           PIC 99     VALUE 0.
000536 01  WS-FEED-IDX             PIC 99     VALUE 0.
000537 01  WS-FEED-MATCH           PIC 99     VALUE 0.
000538 01  WS-FEED-TABLE.
000539     05  WS-FEED-ENTRY       OCCURS 8 TIMES.
000540         10  WS-FEED-ID      PIC X(08).
000541         10  WS-FEED-CLEAN   PIC X(20).
000542 01  WS-CLEAN-NAME           PIC X(20)  VALUE "STRCLEAN.DAT".
000543 01  WS-REC-LEN              PIC 9(03)  VALUE 60.
000544 01  WS-RUN-READ             PIC 9(7)   VALUE 0.
000545 01  WS-RUN-PROVEN           PIC 9(7)   VALUE 0.
000546 01  WS-RUN-NOT-PROVEN       PIC 9(7)   VALUE 0.
000530
000540 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000550 01  WS-END-TIME.
000700* RECORD ONCE THE NEXT READ SUCCEEDS; AT END OF FILE THE RECORD
000710* IN HAND IS THE TRAILER.
000720*----------------------------------------------------------------
000730 01  WS-HELD-RECORD          PIC X(120) VALUE SPACES.
000740 01  WS-DATA-COUNT           PIC 9(7)   VALUE 0.
000750 01  WS-COMP-HASH            PIC 9(13)  VALUE 0.
000760 01  WS-HASH-I               PIC 9(3)   VALUE 0.
000770 01  WS-TRL-COUNT            PIC 9(7)   VALUE 0.
000780 01  WS-TRL-HASH             PIC 9(13)  VALUE 0.
000790 01  WS-HDR-RUN-ID           PIC X(16)  VALUE SPACES.
000870*----------------------------------------------------------------
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000900     PERFORM 1500-BUILD-FEED-LIST THRU 1500-EXIT
000902     PERFORM 1900-PROVE-ONE-FEED THRU 1900-EXIT
000904         VARYING WS-FEED-IDX FROM 1 BY 1
000906         UNTIL WS-FEED-IDX > WS-FEED-COUNT
000910     PERFORM 9999-TERMINATE THRU 9999-EXIT
000920     MOVE WS-COND-CODE TO RETURN-CODE
000930     STOP RUN.
001090     STRING RH-RUN-DATE DELIMITED BY SIZE
001100            RH-RUN-TIME DELIMITED BY SIZE
001110            INTO RH-RUN-ID
001120     END-STRING
001121*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001122*    TO RUN THIS JOB.
001123     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001124     MOVE RH-RUN-ID       TO OC-RUN-ID
001125     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001126     IF RUNCARD-PRESENT
001127         MOVE "B" TO OC-RUN-MODE
001128     ELSE
001129         MOVE "I" TO OC-RUN-MODE
001130     END-IF
001131     MOVE "B"             TO OC-FUNCTION-GROUP
001132     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001133     IF NOT OC-AUTHORIZED
001134         MOVE 12 TO RETURN-CODE
001135         STOP RUN
001136     END-IF.
001130 1000-EXIT.
001140     EXIT.
001150
001220                 IF RUN-CARD-RECORD NOT = SPACES
001230                     MOVE "Y" TO WS-RUNCARD-SWITCH
001240                     MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID
001245                     MOVE RC-SCAN-FEEDS  TO WS-CARD-FEEDS
001250                 END-IF
001260         END-READ
001270         CLOSE RUN-CARD-FILE
001300     EXIT.
001310
001320*----------------------------------------------------------------
001321* 1500-BUILD-FEED-LIST - ONE ENTRY PER FEED ON THE RUN CARD WITH
001322* THE CLEANED-FILE NAME FROM ITS PROFILE (BLANK WHEN THE FEED
001323* HAS NO PROFILE), OR THE SINGLE STRCLEAN.DAT ENTRY.
001324*----------------------------------------------------------------
001325 1500-BUILD-FEED-LIST.
001326     MOVE 0 TO WS-FEED-COUNT
001327     IF RUNCARD-PRESENT
001328         PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
001329                 UNTIL WS-CARD-IDX > 8
001330             IF WS-CARD-FEED-ID(WS-CARD-IDX) NOT = SPACES
001331                 PERFORM 1510-ADD-CARD-FEED THRU 1510-EXIT
001332             END-IF
001333         END-PERFORM
001334     END-IF
001335     IF WS-FEED-COUNT = 0
001336         MOVE 1 TO WS-FEED-COUNT
001337         MOVE SPACES        TO WS-FEED-ID(1)
001338         MOVE WS-CLEAN-NAME TO WS-FEED-CLEAN(1)
001339         GO TO 1500-EXIT
001340     END-IF
001341
001342     OPEN INPUT FEED-PROFILE-FILE
001343     IF NOT FEED-FILE-OK
001344         GO TO 1500-EXIT
001345     END-IF
001346     READ FEED-PROFILE-FILE
001347         AT END SET FEED-FILE-EOF TO TRUE
001348     END-READ
001349     PERFORM UNTIL FEED-FILE-EOF
001350         PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
001351                 UNTIL WS-FEED-IDX > WS-FEED-COUNT
001352             IF WS-FEED-ID(WS-FEED-IDX) = FP-FEED-ID
001353                     AND WS-FEED-CLEAN(WS-FEED-IDX) = SPACES
001354                 MOVE FP-CLEAN-NAME TO WS-FEED-CLEAN(WS-FEED-IDX)
001355             END-IF
001356         END-PERFORM
001357         READ FEED-PROFILE-FILE
001358             AT END SET FEED-FILE-EOF TO TRUE
001359         END-READ
001360     END-PERFORM
001361     CLOSE FEED-PROFILE-FILE.
001362 1500-EXIT.
001363     EXIT.
001364
001365*----------------------------------------------------------------
001366* 1510-ADD-CARD-FEED - ONE RUN-CARD FEED INTO THE LIST.  THE SAME
001367* FEED TWICE ON ONE CARD WAS SCANNED ONCE, SO IT IS PROVEN ONCE.
001368*----------------------------------------------------------------
001369 1510-ADD-CARD-FEED.
001370     MOVE 0 TO WS-FEED-MATCH
001371     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
001372             UNTIL WS-FEED-IDX > WS-FEED-COUNT
001373         IF WS-FEED-ID(WS-FEED-IDX) = WS-CARD-FEED-ID(WS-CARD-IDX)
001374             MOVE WS-FEED-IDX TO WS-FEED-MATCH
001375         END-IF
001376     END-PERFORM
001377     IF WS-FEED-MATCH > 0
001378         DISPLAY "STRCVRFY: feed " WS-CARD-FEED-ID(WS-CARD-IDX)
001379                 " listed twice on the run card - proven once."
001380         GO TO 1510-EXIT
001381     END-IF
001382     ADD 1 TO WS-FEED-COUNT
001383     MOVE WS-CARD-FEED-ID(WS-CARD-IDX)
001384         TO WS-FEED-ID(WS-FEED-COUNT)
001385     MOVE SPACES TO WS-FEED-CLEAN(WS-FEED-COUNT).
001386 1510-EXIT.
001387     EXIT.
001388
001389*----------------------------------------------------------------
001390* 1900-PROVE-ONE-FEED - PROVE ONE FEED'S CLEANED FILE AND ADD ITS
001391* DATA RECORDS TO THE RUN'S PROVEN OR NOT-PROVEN TOTAL.
001392*----------------------------------------------------------------
001393 1900-PROVE-ONE-FEED.
001394     PERFORM 2000-PROVE-ENVELOPE THRU 2000-EXIT
001395     ADD WS-DATA-COUNT TO WS-RUN-READ
001396     IF FILE-IS-PROVEN
001397         ADD WS-DATA-COUNT TO WS-RUN-PROVEN
001398     ELSE
001399         ADD WS-DATA-COUNT TO WS-RUN-NOT-PROVEN
001400     END-IF.
001401 1900-EXIT.
001402     EXIT.
001403
001404*----------------------------------------------------------------
001330* 2000-PROVE-ENVELOPE - HEADER FIRST, TRAILER LAST, COUNT AND
001340* HASH RECOMPUTED OVER EVERYTHING IN BETWEEN.  ONE FEED'S
001345* CLEANED FILE PER PASS; EVERY COUNT STARTS AGAIN FOR EACH.
001350*----------------------------------------------------------------
001360 2000-PROVE-ENVELOPE.
001361     MOVE WS-FEED-CLEAN(WS-FEED-IDX) TO WS-CLEAN-NAME
001362     MOVE 0 TO WS-DATA-COUNT
001363     MOVE 0 TO WS-COMP-HASH
001364     MOVE "N" TO WS-PROVE-SWITCH
001365     MOVE 60 TO WS-REC-LEN
001366     MOVE SPACES TO WS-HELD-RECORD
001367     MOVE SPACES TO WS-CLEAN-STATUS
001368     IF WS-CLEAN-NAME = SPACES
001369         DISPLAY "STRCVRFY: feed " WS-FEED-ID(WS-FEED-IDX)
001370                 " has no profile on STRFEED.DAT - nothing to "
001371                 "prove."
001372         MOVE "ABORTED" TO WS-RUN-STATUS
001373         MOVE "NO FEED PROFILE" TO WS-RUN-REASON
001374         MOVE 12 TO WS-COND-CODE
001375         GO TO 2000-EXIT
001376     END-IF
001377     IF WS-FEED-ID(WS-FEED-IDX) NOT = SPACES
001378         DISPLAY "Feed " WS-FEED-ID(WS-FEED-IDX) " - "
001379                 WS-CLEAN-NAME
001380     END-IF
001370     OPEN INPUT SV-CLEAN-FILE
001380     IF NOT CLEAN-OK
001390         DISPLAY "STRCVRFY: no " WS-CLEAN-NAME
001395                 " - nothing to prove."
001400         MOVE "ABORTED" TO WS-RUN-STATUS
001410         MOVE "NO STRCLEAN FILE" TO WS-RUN-REASON
001420         MOVE 12 TO WS-COND-CODE
001500         DISPLAY "STRCVRFY: file does not open with an H "
001510                 "header - not proven."
001520         MOVE "NO ENVELOPE HEADER" TO WS-RUN-REASON
001530         IF WS-COND-CODE < 8
001533             MOVE 8 TO WS-COND-CODE
001536         END-IF
001540         CLOSE SV-CLEAN-FILE
001550         GO TO 2000-EXIT
001560     END-IF
001580     MOVE SV-CLEAN-RECORD(18:8) TO WS-HDR-DATE
001590     DISPLAY "Envelope from run " WS-HDR-RUN-ID
001600             " dated " WS-HDR-DATE
001601     IF SV-CLEAN-RECORD(26:3) IS NUMERIC
001602             AND SV-CLEAN-RECORD(26:3) > "000"
001603             AND SV-CLEAN-RECORD(26:3) NOT > "120"
001604         MOVE SV-CLEAN-RECORD(26:3) TO WS-REC-LEN
001605     ELSE
001606         MOVE 60 TO WS-REC-LEN
001607     END-IF
001610
001620     READ SV-CLEAN-FILE
001630         AT END SET CLEAN-EOF TO TRUE
001650     IF CLEAN-EOF
001660         DISPLAY "STRCVRFY: header but no trailer - not proven."
001670         MOVE "NO ENVELOPE TRAILER" TO WS-RUN-REASON
001680         IF WS-COND-CODE < 8
001683             MOVE 8 TO WS-COND-CODE
001686         END-IF
001690         CLOSE SV-CLEAN-FILE
001700         GO TO 2000-EXIT
001710     END-IF
001900 2100-HASH-HELD-RECORD.
001910     ADD 1 TO WS-DATA-COUNT
001920     PERFORM VARYING WS-HASH-I FROM 1 BY 1
001930             UNTIL WS-HASH-I > WS-REC-LEN
001940         COMPUTE WS-COMP-HASH = WS-COMP-HASH
001950             + FUNCTION ORD(WS-HELD-RECORD(WS-HASH-I:1))
001960     END-PERFORM.
002090         DISPLAY "STRCVRFY: file does not end with a usable T "
002100                 "trailer - not proven."
002110         MOVE "NO ENVELOPE TRAILER" TO WS-RUN-REASON
002120         IF WS-COND-CODE < 8
002123             MOVE 8 TO WS-COND-CODE
002126         END-IF
002130         GO TO 2200-EXIT
002140     END-IF
002150     MOVE WS-HELD-RECORD(2:7)  TO WS-TRL-COUNT
002260         DISPLAY "STRCVRFY: recomputed " WS-DATA-COUNT
002270                 " records hash " WS-COMP-HASH
002280         MOVE "ENVELOPE NOT PROVEN" TO WS-RUN-REASON
002290         IF WS-COND-CODE < 8
002293             MOVE 8 TO WS-COND-CODE
002296         END-IF
002300     END-IF.
002310 2200-EXIT.
002320     EXIT.
002570     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
002580     MOVE WS-RUN-STATUS      TO AL-STATUS
002590     MOVE WS-RUN-REASON      TO AL-REASON
002600     MOVE WS-RUN-READ        TO AL-RECORDS-READ
002610     MOVE WS-RUN-PROVEN      TO AL-RECORDS-WRITTEN
002620     MOVE WS-RUN-NOT-PROVEN  TO AL-RECORDS-REJECTED
002680     WRITE AUDIT-LOG-RECORD
002690     CLOSE AUDIT-LOG-FILE.
002700 9999-EXIT.
