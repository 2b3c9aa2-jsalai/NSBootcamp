000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERCHK.
000030 AUTHOR. R HALVORSEN.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   INITIAL VERSION.  START-UP AUTHORITY CHECK,
000110*                  CALLED ONCE BY EVERY JOB BEFORE IT TOUCHES
000120*                  ANY FILE.  LOOKS THE OPERATOR UP ON THE
000130*                  OPERATOR MASTER (OPERMSTR.DAT) AND ALLOWS THE
000140*                  RUN ONLY FOR AN ACTIVE OPERATOR HOLDING THE
000150*                  JOB'S FUNCTION GROUP, SUPERVISOR AUTHORITY,
000160*                  OR THE JOB BY NAME.  A REFUSED RUN IS TOLD TO
000170*                  THE OPERATOR AND WRITTEN TO THE AUDIT LOG
000180*                  WITH STATUS REFUSED AND A REASON BEGINNING
000190*                  "UNAUTHORIZED".  NO OPERATOR MASTER MEANS NO
000200*                  ONE IS AUTHORIZED.
000201* 10/15/2026  RH   THE MATCHED OPERATOR IS READ INTO WORKING
000202*                  STORAGE, SO THE DECISION NO LONGER RESTS ON
000203*                  THE RECORD AREA OF A CLOSED FILE.  A JOB ASKING
000204*                  FOR SUPERVISOR AUTHORITY (GROUP S) IS GRANTED
000205*                  ONLY TO A SUPERVISOR - NAMING THE JOB IN THE
000206*                  PROGRAM LIST NO LONGER PASSES THE SECOND-
000207*                  SUPERVISOR CHECKS.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY OPERSEL.
000270     COPY AUDITSEL.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  OPERATOR-FILE.
000320 01  OPERATOR-FILE-RECORD    PIC X(118).
000330
000340 FD  AUDIT-LOG-FILE.
000350     COPY AUDITLOG.
000360
000370 WORKING-STORAGE SECTION.
000380 01  WS-OPERATOR-STATUS      PIC XX  VALUE SPACES.
000390     88  OPERATOR-OK                 VALUE "00".
000400     88  OPERATOR-EOF                VALUE "10".
000410 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000420     88  AUDIT-OK                    VALUE "00".
000430
000440 01  WS-MASTER-SWITCH        PIC X      VALUE "N".
000450     88  MASTER-PRESENT                 VALUE "Y".
000460 01  WS-FOUND-SWITCH         PIC X      VALUE "N".
000470     88  OPERATOR-FOUND                 VALUE "Y".
000480 01  WS-CHECK-ID             PIC X(08)  VALUE SPACES.
000490 01  WS-PGM-IDX              PIC 9      VALUE 0.
000491
000492*----------------------------------------------------------------
000493* THE OPERATOR RECORD BEING LOOKED AT.  ONCE THE OPERATOR IS
000494* FOUND THE SEARCH STOPS, SO THIS HOLDS THE MATCHED OPERATOR
000495* AND IS ALL 3000-DECIDE LOOKS AT.
000496*----------------------------------------------------------------
000497     COPY OPERMSTR.
000500
000510 01  WS-END-DATE             PIC 9(8)   VALUE 0.
000520 01  WS-END-TIME.
000530     05  WS-END-TIME-HHMMSS  PIC 9(6).
000540     05  FILLER              PIC 99.
000550
000560 LINKAGE SECTION.
000570     COPY OPERLINK.
000580
000590 PROCEDURE DIVISION USING WS-OPERATOR-CHECK.
000600*----------------------------------------------------------------
000610* 0000-MAINLINE - LOOK THE OPERATOR UP, DECIDE, AND ON A REFUSAL
000620* TELL THE OPERATOR AND LOG IT.  THE CALLER ENDS THE RUN.
000630*----------------------------------------------------------------
000640 0000-MAINLINE.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000660     PERFORM 2000-FIND-OPERATOR THRU 2000-EXIT
000670     PERFORM 3000-DECIDE THRU 3000-EXIT
000680     IF NOT OC-AUTHORIZED
000690         PERFORM 8000-REFUSE THRU 8000-EXIT
000700     END-IF
000710     GOBACK.
000720
000730*----------------------------------------------------------------
000740* 1000-INITIALIZE - EVERY CALL STARTS FROM A REFUSAL.  OPERATOR
000750* IDS ARE HELD IN UPPER CASE ON THE MASTER, SO THE ID IS
000760* COMPARED IN UPPER CASE HOWEVER IT WAS TYPED.
000770*----------------------------------------------------------------
000780 1000-INITIALIZE.
000790     MOVE "N"    TO OC-RESULT
000800     MOVE SPACES TO OC-OPERATOR-NAME
000810     MOVE SPACES TO OC-REASON
000820     MOVE "N"    TO WS-MASTER-SWITCH
000830     MOVE "N"    TO WS-FOUND-SWITCH
000840     MOVE FUNCTION UPPER-CASE(OC-OPERATOR-ID) TO WS-CHECK-ID.
000850 1000-EXIT.
000860     EXIT.
000870
000880*----------------------------------------------------------------
000890* 2000-FIND-OPERATOR - READ THE MASTER UNTIL THE OPERATOR'S
000900* RECORD TURNS UP.  A BLANK ID IS NEVER LOOKED FOR.
000910*----------------------------------------------------------------
000920 2000-FIND-OPERATOR.
000930     OPEN INPUT OPERATOR-FILE
000940     IF NOT OPERATOR-OK
000950         GO TO 2000-EXIT
000960     END-IF
000970     MOVE "Y" TO WS-MASTER-SWITCH
000980     IF WS-CHECK-ID NOT = SPACES
000990         PERFORM 2100-READ-OPERATOR THRU 2100-EXIT
001000             UNTIL OPERATOR-EOF OR OPERATOR-FOUND
001010     END-IF
001020     CLOSE OPERATOR-FILE.
001030 2000-EXIT.
001040     EXIT.
001050
001060 2100-READ-OPERATOR.
001070     READ OPERATOR-FILE INTO OPERATOR-RECORD
001080         AT END
001090             GO TO 2100-EXIT
001100     END-READ
001110     IF OPERATOR-RECORD(1:1) = "*"
001120         GO TO 2100-EXIT
001130     END-IF
001140     IF FUNCTION UPPER-CASE(OP-OPERATOR-ID) = WS-CHECK-ID
001150         MOVE "Y" TO WS-FOUND-SWITCH
001160     END-IF.
001170 2100-EXIT.
001180     EXIT.
001190
001200*----------------------------------------------------------------
001210* 3000-DECIDE - AN ACTIVE OPERATOR MAY RUN THE JOB WITH
001220* SUPERVISOR AUTHORITY, WITH THE JOB'S FUNCTION GROUP, OR WITH
001230* THE JOB NAMED IN THEIR PROGRAM LIST.  SUPERVISOR AUTHORITY
001233* ITSELF (GROUP S) IS NEVER GRANTED BY NAME: ONLY A SUPERVISOR
001236* HOLDS IT.  ANYTHING ELSE IS REFUSED, WITH THE CAUSE IN THE
001240* REASON.
001250*----------------------------------------------------------------
001260 3000-DECIDE.
001270     IF NOT MASTER-PRESENT
001280         MOVE "UNAUTHORIZED NO FILE" TO OC-REASON
001290         GO TO 3000-EXIT
001300     END-IF
001310     IF NOT OPERATOR-FOUND
001320         MOVE "UNAUTHORIZED UNKNOWN" TO OC-REASON
001330         GO TO 3000-EXIT
001340     END-IF
001350     MOVE OP-NAME TO OC-OPERATOR-NAME
001360     IF NOT OP-ACTIVE
001370         MOVE "UNAUTHORIZED REVOKED" TO OC-REASON
001380         GO TO 3000-EXIT
001390     END-IF
001400
001410     IF OP-IS-SUPERVISOR
001420         MOVE "Y" TO OC-RESULT
001430         GO TO 3000-EXIT
001440     END-IF
001450     EVALUATE TRUE
001460         WHEN OC-GROUP-INQUIRY AND OP-MAY-INQUIRE
001470             MOVE "Y" TO OC-RESULT
001480         WHEN OC-GROUP-BATCH AND OP-MAY-RUN-BATCH
001490             MOVE "Y" TO OC-RESULT
001500         WHEN OC-GROUP-MAINTENANCE AND OP-MAY-MAINTAIN
001510             MOVE "Y" TO OC-RESULT
001520     END-EVALUATE
001530     IF OC-AUTHORIZED
001540         GO TO 3000-EXIT
001550     END-IF
001552     IF OC-GROUP-SUPERVISOR
001554         MOVE "UNAUTHORIZED GROUP S" TO OC-REASON
001556         GO TO 3000-EXIT
001558     END-IF
001560
001570     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
001580             UNTIL WS-PGM-IDX > 8 OR OC-AUTHORIZED
001590         IF OP-PROGRAM(WS-PGM-IDX) NOT = SPACES
001600             AND FUNCTION UPPER-CASE(OP-PROGRAM(WS-PGM-IDX))
001610                 = OC-PROGRAM-NAME
001620             MOVE "Y" TO OC-RESULT
001630         END-IF
001640     END-PERFORM
001650     IF NOT OC-AUTHORIZED
001660         STRING "UNAUTHORIZED GROUP " DELIMITED BY SIZE
001670                OC-FUNCTION-GROUP     DELIMITED BY SIZE
001680                INTO OC-REASON
001690         END-STRING
001700     END-IF.
001710 3000-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------------
001750* 8000-REFUSE - TELL THE OPERATOR, THEN WRITE THE REFUSED
001760* ATTEMPT TO THE AUDIT LOG UNDER THE JOB'S OWN NAME AND RUN ID
001770* SO AUDITRPT CAN LIST IT.  NOTHING WAS READ OR WRITTEN.
001780*----------------------------------------------------------------
001790 8000-REFUSE.
001800     IF OC-OPERATOR-ID = SPACES
001810         DISPLAY "*** NO OPERATOR ID GIVEN - " OC-PROGRAM-NAME
001820                 " NOT RUN"
001830     ELSE
001840         DISPLAY "*** OPERATOR " OC-OPERATOR-ID
001850                 " IS NOT AUTHORIZED TO RUN " OC-PROGRAM-NAME
001860     END-IF
001870     DISPLAY "*** " OC-REASON " - RUN REFUSED"
001880
001890     OPEN EXTEND AUDIT-LOG-FILE
001900     IF NOT AUDIT-OK
001910         OPEN OUTPUT AUDIT-LOG-FILE
001920     END-IF
001930     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
001940     ACCEPT WS-END-TIME FROM TIME
001950     MOVE SPACES TO AUDIT-LOG-RECORD
001960     MOVE OC-PROGRAM-NAME    TO AL-PROGRAM-NAME
001970     MOVE " RUNID "          TO AL-RUNID-TAG
001980     MOVE OC-RUN-ID          TO AL-RUN-ID
001990     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
002000     MOVE OC-OPERATOR-ID     TO AL-OPERATOR-ID
002010     MOVE " MODE "           TO AL-MODE-TAG
002020     MOVE OC-RUN-MODE        TO AL-RUN-MODE
002030     MOVE WS-END-DATE        TO AL-END-DATE
002040     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
002050     MOVE "REFUSED"          TO AL-STATUS
002060     MOVE OC-REASON          TO AL-REASON
002070     MOVE 0                  TO AL-RECORDS-READ
002080     MOVE 0                  TO AL-RECORDS-WRITTEN
002090     MOVE 0                  TO AL-RECORDS-REJECTED
002100     WRITE AUDIT-LOG-RECORD
002110     CLOSE AUDIT-LOG-FILE.
002120 8000-EXIT.
002130     EXIT.
