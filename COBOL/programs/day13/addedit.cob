000277* 09/02/2026  RH   REJECT RECORDS NOW STAMPED WITH THE REJECT
000278*                  DATE SO THE REPAIR PROGRAM (REJMNT) CAN AGE
000279*                  AND ESCALATE THE ONES NOBODY FIXES.
000280* 10/15/2026  RH   OPERATION CODE I (INTEREST CAPITALIZATION,
000281*                  WRITTEN BY THE ACCRUAL RUN ADDACCR) ACCEPTED;
000282*                  IT COMPUTES AND TOTALS LIKE AN ADD.
000283* 10/15/2026  RH   OPERATION CODE R (REVERSAL, WRITTEN BY ADDREVS)
000284*                  ACCEPTED.  IT CARRIES THE RUN ID (COLUMNS
000285*                  32-47) AND REGISTER SEQUENCE (48-54) OF THE
000286*                  POSTING IT OFFSETS AND NO EFFECTIVE DATE;
000287*                  REASONS 09 AND 10 REJECT A DATED REVERSAL OR
000288*                  A BAD REFERENCE.  CLEAN RECORDS GO OUT 54
000289*                  BYTES.  THE AMOUNT IS NUM1 TEN-THOUSANDS PLUS
000290*                  NUM2 UNITS.
000291* 10/15/2026  RH   PERIOD LOCK.  AN EFFECTIVE DATE IN A PERIOD
000292*                  THE MONTH-END CLOSE (ADDCLOSE) HAS CLOSED, AND
000293*                  A SUPERVISOR HAS NOT REOPENED, REJECTS WITH
000294*                  REASON 11.  PERIODS COME FROM ADDPERD.DAT.
000295* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000296*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000297*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000298*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000299* 10/15/2026  RH   OPERATION CODE T (ACCOUNT TRANSFER).  COLUMNS
000300*                  1-8 ARE THE FROM-ACCOUNT, 32-39 THE TO-ACCOUNT,
000301*                  THE AMOUNT IS NUM1 TEN-THOUSANDS PLUS NUM2
000302*                  UNITS.  NEW REASONS 12 (TRANSFER DATED),
000303*                  13 (TO-ACCOUNT MISSING OR THE SAME AS THE
000304*                  FROM-ACCOUNT) AND 14 (AMOUNT NOT ABOVE ZERO).
000305*                  A TRANSFER COUNTS ONE RECORD AND ADDS NOTHING
000306*                  TO THE CONTROL TOTAL - ITS LEGS NET TO ZERO.
000307* 10/15/2026  RH   NEW REASON 15 (FRACTIONAL NUM1).  A REVERSAL OR
000308*                  TRANSFER AMOUNT CARRIES WHOLE TEN-THOUSANDS IN
000309*                  NUM1, SO NUM1 WITH A FRACTION IS REJECTED.
000280*----------------------------------------------------------------
000281
000290 ENVIRONMENT DIVISION.
000432     SELECT AE-ACK-FILE ASSIGN TO "ADDACK.DAT"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-ACK-STATUS.
000437     SELECT AE-PERIOD-FILE ASSIGN TO "ADDPERD.DAT"
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS WS-PERIOD-STATUS.
000440     COPY AUDITSEL.
000450     COPY RUNCSEL.
000460
000500 01  AE-RAW-RECORD           PIC X(80).
000510
000520 FD  AE-CLEAN-FILE.
000530 01  AE-CLEAN-RECORD         PIC X(54).
000540
000550 FD  AE-REJECT-FILE.
000560 01  AE-REJECT-RECORD.
000695     05  AKS-CONTROL-TOTAL   PIC S9(9)V99 SIGN IS LEADING
000696                                          SEPARATE.
000697
000698 FD  AE-PERIOD-FILE.
000699     COPY ADDPERD.
000700
000698 FD  AUDIT-LOG-FILE.
000700     COPY AUDITLOG.
000710
000740
000750 WORKING-STORAGE SECTION.
000760     COPY RUNHDR.
000765     COPY OPERLINK.
000770 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000780     88  AUDIT-OK                    VALUE "00".
000790 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001090     88  CONTROL-OK                  VALUE "00".
001092 01  WS-ACK-STATUS           PIC XX  VALUE SPACES.
001094     88  ACK-OK                      VALUE "00".
001095 01  WS-PERIOD-STATUS        PIC XX  VALUE SPACES.
001096     88  PERIOD-OK                   VALUE "00".
001097     88  PERIOD-EOF                  VALUE "10".
001100
001110*----------------------------------------------------------------
001120* ONE EDITED TRANSACTION.  THE RAW RECORD IS CUT INTO THE SAME
001370                                          SEPARATE.
001380
001390 01  WS-OP-CODE              PIC X       VALUE SPACE.
001400     88  OP-CODE-VALID       VALUES "A" "S" "M" "D" "I" "R"
001405                                    "T".
001410     88  OP-IS-ADD           VALUE "A".
001420     88  OP-IS-SUBTRACT      VALUE "S".
001430     88  OP-IS-MULTIPLY      VALUE "M".
001440     88  OP-IS-DIVIDE        VALUE "D".
001442     88  OP-IS-INTEREST      VALUE "I".
001444     88  OP-IS-REVERSAL      VALUE "R".
001446     88  OP-IS-TRANSFER      VALUE "T".
001450
001460 01  WS-FIELD-NO             PIC 9       VALUE 0.
001470 01  WS-FIELD-POS            PIC 99      VALUE 0.
001527     05  WS-DATE-DD          PIC 99.
001528 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).
001529 01  WS-MONTH-MAX-DD         PIC 99      VALUE 0.
001530
001531*    THE PERIOD CONTROL FILE, FOR THE PERIOD-LOCK EDIT.  A
001532*    PERIOD IS LOCKED WHEN IT IS NO LATER THAN THE LATEST PERIOD
001533*    ON FILE, UNLESS ITS OWN RECORD SAYS IT HAS BEEN REOPENED.
001534 01  WS-PERD-COUNT           PIC 9(3)    VALUE 0.
001535 01  WS-PERD-TABLE.
001536     05  WS-PERD-ENTRY OCCURS 240 TIMES.
001537         10  WS-PERD-PERIOD  PIC X(06).
001538         10  WS-PERD-STATUS  PIC X(01).
001539 01  WS-PERD-IDX             PIC 9(3)    VALUE 0.
001540 01  WS-PERD-HIGH            PIC X(06)   VALUE SPACES.
001541 01  WS-PERD-CHECK           PIC X(06)   VALUE SPACES.
001542 01  WS-PERD-LOCK-SWITCH     PIC X       VALUE "N".
001543     88  PERIOD-LOCKED                   VALUE "Y".
001530 01  WS-READ-COUNT           PIC 9(7)    VALUE 0.
001540 01  WS-CLEAN-COUNT          PIC 9(7)    VALUE 0.
001550 01  WS-REJECT-COUNT         PIC 9(7)    VALUE 0.
001870     STRING RH-RUN-DATE DELIMITED BY SIZE
001880            RH-RUN-TIME DELIMITED BY SIZE
001890            INTO RH-RUN-ID
001900     END-STRING
001901*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001902*    TO RUN THIS JOB.
001903     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001904     MOVE RH-RUN-ID       TO OC-RUN-ID
001905     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001906     MOVE "B"             TO OC-RUN-MODE
001907     MOVE "B"             TO OC-FUNCTION-GROUP
001908     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001909     IF NOT OC-AUTHORIZED
001910         MOVE 12 TO RETURN-CODE
001911         STOP RUN
001912     END-IF
001913     PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
002110         CLOSE RUN-CARD-FILE
002120     END-IF.
002130 1100-EXIT.
002131     EXIT.
002132
002133*----------------------------------------------------------------
002134* 1200-LOAD-PERIODS - THE PERIOD CONTROL FILE WRITTEN BY THE
002135* MONTH-END CLOSE.  NO FILE MEANS NO PERIOD HAS BEEN CLOSED.
002136*----------------------------------------------------------------
002137 1200-LOAD-PERIODS.
002138     MOVE 0 TO WS-PERD-COUNT
002139     MOVE SPACES TO WS-PERD-HIGH
002140     OPEN INPUT AE-PERIOD-FILE
002141     IF NOT PERIOD-OK
002142         GO TO 1200-EXIT
002143     END-IF
002144     READ AE-PERIOD-FILE
002145         AT END SET PERIOD-EOF TO TRUE
002146     END-READ
002147     PERFORM UNTIL PERIOD-EOF OR WS-PERD-COUNT = 240
002148         IF PD-PERIOD IS NUMERIC
002149             ADD 1 TO WS-PERD-COUNT
002150             MOVE PD-PERIOD TO WS-PERD-PERIOD(WS-PERD-COUNT)
002151             MOVE PD-STATUS TO WS-PERD-STATUS(WS-PERD-COUNT)
002152             IF PD-PERIOD > WS-PERD-HIGH
002153                     OR WS-PERD-HIGH = SPACES
002154                 MOVE PD-PERIOD TO WS-PERD-HIGH
002155             END-IF
002156         END-IF
002157         READ AE-PERIOD-FILE
002158             AT END SET PERIOD-EOF TO TRUE
002159         END-READ
002160     END-PERFORM
002161     CLOSE AE-PERIOD-FILE.
002162 1200-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002530*----------------------------------------------------------------
002540* 2200-EDIT-ONE-RECORD - VALIDATE ONE RAW RECORD.  COLUMNS 1-8
002550* ARE THE MANDATORY ACCOUNT NUMBER, COLUMN 9 IS THE OPERATION
002560* CODE (A/S/M/D/I/R/T), COLUMNS 10-23 ARE TWO SEVEN-BYTE SIGN-
002570* LEADING-SEPARATE ZONES AND COLUMNS 24-31 ARE THE OPTIONAL
002572* YYYYMMDD EFFECTIVE DATE; ANYTHING BEYOND COLUMN 31 MUST BE
002580* BLANK, OTHERWISE THE RECORD IS SHIFTED OR OVERSIZED AND WOULD
002590* POST GARBAGE IF LET THROUGH.  A REVERSAL (R) ALSO CARRIES ITS
002592* ORIGINAL'S RUN ID IN 32-47 AND REGISTER SEQUENCE IN 48-54, SO
002594* FOR R IT IS ANYTHING BEYOND COLUMN 54 THAT MUST BE BLANK.
002596* A TRANSFER (T) CARRIES ITS TO-ACCOUNT IN 32-39, SO FOR T IT
002598* IS ANYTHING BEYOND COLUMN 39.
002600*----------------------------------------------------------------
002610 2200-EDIT-ONE-RECORD.
002620     ADD 1 TO WS-READ-COUNT
002700         MOVE "EMPTY RECORD"    TO WS-REJECT-REASON-TEXT
002710     END-IF
002720
002723     MOVE FUNCTION UPPER-CASE(AE-RAW-RECORD(9:1))
002726         TO WS-OP-CODE
002730     IF RECORD-IS-VALID
002740         IF OP-IS-REVERSAL
002750             IF AE-RAW-RECORD(55:26) NOT = SPACES
002760                 MOVE "N"  TO WS-RECORD-VALID
002770             END-IF
002771         ELSE
002772             IF OP-IS-TRANSFER
002773                 IF AE-RAW-RECORD(40:41) NOT = SPACES
002774                     MOVE "N"  TO WS-RECORD-VALID
002775                 END-IF
002776             ELSE
002777                 IF AE-RAW-RECORD(32:49) NOT = SPACES
002778                     MOVE "N"  TO WS-RECORD-VALID
002779                 END-IF
002780             END-IF
002781         END-IF
002782         IF NOT RECORD-IS-VALID
002783             MOVE "02" TO WS-REJECT-REASON-CODE
002784             MOVE "RECORD TOO LONG" TO WS-REJECT-REASON-TEXT
002785         END-IF
002780     END-IF
002790
002800     IF RECORD-IS-VALID
002850     END-IF
002860
002870     IF RECORD-IS-VALID
002880         AND NOT OP-CODE-VALID
002890         MOVE "N"  TO WS-RECORD-VALID
002900         MOVE "05" TO WS-REJECT-REASON-CODE
002910         MOVE "BAD OP CODE" TO WS-REJECT-REASON-TEXT
002950     END-IF
002960
002970     IF RECORD-IS-VALID
003160     END-IF
003162
003164     IF RECORD-IS-VALID
003165         AND OP-IS-REVERSAL
003166         PERFORM 2360-EDIT-REVERSAL THRU 2360-EXIT
003167     END-IF
003168
003169     IF RECORD-IS-VALID
003170         AND OP-IS-TRANSFER
003171         PERFORM 2365-EDIT-TRANSFER THRU 2365-EXIT
003172     END-IF
003173
003174     IF RECORD-IS-VALID
003165         AND AE-RAW-RECORD(24:8) NOT = SPACES
003166         PERFORM 2350-EDIT-EFFECT-DATE THRU 2350-EXIT
003167     END-IF
003168
003169     IF RECORD-IS-VALID
003170         AND AE-RAW-RECORD(24:8) NOT = SPACES
003171         PERFORM 2370-EDIT-PERIOD THRU 2370-EXIT
003167     END-IF
003170
003180     IF RECORD-IS-VALID
003190         PERFORM 2400-WRITE-CLEAN-RECORD THRU 2400-EXIT
003654     EXIT.
003655
003630*----------------------------------------------------------------
003631* 2360-EDIT-REVERSAL - A REVERSAL POSTS AT ONCE AGAINST THE
003632* POSTING IT NAMES, SO IT MAY NOT CARRY AN EFFECTIVE DATE, AND
003633* THE REFERENCE MUST BE COMPLETE: A SIXTEEN-DIGIT RUN ID AND A
003634* NON-ZERO SEVEN-DIGIT REGISTER SEQUENCE.  WHETHER THE POSTING
003635* IS STILL UNREVERSED IS THE POSTING RUN'S CHECK, NOT OURS.
003636* NUM1 IS THE AMOUNT'S WHOLE TEN-THOUSANDS, SO IT MAY NOT CARRY
003637* A FRACTION.
003638*----------------------------------------------------------------
003639 2360-EDIT-REVERSAL.
003640     IF AE-RAW-RECORD(24:8) NOT = SPACES
003641         MOVE "N"  TO WS-RECORD-VALID
003642         MOVE "09" TO WS-REJECT-REASON-CODE
003643         MOVE "REVERSAL DATED" TO WS-REJECT-REASON-TEXT
003644         GO TO 2360-EXIT
003645     END-IF
003646     IF AE-RAW-RECORD(32:16) IS NOT NUMERIC
003647             OR AE-RAW-RECORD(48:7) IS NOT NUMERIC
003648             OR AE-RAW-RECORD(48:7) = "0000000"
003649         MOVE "N"  TO WS-RECORD-VALID
003650         MOVE "10" TO WS-REJECT-REASON-CODE
003651         MOVE "BAD REVERSAL REF" TO WS-REJECT-REASON-TEXT
003652         GO TO 2360-EXIT
003653     END-IF
003654     IF WS-NUM1-VALUE NOT = FUNCTION INTEGER-PART(WS-NUM1-VALUE)
003655         MOVE "N"  TO WS-RECORD-VALID
003656         MOVE "15" TO WS-REJECT-REASON-CODE
003657         MOVE "FRACTIONAL NUM1" TO WS-REJECT-REASON-TEXT
003658     END-IF.
003659 2360-EXIT.
003660     EXIT.
003661
003662*----------------------------------------------------------------
003663* 2365-EDIT-TRANSFER - A TRANSFER MOVES ITS AMOUNT FROM THE
003664* ACCOUNT IN 1-8 TO THE ACCOUNT IN 32-39 AS ONE UNIT.  IT POSTS
003665* AT ONCE, SO IT MAY NOT CARRY AN EFFECTIVE DATE; THE TO-ACCOUNT
003666* MUST BE PRESENT AND DIFFERENT FROM THE FROM-ACCOUNT; AND THE
003667* AMOUNT (NUM1 TEN-THOUSANDS PLUS NUM2 UNITS, AS FOR A REVERSAL)
003668* MUST BE ABOVE ZERO, WITH NO FRACTION IN NUM1.  WHETHER BOTH
003669* ACCOUNTS ARE ON THE MASTER AND WITHIN THEIR LIMITS IS THE
003670* POSTING RUN'S CHECK, NOT OURS.
003671*----------------------------------------------------------------
003672 2365-EDIT-TRANSFER.
003673     IF AE-RAW-RECORD(24:8) NOT = SPACES
003674         MOVE "N"  TO WS-RECORD-VALID
003675         MOVE "12" TO WS-REJECT-REASON-CODE
003676         MOVE "TRANSFER DATED" TO WS-REJECT-REASON-TEXT
003677         GO TO 2365-EXIT
003678     END-IF
003679     IF AE-RAW-RECORD(32:8) = SPACES
003680             OR AE-RAW-RECORD(32:8) = AE-RAW-RECORD(1:8)
003681         MOVE "N"  TO WS-RECORD-VALID
003682         MOVE "13" TO WS-REJECT-REASON-CODE
003683         MOVE "BAD TRANSFER ACCT" TO WS-REJECT-REASON-TEXT
003684         GO TO 2365-EXIT
003685     END-IF
003686     IF WS-NUM1-VALUE NOT = FUNCTION INTEGER-PART(WS-NUM1-VALUE)
003687         MOVE "N"  TO WS-RECORD-VALID
003688         MOVE "15" TO WS-REJECT-REASON-CODE
003689         MOVE "FRACTIONAL NUM1" TO WS-REJECT-REASON-TEXT
003690         GO TO 2365-EXIT
003691     END-IF
003692     COMPUTE WS-TRAN-RESULT =
003693             WS-NUM1-VALUE * 10000 + WS-NUM2-VALUE
003694     IF WS-TRAN-RESULT NOT > 0
003695         MOVE "N"  TO WS-RECORD-VALID
003696         MOVE "14" TO WS-REJECT-REASON-CODE
003697         MOVE "BAD TRANSFER AMT" TO WS-REJECT-REASON-TEXT
003698     END-IF.
003699 2365-EXIT.
003700     EXIT.
003701
003702*----------------------------------------------------------------
003703* 2370-EDIT-PERIOD - A VALID EFFECTIVE DATE MAY STILL FALL IN A
003704* PERIOD THE MONTH-END CLOSE HAS CLOSED.  ITS FIGURES HAVE GONE
003705* TO FINANCE, SO THE RECORD REJECTS UNLESS A SUPERVISOR HAS
003706* REOPENED THE PERIOD.  AN UNDATED RECORD POSTS TODAY, AND THE
003707* CURRENT MONTH CAN NEVER BE CLOSED.
003708*----------------------------------------------------------------
003709 2370-EDIT-PERIOD.
003710     MOVE AE-RAW-RECORD(24:6) TO WS-PERD-CHECK
003711     PERFORM 2380-CHECK-PERIOD-LOCK THRU 2380-EXIT
003712     IF PERIOD-LOCKED
003713         MOVE "N"  TO WS-RECORD-VALID
003714         MOVE "11" TO WS-REJECT-REASON-CODE
003715         MOVE "PERIOD CLOSED" TO WS-REJECT-REASON-TEXT
003716     END-IF.
003717 2370-EXIT.
003718     EXIT.
003719
003720 2380-CHECK-PERIOD-LOCK.
003721     MOVE "N" TO WS-PERD-LOCK-SWITCH
003722     IF WS-PERD-HIGH = SPACES
003723             OR WS-PERD-CHECK > WS-PERD-HIGH
003724         GO TO 2380-EXIT
003725     END-IF
003726     MOVE "Y" TO WS-PERD-LOCK-SWITCH
003727     PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
003728             UNTIL WS-PERD-IDX > WS-PERD-COUNT
003729         IF WS-PERD-PERIOD(WS-PERD-IDX) = WS-PERD-CHECK
003730                 AND WS-PERD-STATUS(WS-PERD-IDX) = "O"
003731             MOVE "N" TO WS-PERD-LOCK-SWITCH
003732         END-IF
003733     END-PERFORM.
003734 2380-EXIT.
003735     EXIT.
003736
003737*----------------------------------------------------------------
003640* 2400-WRITE-CLEAN-RECORD - PASS THE VALIDATED IMAGE THROUGH TO
003650* THE POSTING FILE AND ROLL ITS RESULT INTO THE CONTROL TOTALS.
003660* THE CONTROL TOTAL IS THE SUM OF EACH RECORD'S OWN OPERATION
003670* RESULT, WHICH IS EXACTLY THE RUN TOTAL ADD2NUM ACCUMULATES
003680* WHEN POSTING THE MIXED STREAM.
003683* A TRANSFER ADDS NOTHING: ITS TWO LEGS NET TO ZERO, AND ADD2NUM
003686* PROVES THEY DID.
003690*----------------------------------------------------------------
003700 2400-WRITE-CLEAN-RECORD.
003710*    THE OPERATION CODE GOES OUT UPPER-CASED FROM THE VALIDATED
003720*    WORK FIELD; THE RAW IMAGE ITSELF IS LEFT UNTOUCHED SO A
003730*    LATER REJECT STILL SHOWS EXACTLY WHAT UPSTREAM SENT.
003740     MOVE AE-RAW-RECORD(1:54) TO AE-CLEAN-RECORD
003750     MOVE WS-OP-CODE          TO AE-CLEAN-RECORD(9:1)
003760     WRITE AE-CLEAN-RECORD
003770     ADD 1 TO WS-CLEAN-COUNT
003880         WHEN OP-IS-DIVIDE
003890             COMPUTE WS-TRAN-RESULT ROUNDED =
003900                     WS-NUM1-VALUE / WS-NUM2-VALUE
003901         WHEN OP-IS-INTEREST
003902             COMPUTE WS-TRAN-RESULT ROUNDED =
003903                     WS-NUM1-VALUE + WS-NUM2-VALUE
003904         WHEN OP-IS-REVERSAL
003905             COMPUTE WS-TRAN-RESULT =
003906                     WS-NUM1-VALUE * 10000 + WS-NUM2-VALUE
003907         WHEN OP-IS-TRANSFER
003908             MOVE 0 TO WS-TRAN-RESULT
003910     END-EVALUATE
003920     ADD WS-TRAN-RESULT TO WS-CLEAN-TOTAL.
003930 2400-EXIT.
