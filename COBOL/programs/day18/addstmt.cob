000190*                  BALANCES PLUS THE RUN MOVEMENT.
000200* 09/02/2026  RH   MASTER FD EXTENDED WITH THE POSTING-LIMIT
000210*                  ZONES SO THE LAYOUT TRACKS THE POSTING RUN.
000211* 10/15/2026  RH   INTEREST SHOWN APART FROM ORDINARY POSTINGS.
000212*                  THE MASTER FD CARRIES THE INTEREST ZONES; THE
000213*                  RUN READS THE ACCRUAL REGISTER (ADDINTR.DAT)
000214*                  FOR EACH ACCOUNT'S INTEREST ACCRUED TODAY,
000215*                  PRINTS IT WITH THE ACCRUED INTEREST NOT YET
000216*                  CAPITALIZED, LABELS OPERATION-I POSTINGS AS
000217*                  INTEREST CAPITALIZED, AND ADDS AN INTEREST
000218*                  LINE TO THE TRIAL BALANCE.
000219* 10/15/2026  RH   REVERSALS PAIRED WITH THEIR ORIGINALS.  THE
000220*                  REGISTER SEQUENCE OF EACH POSTING IS PARSED;
000221*                  TODAY'S OPERATION-R POSTINGS ARE LOOKED UP ON
000222*                  THE POSTING HISTORY (ADDHIST.DAT) FOR THE
000223*                  POSTING THEY OFFSET, WHICH IS PRINTED BENEATH
000224*                  THE REVERSAL.  THE TRIAL BALANCE GAINS A
000225*                  REVERSALS LINE.
000226* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000227*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000228*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000229*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000230* 10/15/2026  RH   ACCOUNT TRANSFERS.  EACH OPERATION-T LEG PRINTS
000231*                  THE OTHER ACCOUNT OF THE PAIR AND THE TRANSFER
000232*                  REFERENCE FROM THE REGISTER.  THE TRIAL BALANCE
000233*                  GAINS A TRANSFERS LINE, WHOSE LEGS MUST NET TO
000234*                  ZERO OR THE RUN ENDS WITH CODE 8.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000330     SELECT AS-STMT-FILE ASSIGN TO "ADDSTMT.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-STMT-STATUS.
000351     SELECT AS-ACCRUAL-FILE ASSIGN TO "ADDINTR.DAT"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WS-ACCRUAL-STATUS.
000354     SELECT AS-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
000355         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-HISTORY-STATUS.
000360     COPY AUDITSEL.
000370     COPY RUNCSEL.
000380
000500                                          SEPARATE.
000510         10  MS-CEILING      PIC S9(9)V99 SIGN IS LEADING
000520                                          SEPARATE.
000521*    INTEREST ZONES: THE ACCRUED BUCKET IS INTEREST EARNED OR
000522*    CHARGED BUT NOT YET IN THE BALANCE.  BLANK ON A MASTER
000523*    WRITTEN BEFORE INTEREST EXISTED.
000524     05  MS-INTEREST.
000525         10  MS-RATE-CLASS   PIC X(04).
000526         10  MS-ACCRUED      PIC S9(9)V99 SIGN IS LEADING
000527                                          SEPARATE.
000528         10  MS-ACCRUED-THRU PIC X(08).
000529         10  MS-LAST-CAP     PIC X(06).
000530
000540 FD  AS-REGISTER-FILE.
000550 01  AS-REGISTER-RECORD      PIC X(100).
000560
000570 FD  AS-STMT-FILE.
000580 01  AS-STMT-RECORD          PIC X(100).
000581
000582 FD  AS-ACCRUAL-FILE.
000583     COPY ADDINTR.
000584
000585 FD  AS-HISTORY-FILE.
000586     COPY ADDHIST.
000590
000600 FD  AUDIT-LOG-FILE.
000610     COPY AUDITLOG.
000650
000660 WORKING-STORAGE SECTION.
000670     COPY RUNHDR.
000675     COPY OPERLINK.
000680 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000690     88  AUDIT-OK                    VALUE "00".
000700 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000790     88  REGISTER-EOF                VALUE "10".
000800 01  WS-STMT-STATUS          PIC XX  VALUE SPACES.
000810     88  STMT-OK                     VALUE "00".
000811 01  WS-ACCRUAL-STATUS       PIC XX  VALUE SPACES.
000812     88  ACCRUAL-OK                  VALUE "00".
000813     88  ACCRUAL-EOF                 VALUE "10".
000814 01  WS-HISTORY-STATUS       PIC XX  VALUE SPACES.
000815     88  HISTORY-OK                  VALUE "00".
000816     88  HISTORY-EOF                 VALUE "10".
000820
000830*----------------------------------------------------------------
000840* COMPLETION STATUS FOR THE STRUCTURED AUDIT ENTRY.
001070         10  WS-ACCT-ID      PIC X(08).
001080         10  WS-ACCT-CLOSING PIC S9(9)V99 SIGN IS LEADING
001090                                          SEPARATE.
001091         10  WS-ACCT-ACCRUED PIC S9(9)V99 SIGN IS LEADING
001092                                          SEPARATE.
001093         10  WS-ACCT-INT-TODAY
001094                             PIC S9(9)V99 SIGN IS LEADING
001095                                          SEPARATE.
001100 01  WS-ACCT-IDX             PIC 9(4)   VALUE 0.
001103 01  WS-ACCT-FOUND-SWITCH    PIC X      VALUE "N".
001106     88  ACCT-FOUND                     VALUE "Y".
001110
001120*----------------------------------------------------------------
001130* THE DAY'S POSTINGS, PARSED OUT OF THE REGISTER.  A REGISTER
001140* DETAIL LINE IS RECOGNIZED BY THE SIGN BYTES OF ITS ADJUSTMENT
001150* AND PRIOR-BALANCE COLUMNS; HEADERS, UNMATCHED-ACCOUNT LINES
001160* AND THE SUMMARY DO NOT CARRY THEM.  THE REGISTER SEQUENCE AND
001162* THE RUN ID FROM THE HEADING ARE THE POSTING'S HISTORY KEY; A
001164* REVERSAL PICKS UP THE ORIGINAL IT OFFSETS FROM THE HISTORY.
001166* A TRANSFER LEG CARRIES THE OTHER ACCOUNT AND THE TRANSFER
001168* REFERENCE BOTH LEGS SHARE.
001170*----------------------------------------------------------------
001175 01  WS-REG-RUN-ID           PIC X(16)  VALUE SPACES.
001180 01  WS-POST-COUNT           PIC 9(4)   VALUE 0.
001190 01  WS-POST-TABLE.
001200     05  WS-POST-ENTRY OCCURS 2000 TIMES.
001260                                          SEPARATE.
001270         10  WS-POST-NEW     PIC S9(9)V99 SIGN IS LEADING
001280                                          SEPARATE.
001281         10  WS-POST-SEQ     PIC X(07).
001282         10  WS-POST-REV-RUN-ID
001283                             PIC X(16).
001284         10  WS-POST-REV-SEQ PIC X(07).
001285         10  WS-POST-ORIG-SW PIC X(01).
001286             88  POST-ORIG-FOUND            VALUE "Y".
001287         10  WS-POST-ORIG-DATE
001288                             PIC X(08).
001289         10  WS-POST-ORIG-OP PIC X(01).
001290         10  WS-POST-ORIG-AMOUNT
001291                             PIC S9(9)V99 SIGN IS LEADING
001292                                          SEPARATE.
001293         10  WS-POST-XFER-TAG
001294                             PIC X(15).
001295         10  WS-POST-XFER-REF
001296                             PIC X(11).
001290 01  WS-POST-IDX             PIC 9(4)   VALUE 0.
001300 01  WS-POST-FULL-SWITCH     PIC X      VALUE "N".
001310     88  POST-TABLE-FULL                VALUE "Y".
001500                                          SEPARATE VALUE 0.
001510 01  WS-DISAGREE-COUNT       PIC 9(4)   VALUE 0.
001520
001521*----------------------------------------------------------------
001522* INTEREST ACCUMULATORS.  CAPITALIZED INTEREST IS PART OF THE
001523* MOVEMENT; ACCRUED INTEREST IS NOT IN ANY BALANCE YET, SO IT IS
001524* REPORTED BESIDE THE PROOF, NEVER IN IT.
001525*----------------------------------------------------------------
001526 01  WS-INT-ENTRY-COUNT      PIC 9(7)   VALUE 0.
001527 01  WS-TOT-INT-CAPITALIZED  PIC S9(11)V99 SIGN IS LEADING
001528                                          SEPARATE VALUE 0.
001529 01  WS-TOT-INT-TODAY        PIC S9(11)V99 SIGN IS LEADING
001530                                          SEPARATE VALUE 0.
001531 01  WS-TOT-INT-ACCRUED      PIC S9(11)V99 SIGN IS LEADING
001532                                          SEPARATE VALUE 0.
001533
001534*----------------------------------------------------------------
001535* REVERSAL ACCUMULATORS.  A REVERSAL IS AN ORDINARY MOVEMENT;
001536* THE TRIAL BALANCE SHOWS HOW MUCH OF THE MOVEMENT WAS REVERSAL.
001537*----------------------------------------------------------------
001538 01  WS-REV-POST-COUNT       PIC 9(4)   VALUE 0.
001539 01  WS-TOT-REVERSED         PIC S9(11)V99 SIGN IS LEADING
001540                                          SEPARATE VALUE 0.
001541 01  WS-REV-UNPAIRED-COUNT   PIC 9(4)   VALUE 0.
001542
001543*----------------------------------------------------------------
001544* TRANSFER ACCUMULATORS.  BOTH LEGS OF A TRANSFER ARE MOVEMENT,
001545* AND THEY CANCEL: OUT PLUS IN MUST BE ZERO.
001546*----------------------------------------------------------------
001547 01  WS-XFR-OUT-COUNT        PIC 9(4)   VALUE 0.
001548 01  WS-XFR-IN-COUNT         PIC 9(4)   VALUE 0.
001549 01  WS-TOT-XFR-OUT          PIC S9(11)V99 SIGN IS LEADING
001550                                          SEPARATE VALUE 0.
001551 01  WS-TOT-XFR-IN           PIC S9(11)V99 SIGN IS LEADING
001552                                          SEPARATE VALUE 0.
001553 01  WS-TOT-XFR-NET          PIC S9(11)V99 SIGN IS LEADING
001554                                          SEPARATE VALUE 0.
001555 01  WS-EDIT-COUNT           PIC Z(3)9.
001556 01  WS-EDIT-COUNT-2         PIC Z(3)9.
001557 01  WS-EDIT-AMOUNT-2        PIC +9(9).99.
001558
001530 01  WS-EDIT-BALANCE         PIC +9(9).99.
001540 01  WS-EDIT-AMOUNT          PIC +9(9).99.
001550 01  WS-EDIT-TOTAL           PIC +9(11).99.
001650     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
001660     IF WS-COND-CODE < 12
001670         PERFORM 3000-LOAD-REGISTER THRU 3000-EXIT
001673         PERFORM 3500-LOAD-ACCRUALS THRU 3500-EXIT
001676         PERFORM 3700-LOAD-REVERSALS THRU 3700-EXIT
001680         PERFORM 4000-WRITE-STATEMENTS THRU 4000-EXIT
001690         PERFORM 5000-WRITE-TRIAL-BALANCE THRU 5000-EXIT
001700     END-IF
001900            RH-RUN-TIME DELIMITED BY SIZE
001910            INTO RH-RUN-ID
001920     END-STRING
001921*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001922*    TO RUN THIS JOB.
001923     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001924     MOVE RH-RUN-ID       TO OC-RUN-ID
001925     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001926     IF RUNCARD-PRESENT
001927         MOVE "B" TO OC-RUN-MODE
001928     ELSE
001929         MOVE "I" TO OC-RUN-MODE
001930     END-IF
001931     MOVE "B"             TO OC-FUNCTION-GROUP
001932     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001933     IF NOT OC-AUTHORIZED
001934         MOVE 12 TO RETURN-CODE
001935         STOP RUN
001936     END-IF
001930     OPEN OUTPUT AS-STMT-FILE.
001940 1000-EXIT.
001950     EXIT.
002320         ADD 1 TO WS-ACCT-COUNT
002330         MOVE MS-ACCOUNT TO WS-ACCT-ID(WS-ACCT-COUNT)
002340         MOVE MS-BALANCE TO WS-ACCT-CLOSING(WS-ACCT-COUNT)
002341         MOVE 0 TO WS-ACCT-INT-TODAY(WS-ACCT-COUNT)
002342         IF MS-INTEREST = SPACES
002343             MOVE 0 TO WS-ACCT-ACCRUED(WS-ACCT-COUNT)
002344         ELSE
002345             MOVE MS-ACCRUED TO WS-ACCT-ACCRUED(WS-ACCT-COUNT)
002346         END-IF
002347         ADD WS-ACCT-ACCRUED(WS-ACCT-COUNT) TO WS-TOT-INT-ACCRUED
002350         READ AS-MASTER-FILE
002360             AT END SET MASTER-EOF TO TRUE
002370         END-READ
002870* BACK INTO VALUES.
002880*----------------------------------------------------------------
002890 3100-PARSE-REGISTER-LINE.
002892     IF AS-REGISTER-RECORD(1:23) = "POSTING REGISTER - RUN "
002894         MOVE AS-REGISTER-RECORD(24:16) TO WS-REG-RUN-ID
002896         GO TO 3100-EXIT
002898     END-IF
002900     IF (AS-REGISTER-RECORD(14:1) = "+"
002910             OR AS-REGISTER-RECORD(14:1) = "-")
002920         AND (AS-REGISTER-RECORD(28:1) = "+"
003030                 FUNCTION NUMVAL(AS-REGISTER-RECORD(28:13))
003040             COMPUTE WS-POST-NEW(WS-POST-COUNT) =
003050                 FUNCTION NUMVAL(AS-REGISTER-RECORD(43:13))
003051             MOVE SPACES TO WS-POST-SEQ(WS-POST-COUNT)
003052             IF AS-REGISTER-RECORD(74:4) = "SEQ "
003053                 MOVE AS-REGISTER-RECORD(78:7)
003054                     TO WS-POST-SEQ(WS-POST-COUNT)
003055             END-IF
003056             MOVE SPACES TO WS-POST-REV-RUN-ID(WS-POST-COUNT)
003057             MOVE SPACES TO WS-POST-REV-SEQ(WS-POST-COUNT)
003058             MOVE "N"    TO WS-POST-ORIG-SW(WS-POST-COUNT)
003059             MOVE SPACES TO WS-POST-XFER-TAG(WS-POST-COUNT)
003060             MOVE SPACES TO WS-POST-XFER-REF(WS-POST-COUNT)
003061             IF WS-POST-OP(WS-POST-COUNT) = "T"
003062                 MOVE AS-REGISTER-RECORD(56:15)
003063                     TO WS-POST-XFER-TAG(WS-POST-COUNT)
003064                 MOVE AS-REGISTER-RECORD(86:11)
003065                     TO WS-POST-XFER-REF(WS-POST-COUNT)
003066             END-IF
003067             IF WS-POST-OP(WS-POST-COUNT) = "R"
003068                 ADD 1 TO WS-REV-POST-COUNT
003069             END-IF
003060         ELSE
003070             MOVE "Y" TO WS-POST-FULL-SWITCH
003080         END-IF
003090     END-IF.
003100 3100-EXIT.
003101     EXIT.
003102
003103*----------------------------------------------------------------
003104* 3500-LOAD-ACCRUALS - TODAY'S ACCRUAL ENTRIES FROM THE ACCRUAL
003105* REGISTER, TOTALLED PER ACCOUNT.  NO REGISTER MEANS NO ACCRUAL
003106* RAN AND THE STATEMENTS SHOW NO INTEREST ACCRUED TODAY.
003107*----------------------------------------------------------------
003108 3500-LOAD-ACCRUALS.
003109     OPEN INPUT AS-ACCRUAL-FILE
003110     IF NOT ACCRUAL-OK
003111         GO TO 3500-EXIT
003112     END-IF
003113     READ AS-ACCRUAL-FILE
003114         AT END SET ACCRUAL-EOF TO TRUE
003115     END-READ
003116     PERFORM UNTIL ACCRUAL-EOF
003117         IF IR-ACCRUAL AND IR-RUN-DATE = RH-RUN-DATE
003118             PERFORM 3600-POST-ONE-ACCRUAL THRU 3600-EXIT
003119         END-IF
003120         READ AS-ACCRUAL-FILE
003121             AT END SET ACCRUAL-EOF TO TRUE
003122         END-READ
003123     END-PERFORM
003124     CLOSE AS-ACCRUAL-FILE.
003125 3500-EXIT.
003126     EXIT.
003127
003128 3600-POST-ONE-ACCRUAL.
003129     MOVE "N" TO WS-ACCT-FOUND-SWITCH
003130     PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
003131             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
003132             OR ACCT-FOUND
003133         IF WS-ACCT-ID(WS-ACCT-IDX) = IR-ACCOUNT
003134             MOVE "Y" TO WS-ACCT-FOUND-SWITCH
003135             ADD IR-AMOUNT TO WS-ACCT-INT-TODAY(WS-ACCT-IDX)
003136         END-IF
003137     END-PERFORM
003138     ADD 1 TO WS-INT-ENTRY-COUNT
003139     ADD IR-AMOUNT TO WS-TOT-INT-TODAY.
003140 3600-EXIT.
003141     EXIT.
003142
003143*----------------------------------------------------------------
003144* 3700-LOAD-REVERSALS - TWO PASSES OF THE POSTING HISTORY, ONLY
003145* WHEN TODAY'S REGISTER CARRIES A REVERSAL.  THE FIRST FINDS
003146* TODAY'S OWN REVERSAL RECORDS (THIS RUN ID, THE REGISTER
003147* SEQUENCE) AND TAKES THE REFERENCE EACH ONE QUOTES; THE SECOND
003148* FINDS THE ORIGINALS BY THAT REFERENCE.  THE ORIGINAL IS ALWAYS
003149* EARLIER ON THE FILE, HENCE THE SECOND PASS.
003150*----------------------------------------------------------------
003151 3700-LOAD-REVERSALS.
003152     IF WS-REV-POST-COUNT = 0
003153         GO TO 3700-EXIT
003154     END-IF
003155     OPEN INPUT AS-HISTORY-FILE
003156     IF NOT HISTORY-OK
003157         DISPLAY "ADDSTMT: no posting history (ADDHIST.DAT) - "
003158                 "reversals print without their originals."
003159         IF WS-COND-CODE < 4
003160             MOVE 4 TO WS-COND-CODE
003161         END-IF
003162         GO TO 3700-EXIT
003163     END-IF
003164     READ AS-HISTORY-FILE
003165         AT END SET HISTORY-EOF TO TRUE
003166     END-READ
003167     PERFORM UNTIL HISTORY-EOF
003168         IF HS-OP-REVERSAL AND HS-RUN-ID = WS-REG-RUN-ID
003169             PERFORM 3710-NOTE-REVERSAL-REF THRU 3710-EXIT
003170         END-IF
003171         READ AS-HISTORY-FILE
003172             AT END SET HISTORY-EOF TO TRUE
003173         END-READ
003174     END-PERFORM
003175     CLOSE AS-HISTORY-FILE
003176
003177     OPEN INPUT AS-HISTORY-FILE
003178     READ AS-HISTORY-FILE
003179         AT END SET HISTORY-EOF TO TRUE
003180     END-READ
003181     PERFORM UNTIL HISTORY-EOF
003182         PERFORM 3720-MATCH-ORIGINAL THRU 3720-EXIT
003183         READ AS-HISTORY-FILE
003184             AT END SET HISTORY-EOF TO TRUE
003185         END-READ
003186     END-PERFORM
003187     CLOSE AS-HISTORY-FILE.
003188 3700-EXIT.
003189     EXIT.
003190
003191 3710-NOTE-REVERSAL-REF.
003192     PERFORM VARYING WS-POST-IDX FROM 1 BY 1
003193             UNTIL WS-POST-IDX > WS-POST-COUNT
003194         IF WS-POST-OP(WS-POST-IDX) = "R"
003195                 AND WS-POST-SEQ(WS-POST-IDX) = HS-REG-SEQ
003196             MOVE HS-REV-RUN-ID
003197                 TO WS-POST-REV-RUN-ID(WS-POST-IDX)
003198             MOVE HS-REV-REG-SEQ TO WS-POST-REV-SEQ(WS-POST-IDX)
003199         END-IF
003200     END-PERFORM.
003201 3710-EXIT.
003202     EXIT.
003203
003204 3720-MATCH-ORIGINAL.
003205     PERFORM VARYING WS-POST-IDX FROM 1 BY 1
003206             UNTIL WS-POST-IDX > WS-POST-COUNT
003207         IF WS-POST-OP(WS-POST-IDX) = "R"
003208                 AND WS-POST-REV-RUN-ID(WS-POST-IDX) = HS-RUN-ID
003209                 AND WS-POST-REV-SEQ(WS-POST-IDX) = HS-REG-SEQ
003210             MOVE "Y"          TO WS-POST-ORIG-SW(WS-POST-IDX)
003211             MOVE HS-POST-DATE TO WS-POST-ORIG-DATE(WS-POST-IDX)
003212             MOVE HS-OP-CODE   TO WS-POST-ORIG-OP(WS-POST-IDX)
003213             MOVE HS-AMOUNT    TO WS-POST-ORIG-AMOUNT(WS-POST-IDX)
003214         END-IF
003215     END-PERFORM.
003216 3720-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003900     END-STRING
003910     WRITE AS-STMT-RECORD
003920
003921     IF WS-ACCT-INT-TODAY(WS-ACCT-IDX) NOT = 0
003922             OR WS-ACCT-ACCRUED(WS-ACCT-IDX) NOT = 0
003923         MOVE WS-ACCT-INT-TODAY(WS-ACCT-IDX) TO WS-EDIT-AMOUNT
003924         MOVE WS-ACCT-ACCRUED(WS-ACCT-IDX)   TO WS-EDIT-AMOUNT-2
003925         MOVE SPACES TO AS-STMT-RECORD
003926         STRING "  INTEREST ACCRUED TODAY " DELIMITED BY SIZE
003927                WS-EDIT-AMOUNT              DELIMITED BY SIZE
003928                "  NOT YET CAPITALIZED "    DELIMITED BY SIZE
003929                WS-EDIT-AMOUNT-2            DELIMITED BY SIZE
003930                INTO AS-STMT-RECORD
003931         END-STRING
003932         WRITE AS-STMT-RECORD
003933     END-IF
003934
003930     IF WS-LAST-NEW-BALANCE NOT = WS-ACCT-CLOSING(WS-ACCT-IDX)
003940         ADD 1 TO WS-DISAGREE-COUNT
003950         MOVE "  *** REGISTER DOES NOT AGREE WITH MASTER ***"
004150            WS-EDIT-BALANCE              DELIMITED BY SIZE
004160            INTO AS-STMT-RECORD
004170     END-STRING
004171*    OPERATION I IS THE MONTH'S INTEREST REACHING THE BALANCE.
004172     IF WS-POST-OP(WS-POST-IDX) = "I"
004173         MOVE "  INTEREST CAPITALIZED" TO AS-STMT-RECORD(48:22)
004174         ADD WS-POST-AMOUNT(WS-POST-IDX)
004175             TO WS-TOT-INT-CAPITALIZED
004176     END-IF
004177*    OPERATION R OFFSETS AN EARLIER POSTING, PRINTED BENEATH IT.
004178     IF WS-POST-OP(WS-POST-IDX) = "R"
004179         MOVE "  REVERSAL" TO AS-STMT-RECORD(48:10)
004180         ADD WS-POST-AMOUNT(WS-POST-IDX) TO WS-TOT-REVERSED
004181         WRITE AS-STMT-RECORD
004182         PERFORM 4300-WRITE-ORIGINAL-LINE THRU 4300-EXIT
004183         GO TO 4200-EXIT
004184     END-IF
004185*    OPERATION T IS ONE LEG OF A TRANSFER WITH ANOTHER ACCOUNT.
004186     IF WS-POST-OP(WS-POST-IDX) = "T"
004187         MOVE "  TRANSFER" TO AS-STMT-RECORD(48:10)
004188         MOVE WS-POST-XFER-TAG(WS-POST-IDX)
004189             TO AS-STMT-RECORD(58:15)
004190         MOVE WS-POST-XFER-REF(WS-POST-IDX)
004191             TO AS-STMT-RECORD(74:11)
004192         IF WS-POST-AMOUNT(WS-POST-IDX) < 0
004193             ADD 1 TO WS-XFR-OUT-COUNT
004194             ADD WS-POST-AMOUNT(WS-POST-IDX) TO WS-TOT-XFR-OUT
004195         ELSE
004196             ADD 1 TO WS-XFR-IN-COUNT
004197             ADD WS-POST-AMOUNT(WS-POST-IDX) TO WS-TOT-XFR-IN
004198         END-IF
004199     END-IF
004180     WRITE AS-STMT-RECORD.
004190 4200-EXIT.
004191     EXIT.
004192
004193*----------------------------------------------------------------
004194* 4300-WRITE-ORIGINAL-LINE - THE POSTING A REVERSAL OFFSETS: ITS
004195* POSTING DATE, RUN ID AND REGISTER SEQUENCE, OPERATION AND
004196* AMOUNT.  A REVERSAL WHOSE ORIGINAL IS NOT ON THE HISTORY STILL
004197* SHOWS THE REFERENCE IT QUOTED, FLAGGED.
004198*----------------------------------------------------------------
004199 4300-WRITE-ORIGINAL-LINE.
004200     MOVE SPACES TO AS-STMT-RECORD
004201     IF POST-ORIG-FOUND(WS-POST-IDX)
004202         MOVE WS-POST-ORIG-AMOUNT(WS-POST-IDX) TO WS-EDIT-AMOUNT
004203         STRING "      ORIGINAL "              DELIMITED BY SIZE
004204                WS-POST-ORIG-DATE(WS-POST-IDX) DELIMITED BY SIZE
004205                " RUN "                        DELIMITED BY SIZE
004206                WS-POST-REV-RUN-ID(WS-POST-IDX)
004207                                               DELIMITED BY SIZE
004208                " SEQ "                        DELIMITED BY SIZE
004209                WS-POST-REV-SEQ(WS-POST-IDX)   DELIMITED BY SIZE
004210                "  "                           DELIMITED BY SIZE
004211                WS-POST-ORIG-OP(WS-POST-IDX)   DELIMITED BY SIZE
004212                "  "                           DELIMITED BY SIZE
004213                WS-EDIT-AMOUNT                 DELIMITED BY SIZE
004214                INTO AS-STMT-RECORD
004215         END-STRING
004216     ELSE
004217         ADD 1 TO WS-REV-UNPAIRED-COUNT
004218         STRING "      ORIGINAL RUN "          DELIMITED BY SIZE
004219                WS-POST-REV-RUN-ID(WS-POST-IDX)
004220                                               DELIMITED BY SIZE
004221                " SEQ "                        DELIMITED BY SIZE
004222                WS-POST-REV-SEQ(WS-POST-IDX)   DELIMITED BY SIZE
004223                "  *** NOT ON POSTING HISTORY ***"
004224                                               DELIMITED BY SIZE
004225                INTO AS-STMT-RECORD
004226         END-STRING
004227     END-IF
004228     WRITE AS-STMT-RECORD.
004229 4300-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004700         END-IF
004710     END-IF
004720     WRITE AS-STMT-RECORD
004730     DISPLAY AS-STMT-RECORD
004731
004732     MOVE WS-TOT-INT-CAPITALIZED TO WS-EDIT-TOTAL
004733     MOVE WS-TOT-INT-TODAY       TO WS-EDIT-TOTAL-2
004734     MOVE WS-TOT-INT-ACCRUED     TO WS-EDIT-TOTAL-3
004735     MOVE SPACES TO AS-STMT-RECORD
004736     STRING "  INTEREST CAPITALIZED " DELIMITED BY SIZE
004737            WS-EDIT-TOTAL             DELIMITED BY SIZE
004738            "  (INCLUDED IN MOVEMENT)" DELIMITED BY SIZE
004739            INTO AS-STMT-RECORD
004740     END-STRING
004741     WRITE AS-STMT-RECORD
004742     MOVE SPACES TO AS-STMT-RECORD
004743     STRING "  INTEREST ACCRUED TODAY " DELIMITED BY SIZE
004744            WS-EDIT-TOTAL-2             DELIMITED BY SIZE
004745            "  NOT YET CAPITALIZED "    DELIMITED BY SIZE
004746            WS-EDIT-TOTAL-3             DELIMITED BY SIZE
004747            INTO AS-STMT-RECORD
004748     END-STRING
004749     WRITE AS-STMT-RECORD
004750
004751     MOVE WS-REV-POST-COUNT TO WS-EDIT-COUNT
004752     MOVE WS-TOT-REVERSED   TO WS-EDIT-TOTAL
004753     MOVE SPACES TO AS-STMT-RECORD
004754     STRING "  REVERSALS "             DELIMITED BY SIZE
004755            WS-EDIT-COUNT              DELIMITED BY SIZE
004756            "  TOTAL "                 DELIMITED BY SIZE
004757            WS-EDIT-TOTAL              DELIMITED BY SIZE
004758            "  (INCLUDED IN MOVEMENT)" DELIMITED BY SIZE
004759            INTO AS-STMT-RECORD
004760     END-STRING
004761     WRITE AS-STMT-RECORD
004762
004763     MOVE WS-XFR-OUT-COUNT TO WS-EDIT-COUNT
004764     MOVE WS-XFR-IN-COUNT  TO WS-EDIT-COUNT-2
004765     MOVE WS-TOT-XFR-OUT   TO WS-EDIT-TOTAL
004766     MOVE WS-TOT-XFR-IN    TO WS-EDIT-TOTAL-2
004767     MOVE SPACES TO AS-STMT-RECORD
004768     STRING "  TRANSFERS OUT "         DELIMITED BY SIZE
004769            WS-EDIT-COUNT              DELIMITED BY SIZE
004770            " "                        DELIMITED BY SIZE
004771            WS-EDIT-TOTAL              DELIMITED BY SIZE
004772            "  IN "                    DELIMITED BY SIZE
004773            WS-EDIT-COUNT-2            DELIMITED BY SIZE
004774            " "                        DELIMITED BY SIZE
004775            WS-EDIT-TOTAL-2            DELIMITED BY SIZE
004776            "  (INCLUDED IN MOVEMENT)" DELIMITED BY SIZE
004777            INTO AS-STMT-RECORD
004778     END-STRING
004779     WRITE AS-STMT-RECORD
004780     COMPUTE WS-TOT-XFR-NET = WS-TOT-XFR-OUT + WS-TOT-XFR-IN
004781     IF WS-TOT-XFR-NET NOT = 0
004782         MOVE WS-TOT-XFR-NET TO WS-EDIT-TOTAL
004783         MOVE SPACES TO AS-STMT-RECORD
004784         STRING "  *** TRANSFERS DO NOT NET: "  DELIMITED BY SIZE
004785                WS-EDIT-TOTAL                   DELIMITED BY SIZE
004786                " ***"                          DELIMITED BY SIZE
004787                INTO AS-STMT-RECORD
004788         END-STRING
004789         WRITE AS-STMT-RECORD
004790         DISPLAY AS-STMT-RECORD
004791         MOVE "TRANSFERS NOT NETTED" TO WS-RUN-REASON
004792         IF WS-COND-CODE < 8
004793             MOVE 8 TO WS-COND-CODE
004794         END-IF
004795     END-IF
004796     IF WS-REV-UNPAIRED-COUNT > 0
004797         DISPLAY "ADDSTMT: " WS-REV-UNPAIRED-COUNT
004798                 " reversals without an original on the "
004799                 "posting history."
004800         IF WS-COND-CODE < 4
004801             MOVE 4 TO WS-COND-CODE
004802         END-IF
004803     END-IF.
004740 5000-EXIT.
004750     EXIT.
004760
