000180*                  THE BORROWER TOTAL.  THE SUMMARY LINE PROVES
000190*                  THE SUM OF ALL STATEMENTS AGAINST THE BOOK'S
000200*                  ANNUAL INTEREST FIGURE.
000201* 10/15/2026  RH   LATE FEES.  LOOPEVNT.DAT TYPE L IS ACCEPTED;
000202*                  FEES CHARGED IN THE STATEMENT YEAR PRINT
000203*                  UNDER EACH LOAN AND IN THE BORROWER TOTAL,
000204*                  AND ARE PROVED AGAINST THE BOOK'S FEES FOR
000205*                  THE YEAR ALONGSIDE THE INTEREST PROOF.
000206* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000207*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000208*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000209*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000210* 10/15/2026  RH   BORROWER NAME AND ADDRESS.  EACH STATEMENT NOW
000211*                  PRINTS THE BORROWER'S NAME AND MAILING ADDRESS
000212*                  FROM THE BORROWER MASTER (BORRMSTR.DAT, THROUGH
000213*                  BORRLOOK) UNDER ITS HEADING.  A BORROWER NOT ON
000214*                  THE MASTER GETS A MARKER LINE INSTEAD, IS
000215*                  COUNTED, AND ENDS THE RUN CODE 4.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000690
000700 WORKING-STORAGE SECTION.
000710     COPY RUNHDR.
000713     COPY OPERLINK.
000716     COPY BORRLINK.
000720 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000730     88  AUDIT-OK                    VALUE "00".
000740 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000930
000940*----------------------------------------------------------------
000950* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN
000960* (PROOF HOLDS), 4 = WARNINGS (LOANS SKIPPED, TABLES FULL, OR
000965* STATEMENTS WITHOUT AN ADDRESS),
000970* 8 = PROOF FAILED, 12 = ABORT (MISSING PORTFOLIO).
000980*----------------------------------------------------------------
000990 01  WS-COND-CODE            PIC 99     VALUE 0.
001100         10  WS-LT-BORROWER  PIC X(08).
001110         10  WS-LT-LOAN      PIC X(08).
001120         10  WS-LT-INTEREST  PIC 9(9)V99.
001125         10  WS-LT-FEES      PIC 9(7)V99.
001130 01  WS-LT-IDX               PIC 9(4)   VALUE 0.
001140 01  WS-LOAN-TAB-FULL-SW     PIC X      VALUE "N".
001150     88  LOAN-TABLE-FULL                VALUE "Y".
001190     05  WS-BR-ENTRY OCCURS 200 TIMES.
001200         10  WS-BR-REF       PIC X(08).
001210         10  WS-BR-INTEREST  PIC 9(9)V99.
001215         10  WS-BR-FEES      PIC 9(7)V99.
001220         10  WS-BR-LOANS     PIC 9(3).
001230 01  WS-BR-IDX               PIC 9(4)   VALUE 0.
001240 01  WS-BR-MATCH             PIC 9(4)   VALUE 0.
001670 01  WS-CUR-YYYY             PIC 9(4)         VALUE 0.
001680 01  WS-CUR-MM               PIC 99           VALUE 0.
001690 01  WS-YEAR-INTEREST        PIC 9(9)V99      VALUE 0.
001695 01  WS-YEAR-FEES            PIC 9(7)V99      VALUE 0.
001700 01  WS-YEAR-HIT-SWITCH      PIC X            VALUE "N".
001710     88  LOAN-TOUCHES-YEAR                    VALUE "Y".
001720 01  WS-PAID-OFF-SWITCH      PIC X            VALUE "N".
001760
001770 01  WS-LOAN-COUNT           PIC 9(5)   VALUE 0.
001780 01  WS-SKIP-COUNT           PIC 9(5)   VALUE 0.
001783 01  WS-NO-ADDRESS-COUNT     PIC 9(4)   VALUE 0.
001786 01  WS-LABEL-IDX            PIC 9      VALUE 0.
001790 01  WS-BOOK-INTEREST        PIC 9(11)V99 VALUE 0.
001800 01  WS-STMT-TOTAL           PIC 9(11)V99 VALUE 0.
001810 01  WS-EDIT-INTEREST        PIC 9(9).99.
001820 01  WS-EDIT-BOOK            PIC 9(11).99.
001830 01  WS-EDIT-STMT            PIC 9(11).99.
001832 01  WS-BOOK-FEES            PIC 9(11)V99 VALUE 0.
001834 01  WS-STMT-FEES            PIC 9(11)V99 VALUE 0.
001836 01  WS-EDIT-FEES            PIC 9(7).99.
001840
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------------
002170            RH-RUN-TIME DELIMITED BY SIZE
002180            INTO RH-RUN-ID
002190     END-STRING
002191*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002192*    TO RUN THIS JOB.
002193     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002194     MOVE RH-RUN-ID       TO OC-RUN-ID
002195     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002196     IF RUNCARD-PRESENT
002197         MOVE "B" TO OC-RUN-MODE
002198     ELSE
002199         MOVE "I" TO OC-RUN-MODE
002200     END-IF
002201     MOVE "B"             TO OC-FUNCTION-GROUP
002202     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002203     IF NOT OC-AUTHORIZED
002204         MOVE 12 TO RETURN-CODE
002205         STOP RUN
002206     END-IF
002200
002210     IF RUNCARD-PRESENT
002220         MOVE RH-RUN-YYYY TO WS-STMT-YEAR
002850             OR EV-DATE IS NOT NUMERIC
002860             OR EV-DATE(5:2) < "01" OR EV-DATE(5:2) > "12"
002870             OR (EV-TYPE NOT = "P" AND EV-TYPE NOT = "R"
002880                 AND EV-TYPE NOT = "F" AND EV-TYPE NOT = "L")
002890             OR ((EV-TYPE = "P" OR EV-TYPE = "L")
002895                 AND EV-VALUE IS NOT NUMERIC)
002900             OR (EV-TYPE = "R"
002910                 AND EV-NEW-RATE IS NOT NUMERIC)
002920         CONTINUE
002960         MOVE EV-DATE(1:4)  TO WS-EVT-YYYY(WS-EVT-COUNT)
002970         MOVE EV-DATE(5:2)  TO WS-EVT-MM(WS-EVT-COUNT)
002980         MOVE EV-TYPE       TO WS-EVT-TYPE(WS-EVT-COUNT)
002990         IF EV-TYPE = "P" OR EV-TYPE = "L"
003000             MOVE EV-VALUE-AMT TO WS-EVT-AMOUNT(WS-EVT-COUNT)
003010         ELSE
003020             MOVE 0 TO WS-EVT-AMOUNT(WS-EVT-COUNT)
003650
003660     IF LOAN-TOUCHES-YEAR
003670         ADD WS-YEAR-INTEREST TO WS-BOOK-INTEREST
003675         ADD WS-YEAR-FEES     TO WS-BOOK-FEES
003680         PERFORM 3500-TABLE-THE-LOAN THRU 3500-EXIT
003690     END-IF.
003700 3100-EXIT.
004000*----------------------------------------------------------------
004010 3300-WALK-SCHEDULE.
004020     MOVE 0 TO WS-YEAR-INTEREST
004025     MOVE 0 TO WS-YEAR-FEES
004030     MOVE "N" TO WS-YEAR-HIT-SWITCH
004040     MOVE "N" TO WS-PAID-OFF-SWITCH
004050     MOVE WS-START-YYYY TO WS-CUR-YYYY
004670                     PERFORM 3450-REPRICE-PAYMENT THRU 3450-EXIT
004680                 WHEN "F"
004690                     MOVE "Y" TO WS-FORCE-PAYOFF-SW
004691                 WHEN "L"
004692*                    A LATE FEE CHARGED IN A PERIOD OF THE
004693*                    STATEMENT YEAR BELONGS ON THIS STATEMENT.
004694                     IF WS-CUR-YYYY = WS-STMT-YEAR
004695                         ADD WS-EVT-AMOUNT(WS-EVT-IDX)
004696                             TO WS-YEAR-FEES
004697                     END-IF
004700             END-EVALUATE
004710         END-IF
004720     END-PERFORM.
005100             TO WS-LT-LOAN(WS-LOAN-TAB-COUNT)
005110         MOVE WS-YEAR-INTEREST
005120             TO WS-LT-INTEREST(WS-LOAN-TAB-COUNT)
005123         MOVE WS-YEAR-FEES
005126             TO WS-LT-FEES(WS-LOAN-TAB-COUNT)
005130     ELSE
005140         MOVE "Y" TO WS-LOAN-TAB-FULL-SW
005150     END-IF
005240     END-PERFORM
005250     IF WS-BR-MATCH > 0
005260         ADD WS-YEAR-INTEREST TO WS-BR-INTEREST(WS-BR-MATCH)
005265         ADD WS-YEAR-FEES     TO WS-BR-FEES(WS-BR-MATCH)
005270         ADD 1 TO WS-BR-LOANS(WS-BR-MATCH)
005280     ELSE
005290         IF WS-BORR-COUNT < 200
005320                 TO WS-BR-REF(WS-BORR-COUNT)
005330             MOVE WS-YEAR-INTEREST
005340                 TO WS-BR-INTEREST(WS-BORR-COUNT)
005343             MOVE WS-YEAR-FEES
005346                 TO WS-BR-FEES(WS-BORR-COUNT)
005350             MOVE 1 TO WS-BR-LOANS(WS-BORR-COUNT)
005360         ELSE
005370             MOVE "Y" TO WS-BORR-FULL-SW
005570                INTO LS-STMT-RECORD
005580         END-STRING
005590         WRITE LS-STMT-RECORD
005595         PERFORM 4050-WRITE-ADDRESS-BLOCK THRU 4050-EXIT
005600         PERFORM VARYING WS-LT-IDX FROM 1 BY 1
005610                 UNTIL WS-LT-IDX > WS-LOAN-TAB-COUNT
005620             IF WS-LT-BORROWER(WS-LT-IDX)
005720                        INTO LS-STMT-RECORD
005730                 END-STRING
005740                 WRITE LS-STMT-RECORD
005741                 IF WS-LT-FEES(WS-LT-IDX) > 0
005742                     MOVE WS-LT-FEES(WS-LT-IDX) TO WS-EDIT-FEES
005743                     MOVE SPACES TO LS-STMT-RECORD
005744                     STRING "  LOAN "     DELIMITED BY SIZE
005745                            WS-LT-LOAN(WS-LT-IDX)
005746                                          DELIMITED BY SIZE
005747                            "  LATE FEES " DELIMITED BY SIZE
005748                            WS-EDIT-FEES  DELIMITED BY SIZE
005749                            INTO LS-STMT-RECORD
005750                     END-STRING
005751                     WRITE LS-STMT-RECORD
005752                 END-IF
005750             END-IF
005760         END-PERFORM
005770         MOVE WS-BR-INTEREST(WS-BR-IDX) TO WS-EDIT-INTEREST
005830                INTO LS-STMT-RECORD
005840         END-STRING
005850         WRITE LS-STMT-RECORD
005851         IF WS-BR-FEES(WS-BR-IDX) > 0
005852             MOVE WS-BR-FEES(WS-BR-IDX) TO WS-EDIT-FEES
005853             MOVE SPACES TO LS-STMT-RECORD
005854             STRING "  LATE FEES CHARGED " DELIMITED BY SIZE
005855                    WS-EDIT-FEES           DELIMITED BY SIZE
005856                    INTO LS-STMT-RECORD
005857             END-STRING
005858             WRITE LS-STMT-RECORD
005859         END-IF
005860         ADD WS-BR-FEES(WS-BR-IDX) TO WS-STMT-FEES
005860         ADD WS-BR-INTEREST(WS-BR-IDX) TO WS-STMT-TOTAL
005870     END-PERFORM.
005880 4000-EXIT.
005881     EXIT.
005882
005883*----------------------------------------------------------------
005884* 4050-WRITE-ADDRESS-BLOCK - THE BORROWER'S NAME AND MAILING
005885* ADDRESS UNDER THE STATEMENT HEADING, FROM THE BORROWER MASTER.
005886* A BORROWER THE MASTER DOES NOT KNOW (OR NO MASTER AT ALL) GETS
005887* A MARKER LINE SO THE STATEMENT IS HELD BACK FROM THE MAILING.
005888*----------------------------------------------------------------
005889 4050-WRITE-ADDRESS-BLOCK.
005890     MOVE WS-BR-REF(WS-BR-IDX) TO BL-BORROWER-REF
005891     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
005892     IF NOT BL-FOUND
005893         ADD 1 TO WS-NO-ADDRESS-COUNT
005894         MOVE SPACES TO LS-STMT-RECORD
005895         STRING "  (BORROWER NOT ON BORROWER MASTER - "
005896                    DELIMITED BY SIZE
005897                "ADDRESS UNKNOWN)" DELIMITED BY SIZE
005898                INTO LS-STMT-RECORD
005899         END-STRING
005900         WRITE LS-STMT-RECORD
005901         MOVE SPACES TO LS-STMT-RECORD
005902         WRITE LS-STMT-RECORD
005903         GO TO 4050-EXIT
005904     END-IF
005905     PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
005906             UNTIL WS-LABEL-IDX > BL-LABEL-COUNT
005907         MOVE SPACES TO LS-STMT-RECORD
005908         STRING "  "                        DELIMITED BY SIZE
005909                BL-LABEL-LINE(WS-LABEL-IDX) DELIMITED BY SIZE
005910                INTO LS-STMT-RECORD
005911         END-STRING
005912         WRITE LS-STMT-RECORD
005913     END-PERFORM
005914     MOVE SPACES TO LS-STMT-RECORD
005915     WRITE LS-STMT-RECORD.
005916 4050-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
006240     END-IF
006250     WRITE LS-STMT-RECORD
006260     DISPLAY LS-STMT-RECORD
006261*    FEES ARE PROVED THE SAME WAY WHEN THE YEAR HAD ANY.
006262     IF WS-BOOK-FEES > 0 OR WS-STMT-FEES > 0
006263         MOVE WS-STMT-FEES TO WS-EDIT-STMT
006264         MOVE WS-BOOK-FEES TO WS-EDIT-BOOK
006265         MOVE SPACES TO LS-STMT-RECORD
006266         IF WS-STMT-FEES = WS-BOOK-FEES
006267             STRING "PROOF: STATEMENT FEES " DELIMITED BY SIZE
006268                    WS-EDIT-STMT         DELIMITED BY SIZE
006269                    " = BOOK FEES "      DELIMITED BY SIZE
006270                    WS-EDIT-BOOK         DELIMITED BY SIZE
006271                    " - IN BALANCE"      DELIMITED BY SIZE
006272                    INTO LS-STMT-RECORD
006273             END-STRING
006274         ELSE
006275             STRING "*** FEE PROOF FAILED: STATEMENTS "
006276                        DELIMITED BY SIZE
006277                    WS-EDIT-STMT         DELIMITED BY SIZE
006278                    ", BOOK "            DELIMITED BY SIZE
006279                    WS-EDIT-BOOK         DELIMITED BY SIZE
006280                    " ***"               DELIMITED BY SIZE
006281                    INTO LS-STMT-RECORD
006282             END-STRING
006283             MOVE "STMT PROOF FAILED" TO WS-RUN-REASON
006284             IF WS-COND-CODE < 8
006285                 MOVE 8 TO WS-COND-CODE
006286             END-IF
006287         END-IF
006288         WRITE LS-STMT-RECORD
006289         DISPLAY LS-STMT-RECORD
006290     END-IF
006291     IF WS-NO-ADDRESS-COUNT > 0 AND WS-COND-CODE < 4
006292         MOVE "NO BORROWER ADDRESS" TO WS-RUN-REASON
006293         MOVE 4 TO WS-COND-CODE
006294     END-IF
006270     IF WS-SKIP-COUNT > 0 AND WS-COND-CODE < 4
006280         MOVE 4 TO WS-COND-CODE
006290     END-IF.
006370     CLOSE LS-STMT-FILE
006380     DISPLAY "LOANSTMT: " WS-BORR-COUNT " statements for "
006390             WS-LOAN-COUNT " loans - see LOANSTMT.DAT."
006391     IF WS-NO-ADDRESS-COUNT > 0
006392         DISPLAY "LOANSTMT: " WS-NO-ADDRESS-COUNT " statements "
006393                 "have no borrower address - hold them back from "
006394                 "the mailing."
006395     END-IF
006400     OPEN EXTEND AUDIT-LOG-FILE
006410     IF NOT AUDIT-OK
006420         OPEN OUTPUT AUDIT-LOG-FILE
