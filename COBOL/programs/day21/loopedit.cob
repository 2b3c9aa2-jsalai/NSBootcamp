000190*                  BUILDS THE CONTROL CARD (LOOPCTRL.DAT - LOAN
000200*                  COUNT AND TOTAL PRINCIPAL) THE SCHEDULE RUN
000210*                  VERIFIES BEFORE ITS BOOK GOES OUT.
000211* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000212*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000213*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000214*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000215* 10/15/2026  RH   BORROWER MASTER CHECK.  A LOAN WHOSE BORROWER
000216*                  REFERENCE IS NOT ON BORRMSTR.DAT (LOOKED UP
000217*                  THROUGH BORRLOOK) IS REJECTED, REASON 10.  WITH
000218*                  NO USABLE BORROWER MASTER THE CHECK IS SKIPPED,
000219*                  THE OPERATOR IS WARNED AND THE RUN ENDS CODE 4.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000730
000740 WORKING-STORAGE SECTION.
000750     COPY RUNHDR.
000753     COPY OPERLINK.
000756     COPY BORRLINK.
000760 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000770     88  AUDIT-OK                    VALUE "00".
000780 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
000920
000930*----------------------------------------------------------------
000940* SHOP-STANDARD CONDITION CODE, RETURNED AT STOP RUN: 0 = CLEAN,
000950* 4 = RECORDS REJECTED OR BORROWERS NOT CHECKED, 12 = ABORT
000960* (MISSING INPUT).  HIGHEST WINS.
000970*----------------------------------------------------------------
000980 01  WS-COND-CODE            PIC 99     VALUE 0.
000990
001380 01  WS-SEEN-FULL-SWITCH     PIC X        VALUE "N".
001390     88  SEEN-TABLE-FULL                  VALUE "Y".
001400
001401*----------------------------------------------------------------
001402* BORROWER CHECK.  SET WHEN THE BORROWER MASTER COULD NOT BE USED,
001403* SO EVERY BORROWER PASSED UNCHECKED.
001404*----------------------------------------------------------------
001405 01  WS-BORR-UNCHECKED-SWITCH PIC X       VALUE "N".
001406     88  BORROWERS-UNCHECKED              VALUE "Y".
001407
001410 01  WS-READ-COUNT           PIC 9(5)     VALUE 0.
001420 01  WS-CLEAN-COUNT          PIC 9(5)     VALUE 0.
001430 01  WS-REJECT-COUNT         PIC 9(5)     VALUE 0.
001740     STRING RH-RUN-DATE DELIMITED BY SIZE
001750            RH-RUN-TIME DELIMITED BY SIZE
001760            INTO RH-RUN-ID
001770     END-STRING
001771*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001772*    TO RUN THIS JOB.
001773     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001774     MOVE RH-RUN-ID       TO OC-RUN-ID
001775     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001776     IF RUNCARD-PRESENT
001777         MOVE "B" TO OC-RUN-MODE
001778     ELSE
001779         MOVE "I" TO OC-RUN-MODE
001780     END-IF
001781     MOVE "B"             TO OC-FUNCTION-GROUP
001782     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001783     IF NOT OC-AUTHORIZED
001784         MOVE 12 TO RETURN-CODE
001785         STOP RUN
001786     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800
003000     END-IF
003010
003020     IF RECORD-IS-VALID
003022         PERFORM 2350-CHECK-BORROWER THRU 2350-EXIT
003024     END-IF
003026
003028     IF RECORD-IS-VALID
003030         PERFORM 2400-CHECK-DUPLICATE-ID THRU 2400-EXIT
003040     END-IF
003050
003520         MOVE "BAD START DATE" TO WS-REJECT-REASON-TEXT
003530     END-IF.
003540 2300-EXIT.
003541     EXIT.
003542
003543*----------------------------------------------------------------
003544* 2350-CHECK-BORROWER - THE BORROWER REFERENCE MUST BE ON THE
003545* BORROWER MASTER, OR THE STATEMENTS AND LETTERS FOR THE LOAN
003546* WOULD HAVE NO NAME OR ADDRESS.  IF THE MASTER CANNOT BE READ AT
003547* ALL NOTHING IS REJECTED FOR IT - THE RUN IS FLAGGED INSTEAD.
003548*----------------------------------------------------------------
003549 2350-CHECK-BORROWER.
003550     MOVE LE-RAW-RECORD(9:8) TO BL-BORROWER-REF
003551     CALL "BORRLOOK" USING WS-BORROWER-LOOKUP
003552     IF BL-MASTER-UNAVAILABLE
003553         IF NOT BORROWERS-UNCHECKED
003554             MOVE "Y" TO WS-BORR-UNCHECKED-SWITCH
003555             MOVE "BORROWERS UNCHECKED" TO WS-RUN-REASON
003556             IF WS-COND-CODE < 4
003557                 MOVE 4 TO WS-COND-CODE
003558             END-IF
003559         END-IF
003560         GO TO 2350-EXIT
003561     END-IF
003562     IF BL-NOT-FOUND
003563         MOVE "N"  TO WS-RECORD-VALID
003564         MOVE "10" TO WS-REJECT-REASON-CODE
003565         MOVE "BORROWER UNKNOWN" TO WS-REJECT-REASON-TEXT
003566     END-IF.
003567 2350-EXIT.
003550     EXIT.
003560
003570 2400-CHECK-DUPLICATE-ID.
004240         DISPLAY "LOOPEDIT: over 500 loans - duplicate check "
004250                 "stopped at 500."
004260     END-IF
004262     IF BORROWERS-UNCHECKED
004264         DISPLAY "LOOPEDIT: no usable borrower master - borrower "
004266                 "references were NOT checked."
004268     END-IF
004270     OPEN EXTEND AUDIT-LOG-FILE
004280     IF NOT AUDIT-OK
004290         OPEN OUTPUT AUDIT-LOG-FILE
