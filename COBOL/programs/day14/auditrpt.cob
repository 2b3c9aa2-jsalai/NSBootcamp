000330*                  NIGHTLY TODAY-ONLY COVERAGE CHECK STAYS
000340*                  SMALL INSTEAD OF RE-READING THE HISTORY THE
000350*                  ARCHIVER PUT AWAY.
000351* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000352*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000353*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000354*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000355* 10/15/2026  RH   REFUSED-ATTEMPTS SECTION.  SELECTED ENTRIES
000356*                  WHOSE REASON BEGINS "UNAUTHORIZED" (WRITTEN BY
000357*                  OPERCHK WHEN AN OPERATOR IS TURNED AWAY) ARE
000358*                  LISTED TOGETHER AFTER THE MISSED RUNS AND ARE
000359*                  NOT COUNTED AS RUNS, SO A REFUSED ATTEMPT CAN
000360*                  NO LONGER HIDE A MISSED NIGHTLY RUN.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000700
000710 WORKING-STORAGE SECTION.
000720     COPY RUNHDR.
000725     COPY OPERLINK.
000730 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000740     88  AUDIT-OK                    VALUE "00".
000750     88  AUDIT-EOF                   VALUE "10".
002000 01  WS-FOUND-SWITCH         PIC X       VALUE "N".
002010     88  RUN-WAS-FOUND                   VALUE "Y".
002020
002021*----------------------------------------------------------------
002022* REFUSED ATTEMPTS - SELECTED ENTRIES OPERCHK WROTE WHEN IT
002023* TURNED AN OPERATOR AWAY (REASON BEGINNING "UNAUTHORIZED").
002024* THEY ARE KEPT HERE FOR THEIR OWN SECTION INSTEAD OF BEING
002025* COUNTED AS RUNS.
002026*----------------------------------------------------------------
002027 01  WS-REFUSED-COUNT        PIC 9(3)    VALUE 0.
002028 01  WS-REFUSED-TABLE.
002029     05  WS-REFUSED-ENTRY OCCURS 100 TIMES.
002030         10  WS-REF-PROGRAM  PIC X(08).
002031         10  WS-REF-DATE     PIC X(08).
002032         10  WS-REF-TIME     PIC X(06).
002033         10  WS-REF-OPERATOR PIC X(08).
002034         10  WS-REF-MODE     PIC X(01).
002035         10  WS-REF-REASON   PIC X(20).
002036 01  WS-REF-IDX              PIC 9(3)    VALUE 0.
002037 01  WS-REFUSED-FULL-SWITCH  PIC X       VALUE "N".
002038     88  REFUSED-TABLE-FULL              VALUE "Y".
002039 01  WS-REFUSED-TOTAL        PIC 9(7)    VALUE 0.
002040
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------
002050* 0000-MAINLINE - TOP-LEVEL CONTROL
002100     PERFORM 3000-SCAN-AUDIT-LOG THRU 3000-EXIT
002110     PERFORM 4000-WRITE-SUMMARY-SECTION THRU 4000-EXIT
002120     PERFORM 5000-WRITE-MISSED-RUN-SECTION THRU 5000-EXIT
002125     PERFORM 6000-WRITE-REFUSED-SECTION THRU 6000-EXIT
002130     PERFORM 9999-TERMINATE THRU 9999-EXIT
002140     STOP RUN.
002150
002310            RH-RUN-TIME DELIMITED BY SIZE
002320            INTO RH-RUN-ID
002330     END-STRING
002331*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002332*    TO RUN THIS JOB.
002333     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002334     MOVE RH-RUN-ID       TO OC-RUN-ID
002335     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002336     IF RUNCARD-PRESENT
002337         MOVE "B" TO OC-RUN-MODE
002338     ELSE
002339         MOVE "I" TO OC-RUN-MODE
002340     END-IF
002341     MOVE "I"             TO OC-FUNCTION-GROUP
002342     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002343     IF NOT OC-AUTHORIZED
002344         MOVE 12 TO RETURN-CODE
002345         STOP RUN
002346     END-IF
002340     OPEN OUTPUT AR-REPORT-FILE
002350     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
002360 1000-EXIT.
005020         IF ENTRY-IS-SELECTED
005030             ADD 1 TO WS-SELECT-COUNT
005040             PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
005050             IF WS-ENTRY-REASON(1:12) = "UNAUTHORIZED"
005052                 PERFORM 3700-TABLE-REFUSAL THRU 3700-EXIT
005054             ELSE
005056                 PERFORM 3600-TABLE-THE-ENTRY THRU 3600-EXIT
005058             END-IF
005060         END-IF
005070     ELSE
005080         ADD 1 TO WS-SKIPPED-COUNT
006080         END-IF
006090     END-IF.
006100 3600-EXIT.
006101     EXIT.
006102
006103*----------------------------------------------------------------
006104* 3700-TABLE-REFUSAL - KEEP A REFUSED ATTEMPT FOR THE REFUSED-
006105* ATTEMPTS SECTION.  PAST THE TABLE'S SIZE THEY ARE STILL
006106* COUNTED, AND STILL ON THE DETAIL LINES ABOVE.
006107*----------------------------------------------------------------
006108 3700-TABLE-REFUSAL.
006109     ADD 1 TO WS-REFUSED-TOTAL
006110     IF WS-REFUSED-COUNT < 100
006111         ADD 1 TO WS-REFUSED-COUNT
006112         MOVE WS-ENTRY-PROGRAM
006113             TO WS-REF-PROGRAM(WS-REFUSED-COUNT)
006114         MOVE WS-ENTRY-DATE     TO WS-REF-DATE(WS-REFUSED-COUNT)
006115         MOVE WS-ENTRY-TIME     TO WS-REF-TIME(WS-REFUSED-COUNT)
006116         MOVE WS-ENTRY-OPERATOR
006117             TO WS-REF-OPERATOR(WS-REFUSED-COUNT)
006118         MOVE WS-ENTRY-MODE     TO WS-REF-MODE(WS-REFUSED-COUNT)
006119         MOVE WS-ENTRY-REASON   TO WS-REF-REASON(WS-REFUSED-COUNT)
006120     ELSE
006121         MOVE "Y" TO WS-REFUSED-FULL-SWITCH
006122     END-IF.
006123 3700-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
007520     EXIT.
007530
007540*----------------------------------------------------------------
007541* 6000-WRITE-REFUSED-SECTION - EVERY SELECTED ATTEMPT TO RUN A
007542* JOB BY AN OPERATOR THE OPERATOR MASTER DID NOT ALLOW: WHO,
007543* WHAT, WHEN, AND WHY (UNKNOWN OPERATOR, REVOKED, NO AUTHORITY
007544* FOR THE JOB'S FUNCTION GROUP, OR NO OPERATOR MASTER AT ALL).
007545*----------------------------------------------------------------
007546 6000-WRITE-REFUSED-SECTION.
007547     MOVE SPACES TO AR-REPORT-RECORD
007548     WRITE AR-REPORT-RECORD
007549     MOVE "REFUSED ATTEMPTS (UNAUTHORIZED)" TO AR-REPORT-RECORD
007550     WRITE AR-REPORT-RECORD
007551
007552     IF WS-REFUSED-TOTAL = 0
007553         MOVE "  (NO REFUSED ATTEMPTS IN THE SELECTION)"
007554             TO AR-REPORT-RECORD
007555         WRITE AR-REPORT-RECORD
007556         GO TO 6000-EXIT
007557     END-IF
007558
007559     MOVE SPACES TO AR-REPORT-RECORD
007560     STRING "  PROGRAM   DATE      TIME    OPERATOR  MODE  "
007561                DELIMITED BY SIZE
007562            "REASON"   DELIMITED BY SIZE
007563            INTO AR-REPORT-RECORD
007564     END-STRING
007565     WRITE AR-REPORT-RECORD
007566     PERFORM VARYING WS-REF-IDX FROM 1 BY 1
007567             UNTIL WS-REF-IDX > WS-REFUSED-COUNT
007568         MOVE SPACES TO AR-REPORT-RECORD
007569         STRING "  "           DELIMITED BY SIZE
007570                WS-REF-PROGRAM(WS-REF-IDX)  DELIMITED BY SIZE
007571                "  "           DELIMITED BY SIZE
007572                WS-REF-DATE(WS-REF-IDX)     DELIMITED BY SIZE
007573                "  "           DELIMITED BY SIZE
007574                WS-REF-TIME(WS-REF-IDX)     DELIMITED BY SIZE
007575                "  "           DELIMITED BY SIZE
007576                WS-REF-OPERATOR(WS-REF-IDX) DELIMITED BY SIZE
007577                "  "           DELIMITED BY SIZE
007578                WS-REF-MODE(WS-REF-IDX)     DELIMITED BY SIZE
007579                "     "        DELIMITED BY SIZE
007580                WS-REF-REASON(WS-REF-IDX)   DELIMITED BY SIZE
007581                INTO AR-REPORT-RECORD
007582         END-STRING
007583         WRITE AR-REPORT-RECORD
007584     END-PERFORM
007585
007586     IF REFUSED-TABLE-FULL
007587         MOVE SPACES TO AR-REPORT-RECORD
007588         STRING "  (TABLE FULL - FURTHER REFUSED ATTEMPTS ARE "
007589                    DELIMITED BY SIZE
007590                "ON THE DETAIL LINES ONLY)" DELIMITED BY SIZE
007591                INTO AR-REPORT-RECORD
007592         END-STRING
007593         WRITE AR-REPORT-RECORD
007594     END-IF
007595     MOVE SPACES TO AR-REPORT-RECORD
007596     STRING "  REFUSED ATTEMPTS: " DELIMITED BY SIZE
007597            WS-REFUSED-TOTAL       DELIMITED BY SIZE
007598            INTO AR-REPORT-RECORD
007599     END-STRING
007600     WRITE AR-REPORT-RECORD.
007601 6000-EXIT.
007602     EXIT.
007603
007604*----------------------------------------------------------------
007550* 9999-TERMINATE - REPORT TRAILER, CONSOLE TOTALS AND THE AUDIT
007560* ENTRY FOR THIS RUN.
007570*----------------------------------------------------------------
