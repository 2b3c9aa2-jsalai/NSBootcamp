000220*                  FILE (RUNMETR.DAT) INSTEAD OF SCRAPING THE
000230*                  STREXCP/SIMRPT REPORT TEXT - THE REPORTS CAN
000240*                  NOW CHANGE SHAPE WITHOUT BREAKING THE DIGEST.
000241* 10/15/2026  RH   STRINSPECT NOW SCANS SEVERAL FEEDS IN ONE RUN.
000242*                  THE DIGEST LISTS EACH FEED OF THE LAST
000243*                  COMPLETE STRINSPECT RUN ON ITS OWN LINE UNDER
000244*                  THE STRINSPECT TOTALS, WHICH ARE THE SUM OF
000245*                  THOSE FEEDS.
000246* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000247*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000248*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000249*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000250* 10/15/2026  RH   THE FEED LINES HELD FOR A STRINSPECT RUN ARE
000251*                  CLEARED ONCE THAT RUN'S TOTALS ARE READ, SO A
000252*                  SECOND RUN ON THE SAME DAY STARTS A LIST OF ITS
000253*                  OWN.
000250*----------------------------------------------------------------
000260 
000270 ENVIRONMENT DIVISION.
000700
000710 WORKING-STORAGE SECTION.
000720     COPY RUNHDR.
000725     COPY OPERLINK.
000730 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000740     88  AUDIT-OK                    VALUE "00".
000750 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001240 01  WS-RESULT-MAX            PIC 9(9)     VALUE 0.
001250 01  WS-RESULT-AVG            PIC 9(9)V99  VALUE 0.
001260
001261*----------------------------------------------------------------
001262* STRINSPECT FEEDS.  A MULTI-FEED RUN WRITES ONE METRICS RECORD
001263* PER FEED, TAGGED WITH THE FEED ID, THEN ITS UNTAGGED TOTAL.
001264* FEED RECORDS COLLECT IN THE PENDING TABLE, ONE ENTRY PER FEED
001265* FOR THE RUN DATE OF THE RECORDS (LAST PER FEED WINS, SO A
001266* RESTARTED RUN'S FEEDS REPLACE THE FAILED ATTEMPT'S, AND THE
001267* FEEDS A RESTART SKIPPED KEEP THE FAILED ATTEMPT'S FIGURES).
001268* EACH UNTAGGED TOTAL CLOSES A RUN: THAT DAY'S PENDING FEEDS
001269* BECOME THE REPORTED ONES.  FEED RECORDS WITH NO TOTAL AFTER
001270* THEM BELONG TO A RUN THAT NEVER FINISHED AND ARE NOT REPORTED.
001271*----------------------------------------------------------------
001272 01  WS-PEND-DATE             PIC X(08)    VALUE SPACES.
001273 01  WS-PEND-COUNT            PIC 99       VALUE 0.
001274 01  WS-PEND-TABLE.
001275     05  WS-PEND-ENTRY OCCURS 20 TIMES.
001276         10  WS-PEND-FEED-ID  PIC X(08).
001277         10  WS-PEND-READ     PIC 9(07).
001278         10  WS-PEND-EXCEPT   PIC 9(07).
001279 01  WS-RPT-COUNT             PIC 99       VALUE 0.
001280 01  WS-RPT-TABLE.
001281     05  WS-RPT-ENTRY OCCURS 20 TIMES.
001282         10  WS-RPT-FEED-ID   PIC X(08).
001283         10  WS-RPT-READ      PIC 9(07).
001284         10  WS-RPT-EXCEPT    PIC 9(07).
001285 01  WS-FEED-IDX              PIC 99       VALUE 0.
001286 01  WS-FEED-MATCH            PIC 99       VALUE 0.
001287
001270 PROCEDURE DIVISION.
001280*----------------------------------------------------------------
001290* 0000-MAINLINE - TOP-LEVEL CONTROL
001690     STRING RH-RUN-DATE DELIMITED BY SIZE
001700            RH-RUN-TIME DELIMITED BY SIZE
001710            INTO RH-RUN-ID
001720     END-STRING
001721*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001722*    TO RUN THIS JOB.
001723     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001724     MOVE RH-RUN-ID       TO OC-RUN-ID
001725     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001726     MOVE "B"             TO OC-RUN-MODE
001727     MOVE "B"             TO OC-FUNCTION-GROUP
001728     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001729     IF NOT OC-AUTHORIZED
001730         MOVE 12 TO RETURN-CODE
001731         STOP RUN
001732     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750
002120 2200-PROCESS-METRICS-RECORD.
002130     EVALUATE MT-PROGRAM-NAME
002140         WHEN "STRINSPC"
002142             IF MT-FEED-ID NOT = SPACES
002144                 PERFORM 2300-TAKE-FEED-RECORD THRU 2300-EXIT
002146                 GO TO 2200-READ-NEXT
002148             END-IF
002150             MOVE "Y" TO WS-SI-FOUND-SWITCH
002160             MOVE MT-RECORDS-READ TO WS-TOTAL-RECORDS-SCANNED
002170             MOVE MT-EXCEPTIONS   TO WS-TOTAL-EXCEPTIONS
002171             IF WS-PEND-DATE = MT-RUN-ID(1:8)
002172                 MOVE WS-PEND-TABLE TO WS-RPT-TABLE
002173                 MOVE WS-PEND-COUNT TO WS-RPT-COUNT
002174             ELSE
002175                 MOVE 0 TO WS-RPT-COUNT
002176             END-IF
002177             MOVE 0 TO WS-PEND-COUNT
002178             MOVE SPACES TO WS-PEND-DATE
002180         WHEN "SIMPLMTH"
002190             MOVE "Y" TO WS-SM-FOUND-SWITCH
002200             MOVE MT-RECORDS-READ TO WS-RESULT-COUNT
002210             MOVE MT-TOTAL-AMOUNT TO WS-RESULT-SUM
002220             MOVE MT-VALUE-MIN    TO WS-RESULT-MIN
002230             MOVE MT-VALUE-MAX    TO WS-RESULT-MAX
002240     END-EVALUATE.
002245 2200-READ-NEXT.
002250     PERFORM 2100-READ-METRICS-RECORD THRU 2100-EXIT.
002260 2200-EXIT.
002261     EXIT.
002262
002263 2300-TAKE-FEED-RECORD.
002264     IF MT-RUN-ID(1:8) NOT = WS-PEND-DATE
002265         MOVE MT-RUN-ID(1:8) TO WS-PEND-DATE
002266         MOVE 0 TO WS-PEND-COUNT
002267     END-IF
002268     MOVE 0 TO WS-FEED-MATCH
002269     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
002270             UNTIL WS-FEED-IDX > WS-PEND-COUNT
002271         IF WS-PEND-FEED-ID(WS-FEED-IDX) = MT-FEED-ID
002272             MOVE WS-FEED-IDX TO WS-FEED-MATCH
002273         END-IF
002274     END-PERFORM
002275     IF WS-FEED-MATCH = 0
002276         IF WS-PEND-COUNT = 20
002277             GO TO 2300-EXIT
002278         END-IF
002279         ADD 1 TO WS-PEND-COUNT
002280         MOVE WS-PEND-COUNT TO WS-FEED-MATCH
002281         MOVE MT-FEED-ID TO WS-PEND-FEED-ID(WS-FEED-MATCH)
002282     END-IF
002283     MOVE MT-RECORDS-READ TO WS-PEND-READ(WS-FEED-MATCH)
002284     MOVE MT-EXCEPTIONS   TO WS-PEND-EXCEPT(WS-FEED-MATCH).
002285 2300-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------
002300* 4000-COMPUTE-STATISTICS - AVERAGE OF THE ACCUMULATED RESULTS
002310*----------------------------------------------------------------
002320 4000-COMPUTE-STATISTICS.
002321*----------------------------------------------------------------
002322* A RESTARTED MULTI-FEED RUN'S TOTAL COVERS ONLY THE FEEDS IT
002323* SCANNED ITSELF, SO THE STRINSPECT FIGURES ARE TAKEN AS THE SUM
002324* OF THE REPORTED FEEDS WHENEVER THERE ARE ANY.
002325*----------------------------------------------------------------
002326     IF WS-RPT-COUNT > 0
002327         MOVE 0 TO WS-TOTAL-RECORDS-SCANNED
002328         MOVE 0 TO WS-TOTAL-EXCEPTIONS
002329         PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
002330                 UNTIL WS-FEED-IDX > WS-RPT-COUNT
002331             ADD WS-RPT-READ(WS-FEED-IDX)
002332                 TO WS-TOTAL-RECORDS-SCANNED
002333             ADD WS-RPT-EXCEPT(WS-FEED-IDX)
002334                 TO WS-TOTAL-EXCEPTIONS
002335         END-PERFORM
002336     END-IF
002330     IF WS-RESULT-COUNT > 0
002340         COMPUTE WS-RESULT-AVG ROUNDED =
002350                 WS-RESULT-SUM / WS-RESULT-COUNT
002620            INTO QD-DIGEST-RECORD
002630     END-STRING
002640     WRITE QD-DIGEST-RECORD
002641
002642     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
002643             UNTIL WS-FEED-IDX > WS-RPT-COUNT
002644         MOVE SPACES TO QD-DIGEST-RECORD
002645         STRING "  FEED "                  DELIMITED BY SIZE
002646                WS-RPT-FEED-ID(WS-FEED-IDX) DELIMITED BY SIZE
002647                " RECORDS SCANNED: "       DELIMITED BY SIZE
002648                WS-RPT-READ(WS-FEED-IDX)   DELIMITED BY SIZE
002649                "   EXCEPTIONS: "          DELIMITED BY SIZE
002650                WS-RPT-EXCEPT(WS-FEED-IDX) DELIMITED BY SIZE
002651                INTO QD-DIGEST-RECORD
002652         END-STRING
002653         WRITE QD-DIGEST-RECORD
002654     END-PERFORM
002650 
002660     MOVE SPACES TO QD-DIGEST-RECORD
002670     WRITE QD-DIGEST-RECORD
