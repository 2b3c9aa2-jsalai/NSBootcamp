000170*                  RUN ID (A CRASHED RUN), AND ANY NON-ZERO
000180*                  CHECKPOINT (AN UNFINISHED RESTART).  WRITTEN
000190*                  TO THE CONSOLE AND TO OPSBOARD.DAT.
000191* 10/15/2026  RH   STRINSPECT FEED RECORDS ON RUNMETR.DAT ARE
000192*                  PASSED OVER; THE VOLUME LINE COMPARES THE RUN
000193*                  TOTALS, NOT ONE FEED AGAINST ANOTHER.
000194* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000195*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000196*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000197*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000700
000710 WORKING-STORAGE SECTION.
000720     COPY RUNHDR.
000725     COPY OPERLINK.
000730 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000740     88  AUDIT-OK                    VALUE "00".
000750     88  AUDIT-EOF                   VALUE "10".
002040            RH-RUN-TIME DELIMITED BY SIZE
002050            INTO RH-RUN-ID
002060     END-STRING
002061*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
002062*    TO RUN THIS JOB.
002063     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
002064     MOVE RH-RUN-ID       TO OC-RUN-ID
002065     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
002066     IF RUNCARD-PRESENT
002067         MOVE "B" TO OC-RUN-MODE
002068     ELSE
002069         MOVE "I" TO OC-RUN-MODE
002070     END-IF
002071     MOVE "I"             TO OC-FUNCTION-GROUP
002072     CALL "OPERCHK" USING WS-OPERATOR-CHECK
002073     IF NOT OC-AUTHORIZED
002074         MOVE 12 TO RETURN-CODE
002075         STOP RUN
002076     END-IF
002070
002080     PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
002090             UNTIL WS-JOB-IDX > 5
004290     IF WS-JOB-MATCH = 0
004300         GO TO 4100-EXIT
004310     END-IF
004312     IF MT-FEED-ID NOT = SPACES
004314         GO TO 4100-EXIT
004316     END-IF
004320     IF WS-JOB-MET-SEEN(WS-JOB-MATCH) > 0
004330         MOVE WS-JOB-MET-NOW(WS-JOB-MATCH)
004340             TO WS-JOB-MET-PREV(WS-JOB-MATCH)
