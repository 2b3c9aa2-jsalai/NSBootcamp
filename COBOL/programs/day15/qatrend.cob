000230*                  EXCEPTION-RATE COMPARISONS, FLAGGING ANY DAY
000240*                  WHOSE RATE JUMPS MORE THAN A SET PERCENTAGE
000250*                  OVER THE SAME DAY THE WEEK BEFORE.
000251* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000252*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000253*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000254*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000255* 10/15/2026  RH   A CONSOLE RUN IS CHECKED AND LOGGED AS MODE I,
000256*                  A RUN-CARD RUN AS MODE B, AS THE OTHER JOBS DO.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000600
000610 WORKING-STORAGE SECTION.
000620     COPY RUNHDR.
000625     COPY OPERLINK.
000630 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000640     88  AUDIT-OK                    VALUE "00".
000650 01  WS-RUNCARD-STATUS       PIC XX  VALUE SPACES.
001710            RH-RUN-TIME DELIMITED BY SIZE
001720            INTO RH-RUN-ID
001730     END-STRING
001731*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001732*    TO RUN THIS JOB.
001733     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001734     MOVE RH-RUN-ID       TO OC-RUN-ID
001735     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001736     IF RUNCARD-PRESENT
001737         MOVE "B" TO OC-RUN-MODE
001738     ELSE
001739         MOVE "I" TO OC-RUN-MODE
001740     END-IF
001741     MOVE "I"             TO OC-FUNCTION-GROUP
001742     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001743     IF NOT OC-AUTHORIZED
001744         MOVE 12 TO RETURN-CODE
001745         STOP RUN
001746     END-IF
001740     OPEN OUTPUT QT-REPORT-FILE.
001750 1000-EXIT.
001760     EXIT.
004450     MOVE " OPERATOR "       TO AL-OPERATOR-TAG
004460     MOVE RH-OPERATOR-ID     TO AL-OPERATOR-ID
004470     MOVE " MODE "           TO AL-MODE-TAG
004480     IF RUNCARD-PRESENT
004482         MOVE "B"            TO AL-RUN-MODE
004484     ELSE
004486         MOVE "I"            TO AL-RUN-MODE
004488     END-IF
004490     MOVE WS-END-DATE        TO AL-END-DATE
004500     MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
004510     MOVE WS-RUN-STATUS      TO AL-STATUS
