000230*                  EVERY PROOF HOLDS.  A FAILED PROOF SCRAPS
000240*                  THE WORK FILES AND LEAVES THE ARCHIVES AND
000250*                  THE LOG EXACTLY AS THEY WERE.
000252* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000254*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000256*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000258*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000530
000540 WORKING-STORAGE SECTION.
000550     COPY RUNHDR.
000555     COPY OPERLINK.
000560 01  WS-AUDIT-STATUS         PIC XX  VALUE SPACES.
000570     88  AUDIT-OK                    VALUE "00".
000580     88  AUDIT-EOF                   VALUE "10".
001680            RH-RUN-TIME DELIMITED BY SIZE
001690            INTO RH-RUN-ID
001700     END-STRING
001701*    NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001702*    TO RUN THIS JOB.
001703     MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001704     MOVE RH-RUN-ID       TO OC-RUN-ID
001705     MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001706     IF RUNCARD-PRESENT
001707         MOVE "B" TO OC-RUN-MODE
001708     ELSE
001709         MOVE "I" TO OC-RUN-MODE
001710     END-IF
001711     MOVE "S"             TO OC-FUNCTION-GROUP
001712     CALL "OPERCHK" USING WS-OPERATOR-CHECK
001713     IF NOT OC-AUTHORIZED
001714         MOVE 12 TO RETURN-CODE
001715         STOP RUN
001716     END-IF
001710
001720     COMPUTE WS-BOUNDARY-DATE =
001730             RH-RUN-YYYY * 10000 + RH-RUN-MM * 100 + 1
