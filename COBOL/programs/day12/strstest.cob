000229* 08/22/2026  RH   LOOPDEMO ANSWER FILE NOW ANSWERS THE NEW
000230*                  (I)NTERACTIVE/(B)ATCH MODE PROMPT AND THE
000231*                  LOAN START-DATE PROMPT (LEFT BLANK).
000232* 10/15/2026  RH   OPERATOR AUTHORITY CHECK AT START-UP (OPERCHK
000233*                  AGAINST OPERMSTR.DAT).  AN OPERATOR NOT ALLOWED
000234*                  TO RUN THIS JOB ENDS IT WITH CODE 12 BEFORE ANY
000235*                  FILE IS OPENED; OPERCHK LOGS THE REFUSAL.
000232*----------------------------------------------------------------
      
000240  ENVIRONMENT DIVISION.
      
000770  WORKING-STORAGE SECTION.
000780      COPY RUNHDR.
000785      COPY OPERLINK.
000790  01  WS-AUDIT-STATUS            PIC XX  VALUE SPACES.
000800      88  AUDIT-OK                       VALUE "00".
      
001480             RH-RUN-TIME DELIMITED BY SIZE
001490             INTO RH-RUN-ID
001500      END-STRING
001501*     NOTHING IS OPENED UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED
001502*     TO RUN THIS JOB.
001503      MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
001504      MOVE RH-RUN-ID       TO OC-RUN-ID
001505      MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
001506*     THERE IS NO RUN CARD FOR THIS HARNESS; A REFUSAL IS LOGGED
001507*     AS MODE B, THE SAME AS THE JOB'S OWN AUDIT ENTRY.
001508      MOVE "B"             TO OC-RUN-MODE
001509      MOVE "B"             TO OC-FUNCTION-GROUP
001510      CALL "OPERCHK" USING WS-OPERATOR-CHECK
001511      IF NOT OC-AUTHORIZED
001512          MOVE 12 TO RETURN-CODE
001513          STOP RUN
001514      END-IF
      
001510      OPEN OUTPUT ST-FINDINGS-FILE
001520      MOVE SPACES TO ST-FINDINGS-RECORD
