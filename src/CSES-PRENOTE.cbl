
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "ACH PRENOTE CYCLE STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "PRENOTE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTODIAL-MASTER-FILE.

           OPEN OUTPUT PRENOTE-FILE
                 PRENOTE-FILE
                 PRENOTE-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "SENT" TO JC-COUNT-LABEL(1)
           MOVE WS-SENT-COUNT TO JC-COUNT(1)
           MOVE "CLEARED" TO JC-COUNT-LABEL(2)
           MOVE WS-CLEARED-COUNT TO JC-COUNT(2)
           MOVE "WAITING" TO JC-COUNT-LABEL(3)
           MOVE WS-WAITING-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "ACH PRENOTE CYCLE COMPLETE".

           STOP RUN.
