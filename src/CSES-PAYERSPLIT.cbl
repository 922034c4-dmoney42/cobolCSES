       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "PAYER PAYMENT SPLIT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "PAYERSPLIT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYER-PAYMENT-FILE
                      PAYER-XREF-FILE
                      PARENT-MASTER-FILE.
                 PAYER-REJECT-FILE
                 PAYER-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "SPLIT" TO JC-COUNT-LABEL(1)
           MOVE WS-PAYMENTS-SPLIT TO JC-COUNT(1)
           MOVE "GENERATED" TO JC-COUNT-LABEL(2)
           MOVE WS-TRANS-GENERATED TO JC-COUNT(2)
           MOVE "REJECTED" TO JC-COUNT-LABEL(3)
           MOVE WS-PAYMENTS-REJECTED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "PAYER PAYMENT SPLIT COMPLETE".

           STOP RUN.
