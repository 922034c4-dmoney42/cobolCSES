       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-DAYS                  PIC ZZZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "SUSPENSE RESOLUTION RUN STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "SUSPENSE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUSPENSE-PAYMENT-FILE
                      SUSPENSE-CORRECTION-FILE.

                 SUSPENSE-UNRESOLVED-FILE
                 SUSPENSE-AGING-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "RESOLVED" TO JC-COUNT-LABEL(1)
           MOVE WS-RESOLVED-COUNT TO JC-COUNT(1)
           MOVE "UNRESOLVED" TO JC-COUNT-LABEL(2)
           MOVE WS-UNRESOLVED-COUNT TO JC-COUNT(2)
           MOVE "AGED" TO JC-COUNT-LABEL(3)
           MOVE WS-AGED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "SUSPENSE RESOLUTION RUN COMPLETE".

           STOP RUN.
