       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "TAX OFFSET COLLECTION PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "OFFSETIN" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OFFSET-COLLECTION-FILE
                      OFFSET-HOLD-FILE.

                 OFFSET-REJECT-FILE
                 OFFSET-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "POSTED" TO JC-COUNT-LABEL(1)
           MOVE WS-POSTED-COUNT TO JC-COUNT(1)
           MOVE "HELD" TO JC-COUNT-LABEL(2)
           MOVE WS-HELD-COUNT TO JC-COUNT(2)
           MOVE "RELEASED" TO JC-COUNT-LABEL(3)
           MOVE WS-RELEASED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "TAX OFFSET COLLECTION PROCESSING COMPLETE".

           STOP RUN.
