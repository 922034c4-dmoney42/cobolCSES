       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$,$$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "FEDERAL PERFORMANCE STATISTICS EXTRACT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "FEDSTATS" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT UPDATED-PARENT-FILE
                      PAYMENT-AUDIT-FILE.

                           MOVE 0 TO WS-CURRENT-COLLECTED
                       END-IF
                   END-IF
               END-IF

      *>       A non-cash adjustment ("A" row) collected nothing - a
      *>       judgment or waiver moving a balance is not a payment,
      *>       so only payment rows count on the collected side
               IF PA-TYPE-PAYMENT
                   COMPUTE WS-CURRENT-MOVEMENT =
                       PA-OLD-CURRENT-DUE - PA-NEW-CURRENT-DUE
                   IF WS-CURRENT-MOVEMENT > 0

      *>       A case counts as paying toward arrears once per
      *>       quarter, however many payments it made
               IF PA-TYPE-PAYMENT AND
                 (PA-NEW-ARREARS-BALANCE < PA-OLD-ARREARS-BALANCE OR
                  PA-NEW-INTEREST-BALANCE < PA-OLD-INTEREST-BALANCE)
                   MOVE "N" TO WS-CASE-ALREADY-COUNTED
                   PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                           UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
                               MOVE 0 TO WS-COLLECTED-OTHER
                           END-IF
                   END-EVALUATE
               END-IF

               IF PA-TYPE-PAYMENT
                   EVALUATE PA-SOURCE-METHOD
                       WHEN "W"
                           ADD PA-PAYMENT-APPLIED TO WS-COLLECTED-WAGE
                 SUBMISSION-FILE
                 STATISTICS-SUMMARY-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "OPEN CASES" TO JC-COUNT-LABEL(1)
           MOVE WS-OPEN-CASE-COUNT TO JC-COUNT(1)
           MOVE "ORDERS" TO JC-COUNT-LABEL(2)
           MOVE WS-ORDER-COUNT TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "FEDERAL PERFORMANCE STATISTICS EXTRACT COMPLETE".

           STOP RUN.
