      *> total and NOTHING reaches the posting input. Pass two runs
      *> only on a balanced batch: every field on every detail is
      *> edited, duplicates within the batch are caught, clean records
      *> go to the payment batch feed (merged into the posting input
      *> by the collections consolidation) and rejects go to the
      *> reject file with a reason code each. The posting run never
      *> sees a record this edit has not blessed.
      *>
      *> Reject reason codes:
      *>   ID - transaction ID missing or not numeric
               ASSIGN TO "data/payment_batch.dat".

           SELECT PAYMENT-TRANSACTION-FILE
               ASSIGN TO "data/payedit_transactions.dat".

           SELECT PAYMENT-REJECT-FILE
               ASSIGN TO "data/payment_rejects.dat".
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "PAYMENT BATCH EDIT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "PAYEDIT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-BATCH-FILE.
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE
                       PAYMENT-REJECT-FILE
                 PAYMENT-REJECT-FILE
                 EDIT-REPORT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "DETAILS" TO JC-COUNT-LABEL(1)
           MOVE WS-DETAIL-COUNT TO JC-COUNT(1)
           MOVE "CLEAN" TO JC-COUNT-LABEL(2)
           MOVE WS-CLEAN-COUNT TO JC-COUNT(2)
           MOVE "REJECTED" TO JC-COUNT-LABEL(3)
           MOVE WS-REJECT-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "PAYMENT BATCH EDIT COMPLETE".

           STOP RUN.
