      *> parent_master_prior.dat), this run computes what the case's
      *> balances SHOULD be - prior balances, plus the one billing
      *> rollover of the period (unpaid current-due into arrears,
      *> interest assessed, obligation reloaded), plus every audit
      *> row written during the period (payments, reversals and
      *> non-cash balance adjustments alike) - and compares the
      *> result to what the parent master actually says. Any case
      *> that does not prove writes an exception line with the dollar
      *> difference per balance, and the run grand-totals the damage.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-DIFF                  PIC +ZZZ,ZZZ,ZZ9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "TRIAL BALANCE RECONCILIATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "RECON" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT UPDATED-PARENT-FILE
                      PAYMENT-AUDIT-FILE
                      PARENT-MASTER-FILE.
                 PARENT-MASTER-FILE
                 RECONCILIATION-EXCEPTION-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "CHECKED" TO JC-COUNT-LABEL(1)
           MOVE WS-CASES-CHECKED TO JC-COUNT(1)
           MOVE "IN BALANCE" TO JC-COUNT-LABEL(2)
           MOVE WS-CASES-IN-BALANCE TO JC-COUNT(2)
           MOVE "OUT OF BAL" TO JC-COUNT-LABEL(3)
           MOVE WS-CASES-OUT-OF-BALANCE TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "TRIAL BALANCE RECONCILIATION COMPLETE".

           STOP RUN.
