           05  WS-ORPHAN-AUDIT-COUNT     PIC 9(8) VALUE 0.
           05  WS-RECOUPMENT-FLAG-COUNT  PIC 9(8) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "MASTER FILE RECOVERY STARTED".


           CLOSE RECOVERY-PARAMETER-FILE.

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "RECOVER" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "RESTORING GENERATION: " WS-GENERATION.
           DISPLAY "ROLLING FORWARD THROUGH: " WS-FORWARD-DATE.

                           PM-CREDIT-BALANCE
                       MOVE PA-NEW-INTEREST-BALANCE TO
                           PM-INTEREST-BALANCE
      *>               A reversal or adjustment row lands its
      *>               balances like any other, but neither date is
      *>               a payment - the last-payment date the aging
      *>               runs off must not move for them
                       IF PA-TYPE-PAYMENT
                           MOVE PA-PAYMENT-DATE TO
                               PM-LAST-PAYMENT-DATE
                       END-IF
           DISPLAY "RECOUPMENT BALANCES TO VERIFY: "
               WS-RECOUPMENT-FLAG-COUNT.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "PARENTS" TO JC-COUNT-LABEL(1)
           MOVE WS-PARENT-RESTORE-COUNT TO JC-COUNT(1)
           MOVE "CHILDREN" TO JC-COUNT-LABEL(2)
           MOVE WS-CHILD-RESTORE-COUNT TO JC-COUNT(2)
           MOVE "ROLLED FWD" TO JC-COUNT-LABEL(3)
           MOVE WS-ROLLED-FORWARD-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "MASTER FILE RECOVERY COMPLETE".

           STOP RUN.
