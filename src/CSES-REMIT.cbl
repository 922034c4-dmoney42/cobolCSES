      *>
      *> The remittance file carries an "E" employer header (employer
      *> ID, remittance date, remittance total, remittance reference)
      *> followed by that employer's "D" detail lines (case ID,
      *> amount withheld and the payday it was withheld from - the
      *> compliance run's lateness test; this run does not need it
      *> and does not edit it). Two passes, so no remittance is ever too
      *> large to handle: pass one edits every field (external data
      *> is proven numeric before any arithmetic touches it) and
      *> proves each employer's details against the remittance total,
               10  RM-WITHHELD-AMOUNT PIC X(08).
               10  RM-WITHHELD-NUM REDEFINES RM-WITHHELD-AMOUNT
                                     PIC 9(6)V99.
      *>           The payday the amount was withheld from - blank
      *>           from an employer whose payroll does not send it
               10  RM-PAY-DATE       PIC X(08).
               10  RM-PAY-DATE-NUM REDEFINES RM-PAY-DATE
                                     PIC 9(08).
               10  FILLER            PIC X(15).

             COPY "PAYMENT-TRANSACTIONS".

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "EMPLOYER REMITTANCE PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "REMIT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT REMITTANCE-FILE.
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE
                       REMITTANCE-REJECT-FILE
                 REMITTANCE-REJECT-FILE
                 REMITTANCE-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "EMPLOYERS" TO JC-COUNT-LABEL(1)
           MOVE WS-RELEASED-EMPLOYERS TO JC-COUNT(1)
           MOVE "EMP REJECTED" TO JC-COUNT-LABEL(2)
           MOVE WS-REJECTED-EMPLOYERS TO JC-COUNT(2)
           MOVE "RELEASED" TO JC-COUNT-LABEL(3)
           MOVE WS-RELEASED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "EMPLOYER REMITTANCE PROCESSING COMPLETE".

           STOP RUN.
