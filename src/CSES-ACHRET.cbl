
       01  EFT-REISSUE-RECORD.
           05  RI-CASE-ID                PIC 9(8).
           05  RI-PAYEE-NAME             PIC X(18).
      *>   Deposits only ever go to the custodial-master payee (00)
           05  RI-PAYEE-NUMBER           PIC X(02).
           05  RI-AMOUNT                 PIC 9(6)V99.
           05  RI-DISBURSEMENT-DATE      PIC 9(8).

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "ACH RETURN PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "ACHRET" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTODIAL-MASTER-FILE.

           OPEN INPUT ACH-RETURN-FILE.
                 EFT-REISSUE-FILE
                 RETURN-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "RETURNS" TO JC-COUNT-LABEL(1)
           MOVE WS-RETURN-COUNT TO JC-COUNT(1)
           MOVE "REISSUED" TO JC-COUNT-LABEL(2)
           MOVE WS-REISSUE-COUNT TO JC-COUNT(2)
           MOVE "BAD ROWS" TO JC-COUNT-LABEL(3)
           MOVE WS-BAD-ROW-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "ACH RETURN PROCESSING COMPLETE".

           STOP RUN.
      *>       it, so it re-feeds the next payout as a disbursement
               MOVE CU-CASE-ID TO RI-CASE-ID
               MOVE CU-PAYEE-NAME TO RI-PAYEE-NAME
               MOVE "00" TO RI-PAYEE-NUMBER
               MOVE AR-RETURN-AMOUNT-NUM TO RI-AMOUNT
               MOVE WS-RUN-DATE TO RI-DISBURSEMENT-DATE
               WRITE EFT-REISSUE-RECORD
