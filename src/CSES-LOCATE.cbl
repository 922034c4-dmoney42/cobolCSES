           05  WS-EMPTY-RESPONSE-COUNT   PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-CASE-COUNT     PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "LOCATE RESPONSE PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "LOCATE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PARENT-MASTER-FILE.
           OPEN INPUT LOCATE-RESPONSE-FILE.
           OPEN OUTPUT ADDRESS-AUDIT-FILE.
                 PARENT-MASTER-FILE
                 ADDRESS-AUDIT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "APPLIED" TO JC-COUNT-LABEL(1)
           MOVE WS-APPLIED-COUNT TO JC-COUNT(1)
           MOVE "EMPTY" TO JC-COUNT-LABEL(2)
           MOVE WS-EMPTY-RESPONSE-COUNT TO JC-COUNT(2)
           MOVE "UNKNOWN CASE" TO JC-COUNT-LABEL(3)
           MOVE WS-UNKNOWN-CASE-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "LOCATE RESPONSE PROCESSING COMPLETE".

           STOP RUN.
