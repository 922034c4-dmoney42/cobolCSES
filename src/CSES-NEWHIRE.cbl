
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "NEW-HIRE REPORT MATCHING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "NEWHIRE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PARENT-MASTER-FILE.

           OPEN I-O EMPLOYER-MASTER-FILE.
                 EMPLOYER-MASTER-FILE
                 MATCH-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "HITS" TO JC-COUNT-LABEL(1)
           MOVE WS-HIT-COUNT TO JC-COUNT(1)
           MOVE "NEAR MISSES" TO JC-COUNT-LABEL(2)
           MOVE WS-NEAR-MISS-COUNT TO JC-COUNT(2)
           MOVE "NO MATCH" TO JC-COUNT-LABEL(3)
           MOVE WS-NO-MATCH-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "NEW-HIRE REPORT MATCHING COMPLETE".

           STOP RUN.
