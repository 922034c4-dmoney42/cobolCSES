
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CASE ARCHIVAL AND LOG RETENTION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "ARCHIVE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       *> ==================================================
                 LOG-ARCHIVE-FILE
                 DISPOSITION-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "CASES" TO JC-COUNT-LABEL(1)
           MOVE WS-CASES-ARCHIVED TO JC-COUNT(1)
           MOVE "CHILDREN" TO JC-COUNT-LABEL(2)
           MOVE WS-CHILDREN-ARCHIVED TO JC-COUNT(2)
           MOVE "LOG ROWS" TO JC-COUNT-LABEL(3)
           MOVE WS-LOG-ROWS-ARCHIVED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CASE ARCHIVAL AND LOG RETENTION COMPLETE".

           STOP RUN.
