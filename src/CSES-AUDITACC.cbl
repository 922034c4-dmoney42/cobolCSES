       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "AUDIT PERIOD ACCUMULATION STARTED".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       *> ==================================================
       *> WHICH FUNCTION - A MISSING OR UNREADABLE PARAMETER
       *> FILE MEANS THE NIGHTLY APPEND

           DISPLAY "FUNCTION: " WS-FUNCTION.

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           STRING "AUDITACC-" WS-FUNCTION DELIMITED BY SPACE
               INTO JC-JOB-NAME
           END-STRING
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACCUMULATION-REPORT-FILE.

           MOVE "AUDIT PERIOD ACCUMULATION REPORT" TO AC-REPORT-LINE
           WRITE AC-REPORT-LINE

           MOVE SPACES TO AC-REPORT-LINE
           WRITE AC-REPORT-LINE

       *> ==================================================
       *> OPEN (OR START) THE PERIOD CONTROL
       *> ==================================================
           CLOSE PERIOD-CONTROL-FILE
                 ACCUMULATION-REPORT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ROWS ADDED" TO JC-COUNT-LABEL(1)
           MOVE WS-ROWS-APPENDED TO JC-COUNT(1)
           MOVE "RUNS ON FILE" TO JC-COUNT-LABEL(2)
           MOVE WS-RUNS-ON-CONTROL TO JC-COUNT(2)
           MOVE "TO PRIOR" TO JC-COUNT-LABEL(3)
           MOVE WS-ROWS-TO-PRIOR TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "AUDIT PERIOD ACCUMULATION COMPLETE".

           STOP RUN.
