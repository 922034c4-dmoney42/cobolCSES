           05  WS-PARENT-COPY-COUNT      PIC 9(8) VALUE 0.
           05  WS-CHILD-COPY-COUNT       PIC 9(8) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "MASTER FILE IMAGE COPY STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "IMAGECOPY" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       *> ==================================================
           DISPLAY "PARENT RECORDS COPIED: " WS-PARENT-COPY-COUNT.
           DISPLAY "CHILD RECORDS COPIED: " WS-CHILD-COPY-COUNT.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "PARENTS" TO JC-COUNT-LABEL(1)
           MOVE WS-PARENT-COPY-COUNT TO JC-COUNT(1)
           MOVE "CHILDREN" TO JC-COUNT-LABEL(2)
           MOVE WS-CHILD-COPY-COUNT TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "MASTER FILE IMAGE COPY COMPLETE".

           STOP RUN.
