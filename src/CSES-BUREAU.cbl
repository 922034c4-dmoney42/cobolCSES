      *> A case under a bad address or an open dispute is
      *> suppressed: nothing goes out on it until the address is
      *> located or the dispute resolves, and the register says so.
      *> A case the death or incarceration match has put on hold is
      *> held the same way - no first report and no balance update
      *> while the hold stands, the standing account left as last
      *> reported, and a HELD line on the register.
      *>
      *> Dispute flags are set and cleared by a small transaction
      *> file (S/C plus case ID) keyed from the dispute
           SELECT BUREAU-REGISTER-FILE
               ASSIGN TO "data/bureau_register.dat".

      *> Keyed lookup of the case's enforcement hold, if any
           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  BG-REGISTER-LINE               PIC X(80).

             COPY "CASE-HOLD".

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-CASE-QUALIFIES      PIC X VALUE "N".
       01  WS-CASE-SUPPRESSED     PIC X VALUE "N".

       01  WS-CASE-HELD           PIC X VALUE "N".

       01  WS-BUREAU-FILE-STATUS  PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-HOLD-AVAILABLE      PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).

           05  WS-UPDATE-COUNT             PIC 9(7)     VALUE 0.
           05  WS-DELETE-COUNT             PIC 9(7)     VALUE 0.
           05  WS-SUPPRESSED-COUNT         PIC 9(7)     VALUE 0.
           05  WS-HELD-COUNT               PIC 9(7)     VALUE 0.
           05  WS-DISPUTE-SET-COUNT        PIC 9(7)     VALUE 0.
           05  WS-DISPUTE-CLEAR-COUNT      PIC 9(7)     VALUE 0.
           05  WS-REPORTED-TOTAL           PIC 9(9)V99  VALUE 0.
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CREDIT BUREAU REPORTING EXTRACT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "BUREAU" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O BUREAU-MASTER-FILE.

           IF WS-BUREAU-FILE-STATUS = "35"
           OPEN OUTPUT BUREAU-SUBMISSION-FILE
                       BUREAU-REGISTER-FILE.

      *>   No hold master yet means no case has ever been held
           OPEN INPUT CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "CREDIT BUREAU REPORTING REGISTER" TO
               DELIMITED BY SIZE INTO BG-REGISTER-LINE
           WRITE BG-REGISTER-LINE

           MOVE WS-HELD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO BG-REGISTER-LINE
           STRING "HELD:          " WS-ED-COUNT
               DELIMITED BY SIZE INTO BG-REGISTER-LINE
           WRITE BG-REGISTER-LINE

           MOVE WS-REPORTED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO BG-REGISTER-LINE
           STRING "BALANCES REPORTED: " WS-ED-AMOUNT
           DISPLAY "UPDATES: " WS-UPDATE-COUNT.
           DISPLAY "DELETES: " WS-DELETE-COUNT.
           DISPLAY "SUPPRESSED: " WS-SUPPRESSED-COUNT.
           DISPLAY "HELD: " WS-HELD-COUNT.

           CLOSE UPDATED-PARENT-FILE
                 DISPUTE-TRANSACTION-FILE
                 BUREAU-SUBMISSION-FILE
                 BUREAU-REGISTER-FILE.

           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE CASE-HOLD-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "FIRST REPORT" TO JC-COUNT-LABEL(1)
           MOVE WS-FIRST-REPORT-COUNT TO JC-COUNT(1)
           MOVE "UPDATES" TO JC-COUNT-LABEL(2)
           MOVE WS-UPDATE-COUNT TO JC-COUNT(2)
           MOVE "DELETES" TO JC-COUNT-LABEL(3)
           MOVE WS-DELETE-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CREDIT BUREAU REPORTING EXTRACT COMPLETE".

           STOP RUN.
               MOVE "Y" TO WS-CASE-SUPPRESSED
           END-IF

           MOVE "N" TO WS-CASE-HELD
           IF WS-HOLD-AVAILABLE = "Y"
               MOVE UP-PARENT-ID TO HD-CASE-ID
               READ CASE-HOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HD-HOLD-ACTIVE
                           MOVE "Y" TO WS-CASE-HELD
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-CASE-QUALIFIES = "Y" AND
                    WS-CASE-HELD = "Y"
      *>           Deceased or in custody - nothing goes out while
      *>           the hold stands; a reported row stays alive on
      *>           the master so pass two does not delete it
                   IF WS-BUREAU-FOUND = "Y"
                       MOVE WS-RUN-DATE TO BU-LAST-SEEN-DATE
                       REWRITE BUREAU-MASTER-RECORD
                   END-IF

                   ADD 1 TO WS-HELD-COUNT

                   MOVE SPACES TO BG-REGISTER-LINE
                   STRING "HELD       " UP-PARENT-ID " "
                       UP-PARENT-NAME " " HD-REASON-DESC
                       DELIMITED BY SIZE INTO BG-REGISTER-LINE
                   WRITE BG-REGISTER-LINE

               WHEN WS-BUREAU-FOUND = "N" AND
                    WS-CASE-QUALIFIES = "Y" AND
                    WS-CASE-SUPPRESSED = "N"
