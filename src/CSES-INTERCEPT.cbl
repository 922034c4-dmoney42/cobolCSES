      *>
      *> A certification register lists every action with amounts,
      *> because who-was-certified-at-what disputes are constant.
      *> A case the death or incarceration match has put on hold is
      *> neither certified nor modified while the hold stands - a
      *> standing certification is left as it was - and is listed
      *> HELD on the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTERCEPT-REGISTER-FILE
               ASSIGN TO "data/intercept_register.dat".

      *> OPTIONAL - the first document ever logged starts the file
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

      *> Keyed lookup of the case's enforcement hold, if any
           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  IR-REGISTER-LINE               PIC X(80).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "CASE-HOLD".

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-INTERCEPTS      PIC X VALUE "N".
       01  WS-INTERCEPT-FOUND     PIC X VALUE "N".
       01  WS-CASE-QUALIFIES      PIC X VALUE "N".
       01  WS-CASE-HELD           PIC X VALUE "N".

       01  WS-INTERCEPT-FILE-STATUS    PIC X(02).
       01  WS-HOLD-FILE-STATUS         PIC X(02).
       01  WS-HOLD-AVAILABLE           PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).

           05  WS-MODIFIED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-MODIFIED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-DECERTIFIED-COUNT        PIC 9(7)     VALUE 0.
           05  WS-HELD-COUNT               PIC 9(7)     VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "TAX REFUND INTERCEPT CERTIFICATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "INTERCEPT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O INTERCEPT-MASTER-FILE.

           IF WS-INTERCEPT-FILE-STATUS = "35"
           OPEN INPUT UPDATED-PARENT-FILE.
           OPEN OUTPUT CERTIFICATION-FILE
                       INTERCEPT-REGISTER-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

      *>   No hold master yet means no case has ever been held
           OPEN INPUT CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                   NOT INVALID KEY MOVE "Y" TO WS-INTERCEPT-FOUND
               END-READ

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
      *>               Deceased or in custody - no new or changed
      *>               certification while the hold stands; a row
      *>               already certified is kept seen so pass two
      *>               leaves it alone
                       IF WS-INTERCEPT-FOUND = "Y"
                           MOVE WS-RUN-DATE TO IN-LAST-SEEN-DATE
                           REWRITE INTERCEPT-MASTER-RECORD
                       END-IF

                       ADD 1 TO WS-HELD-COUNT

                       MOVE SPACES TO IR-REGISTER-LINE
                       STRING "HELD        " UP-PARENT-ID " "
                           UP-PARENT-NAME " " HD-REASON-DESC
                           DELIMITED BY SIZE INTO IR-REGISTER-LINE
                       WRITE IR-REGISTER-LINE

                   WHEN WS-CASE-QUALIFIES = "Y" AND
                        WS-INTERCEPT-FOUND = "N"
      *>               New certification
                           IC-CERTIFIED-AMOUNT
                       WRITE CERTIFICATION-RECORD

      *>               The offset program mails its pre-offset notice
      *>               to the address of record on a new certification
                       MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
                       MOVE UP-PARENT-ID TO CH-CASE-ID
                       MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
                       SET CH-DOC-INTERCEPT TO TRUE
                       SET CH-TO-AGENCY TO TRUE
                       MOVE UP-ADDRESS TO CH-ADDRESS
                       MOVE UP-ADDRESS-STATUS TO CH-ADDRESS-STATUS
                       MOVE "INTERCEPT" TO CH-SOURCE-PROGRAM
                       WRITE CORRESPONDENCE-HISTORY-RECORD

                       ADD 1 TO WS-CERTIFIED-COUNT
                       ADD WS-CERTIFIABLE-AMOUNT TO WS-CERTIFIED-TOTAL

               DELIMITED BY SIZE INTO IR-REGISTER-LINE
           WRITE IR-REGISTER-LINE

           MOVE WS-HELD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO IR-REGISTER-LINE
           STRING "HELD:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO IR-REGISTER-LINE
           WRITE IR-REGISTER-LINE

           DISPLAY "CASES CERTIFIED: " WS-CERTIFIED-COUNT.
           DISPLAY "CASES MODIFIED: " WS-MODIFIED-COUNT.
           DISPLAY "CASES DECERTIFIED: " WS-DECERTIFIED-COUNT.
           DISPLAY "CASES HELD: " WS-HELD-COUNT.

           CLOSE UPDATED-PARENT-FILE
                 INTERCEPT-MASTER-FILE
                 CERTIFICATION-FILE
                 INTERCEPT-REGISTER-FILE
                 CORRESPONDENCE-HISTORY-FILE.

           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE CASE-HOLD-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "CERTIFIED" TO JC-COUNT-LABEL(1)
           MOVE WS-CERTIFIED-COUNT TO JC-COUNT(1)
           MOVE "MODIFIED" TO JC-COUNT-LABEL(2)
           MOVE WS-MODIFIED-COUNT TO JC-COUNT(2)
           MOVE "DECERTIFIED" TO JC-COUNT-LABEL(3)
           MOVE WS-DECERTIFIED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "TAX REFUND INTERCEPT CERTIFICATION COMPLETE".

