      *> Generates delinquency notice letters from the updated parent
      *> extract - one letter per DELINQUENT or SEVERELY DELINQUENT
      *> case, with escalating language for the more severe tier.
      *> A case the death or incarceration match has put on hold is
      *> not mailed - it is listed on the job log and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-LETTER-FILE
               ASSIGN TO "data/delinquency_notices.dat".

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


       01  NL-LETTER-LINE                 PIC X(80).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "CASE-HOLD".

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-NOTICE-COUNT        PIC 9(7) VALUE 0.
      *> Cases due a letter whose address the returned-mail run has
      *> flagged undeliverable - counted, never mailed
       01  WS-BAD-ADDRESS-COUNT   PIC 9(7) VALUE 0.
      *> Cases due a letter that stand on an enforcement hold
       01  WS-HELD-COUNT          PIC 9(7) VALUE 0.
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-HOLD-AVAILABLE      PIC X VALUE "N".
       01  WS-CASE-HELD           PIC X VALUE "N".
       01  WS-ED-ARREARS          PIC $$$,$$$,$$9.99.
       01  WS-ED-OBLIG            PIC $$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "DELINQUENCY NOTICE GENERATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "NOTICES" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT UPDATED-PARENT-FILE.
           OPEN OUTPUT NOTICE-LETTER-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

      *>   No hold master yet means no case has ever been held
           OPEN INPUT CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           READ UPDATED-PARENT-FILE
               AT END MOVE "Y" TO WS-EOF-PARENTS

           PERFORM UNTIL WS-EOF-PARENTS = "Y"

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

               IF (UP-STATUS-FLAG = "DELINQUENT" OR
                   UP-STATUS-FLAG = "SEVERELY DELINQUENT") AND
                  WS-CASE-HELD = "Y"
      *>           Deceased or in custody - a demand letter is
      *>           wrong on its face until a caseworker says so
                   DISPLAY "HELD - NO NOTICE (" HD-REASON-DESC
                       "): " UP-PARENT-ID
                   ADD 1 TO WS-HELD-COUNT
               ELSE
               IF (UP-STATUS-FLAG = "DELINQUENT" OR
                   UP-STATUS-FLAG = "SEVERELY DELINQUENT") AND
                  UP-ADDRESS-BAD
                   MOVE SPACES TO NL-LETTER-LINE
                   WRITE NL-LETTER-LINE

      *>           On the correspondence history - the proof of what
      *>           was mailed, and where
                   MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
                   MOVE UP-PARENT-ID TO CH-CASE-ID
                   MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
                   SET CH-DOC-DELINQUENCY TO TRUE
                   SET CH-TO-PARENT TO TRUE
                   MOVE UP-ADDRESS TO CH-ADDRESS
                   MOVE UP-ADDRESS-STATUS TO CH-ADDRESS-STATUS
                   MOVE "NOTICES" TO CH-SOURCE-PROGRAM
                   MOVE UP-STATUS-FLAG TO CH-REFERENCE
                   WRITE CORRESPONDENCE-HISTORY-RECORD

                   ADD 1 TO WS-NOTICE-COUNT

               END-IF
               END-IF
               END-IF

               READ UPDATED-PARENT-FILE
                   AT END MOVE "Y" TO WS-EOF-PARENTS

           DISPLAY "NOTICES GENERATED: " WS-NOTICE-COUNT.
           DISPLAY "SKIPPED - BAD ADDRESS: " WS-BAD-ADDRESS-COUNT.
           DISPLAY "SKIPPED - CASE ON HOLD: " WS-HELD-COUNT.

           CLOSE UPDATED-PARENT-FILE
                 NOTICE-LETTER-FILE
                 CORRESPONDENCE-HISTORY-FILE.

           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE CASE-HOLD-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "NOTICES" TO JC-COUNT-LABEL(1)
           MOVE WS-NOTICE-COUNT TO JC-COUNT(1)
           MOVE "BAD ADDRESS" TO JC-COUNT-LABEL(2)
           MOVE WS-BAD-ADDRESS-COUNT TO JC-COUNT(2)
           MOVE "HELD" TO JC-COUNT-LABEL(3)
           MOVE WS-HELD-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "DELINQUENCY NOTICE GENERATION COMPLETE".

