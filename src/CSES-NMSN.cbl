      *> once. The NMSN master remembers which employer each case's
      *> notice went to, so a notice goes out again only when the
      *> case gains a different employer (a new job means a new
      *> plan to enroll in). Every notice sent diaries a follow-up
      *> for the case's worker to chase the employer's response.
      *>
      *> The same walk writes the coverage-compliance report: every
      *> child ordered covered but not enrolled, by case - the line
           SELECT NMSN-REGISTER-FILE
               ASSIGN TO "data/nmsn_register.dat".

      *> OPTIONAL - the first document ever logged starts the file
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

      *> Diary entries - the worker is reminded to follow up
           SELECT TICKLER-MASTER-FILE
               ASSIGN TO "data/tickler_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TICKLER-KEY
               FILE STATUS IS WS-TICKLER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  NG-REGISTER-LINE               PIC X(80).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "TICKLER-MASTER".

       WORKING-STORAGE SECTION.

       01  WS-EOF-RESPONSES       PIC X VALUE "N".
       01  WS-PARENT-FILE-STATUS  PIC X(02).
       01  WS-CHILD-FILE-STATUS   PIC X(02).
       01  WS-NMSN-FILE-STATUS    PIC X(02).
       01  WS-TICKLER-FILE-STATUS PIC X(02).
       01  WS-TICKLER-WRITTEN     PIC X VALUE "N".
       01  WS-TICKLER-DAY-FULL    PIC X VALUE "N".
       01  WS-TICKLER-DAYS        PIC 9(3).
       01  WS-TICKLER-COUNT       PIC 9(7) VALUE 0.

      *> Days the employer has to answer before the worker chases
       01  WS-RESPONSE-FOLLOWUP-DAYS PIC 9(3) VALUE 20.

       01  WS-RUN-DATE            PIC 9(8).


       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "MEDICAL SUPPORT NOTICE PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "NMSN" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHILD-MASTER-FILE.

           OPEN I-O NMSN-MASTER-FILE.
               OPEN I-O NMSN-MASTER-FILE
           END-IF

           OPEN I-O TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               OPEN OUTPUT TICKLER-MASTER-FILE
               CLOSE TICKLER-MASTER-FILE
               OPEN I-O TICKLER-MASTER-FILE
           END-IF

           OPEN INPUT NMSN-RESPONSE-FILE
                      PARENT-MASTER-FILE.

           OPEN OUTPUT NMSN-TRANSMISSION-FILE
                       COMPLIANCE-REPORT-FILE
                       NMSN-REGISTER-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "NOTICES TRANSMITTED: " WS-NOTICE-COUNT.
           DISPLAY "CHILDREN ENROLLED: " WS-ENROLLED-COUNT.
           DISPLAY "ORDERED NOT ENROLLED: " WS-UNENROLLED-TOTAL.
           DISPLAY "DIARY ENTRIES WRITTEN: " WS-TICKLER-COUNT.

           CLOSE NMSN-RESPONSE-FILE
                 PARENT-MASTER-FILE
                 NMSN-MASTER-FILE
                 NMSN-TRANSMISSION-FILE
                 COMPLIANCE-REPORT-FILE
                 NMSN-REGISTER-FILE
                 CORRESPONDENCE-HISTORY-FILE
                 TICKLER-MASTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "RESPONSES" TO JC-COUNT-LABEL(1)
           MOVE WS-RESPONSE-COUNT TO JC-COUNT(1)
           MOVE "ENROLLED" TO JC-COUNT-LABEL(2)
           MOVE WS-ENROLLED-COUNT TO JC-COUNT(2)
           MOVE "NOTICES" TO JC-COUNT-LABEL(3)
           MOVE WS-NOTICE-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "MEDICAL SUPPORT NOTICE PROCESSING COMPLETE".

           MOVE WS-RUN-DATE TO NT-SENT-DATE
           WRITE NMSN-TRANSMISSION-RECORD

      *>   The notice goes to the plan's employer, not the parent
           MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
           MOVE PM-PARENT-ID TO CH-CASE-ID
           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
           SET CH-DOC-MEDICAL TO TRUE
           SET CH-TO-EMPLOYER TO TRUE
           MOVE PM-EMPLOYER-ADDRESS TO CH-ADDRESS
           MOVE "NMSN" TO CH-SOURCE-PROGRAM
           MOVE PM-EMPLOYER-NAME TO CH-REFERENCE
           WRITE CORRESPONDENCE-HISTORY-RECORD

           MOVE PM-PARENT-ID TO NM-CASE-ID
           MOVE PM-EMPLOYER-NAME TO NM-EMPLOYER-NAME
           MOVE WS-RUN-DATE TO NM-SENT-DATE
               WRITE NMSN-MASTER-RECORD
           END-IF

           MOVE SPACES TO TICKLER-MASTER-RECORD
           MOVE PM-PARENT-ID TO TK-CASE-ID
           SET TK-TYPE-MEDICAL TO TRUE
           MOVE "NMSN SENT - CHECK FOR EMPLOYER RESPONSE" TO
               TK-DESCRIPTION
           MOVE WS-RESPONSE-FOLLOWUP-DAYS TO WS-TICKLER-DAYS
           PERFORM 8100-ADD-TICKLER-ENTRY
               THRU 8100-ADD-TICKLER-ENTRY-EXIT

           ADD 1 TO WS-NOTICE-COUNT

           MOVE SPACES TO NG-REGISTER-LINE

       2100-WORK-ONE-CASE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE DIARY ENTRY ONTO THE TICKLER MASTER - THE
       *> CALLER HAS SET CASE, TYPE, DESCRIPTION, AND THE
       *> FOLLOW-UP DAYS; THE FIRST FREE SEQUENCE FOR THE
       *> CASE TODAY TAKES THE KEY
       *> ==================================================
       8100-ADD-TICKLER-ENTRY.
           MOVE WS-RUN-DATE TO TK-ENTRY-DATE
           MOVE 1 TO TK-ENTRY-SEQ
           COMPUTE TK-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-TICKLER-DAYS)
           SET TK-STATUS-OPEN TO TRUE
           MOVE "NMSN" TO TK-SOURCE-PROGRAM
           MOVE 0 TO TK-COMPLETED-DATE

           MOVE "N" TO WS-TICKLER-WRITTEN
           MOVE "N" TO WS-TICKLER-DAY-FULL
           PERFORM UNTIL WS-TICKLER-WRITTEN = "Y"
                      OR WS-TICKLER-DAY-FULL = "Y"
               WRITE TICKLER-MASTER-RECORD
                   INVALID KEY
                       IF TK-ENTRY-SEQ = 999
                           MOVE "Y" TO WS-TICKLER-DAY-FULL
                       ELSE
                           ADD 1 TO TK-ENTRY-SEQ
                       END-IF
                   NOT INVALID KEY MOVE "Y" TO WS-TICKLER-WRITTEN
               END-WRITE
           END-PERFORM

           IF WS-TICKLER-WRITTEN = "Y"
               ADD 1 TO WS-TICKLER-COUNT
           ELSE
               DISPLAY "NO TICKLER SEQUENCE LEFT TODAY, NOT DIARIED: "
                   TK-CASE-ID
           END-IF.

       8100-ADD-TICKLER-ENTRY-EXIT.
           EXIT.
