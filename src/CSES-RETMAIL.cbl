      *> locate request to the state locate service carrying the case
      *> ID, name, last known address, and employer. A case already
      *> flagged bad is not re-requested - the locate service is
      *> already working it. Each locate request also diaries a
      *> follow-up for the case's worker to check what the locate
      *> service turned up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOCATE-REQUEST-FILE
               ASSIGN TO "data/locate_requests.dat".

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

           05  LQ-EMPLOYER-NAME      PIC X(20).
           05  LQ-REQUEST-DATE       PIC 9(08).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "TICKLER-MASTER".

       WORKING-STORAGE SECTION.

       01  WS-EOF-RETURNS         PIC X VALUE "N".
       01  WS-PARENT-FOUND        PIC X VALUE "N".

       01  WS-PARENT-FILE-STATUS  PIC X(02).
       01  WS-TICKLER-FILE-STATUS PIC X(02).
       01  WS-TICKLER-WRITTEN     PIC X VALUE "N".
       01  WS-TICKLER-DAY-FULL    PIC X VALUE "N".
       01  WS-TICKLER-DAYS        PIC 9(3).
       01  WS-TICKLER-COUNT       PIC 9(7) VALUE 0.

      *> Days the locate service is given before the worker checks
       01  WS-LOCATE-FOLLOWUP-DAYS PIC 9(3) VALUE 30.

       01  WS-RUN-DATE            PIC 9(8).

           05  WS-ALREADY-BAD-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-CASE-COUNT     PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "RETURNED MAIL PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "RETMAIL" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PARENT-MASTER-FILE.

           OPEN I-O TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               OPEN OUTPUT TICKLER-MASTER-FILE
               CLOSE TICKLER-MASTER-FILE
               OPEN I-O TICKLER-MASTER-FILE
           END-IF

           OPEN INPUT RETURNED-MAIL-FILE.
           OPEN OUTPUT LOCATE-REQUEST-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                           MOVE WS-RUN-DATE TO LQ-REQUEST-DATE
                           WRITE LOCATE-REQUEST-RECORD

      *>                   To the locate service, carrying the address
      *>                   that was still good until this return
                           MOVE SPACES TO
                               CORRESPONDENCE-HISTORY-RECORD
                           MOVE PM-PARENT-ID TO CH-CASE-ID
                           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
                           SET CH-DOC-LOCATE TO TRUE
                           SET CH-TO-AGENCY TO TRUE
                           MOVE PM-ADDRESS TO CH-ADDRESS
                           MOVE "RETMAIL" TO CH-SOURCE-PROGRAM
                           MOVE RT-RETURN-REASON TO CH-REFERENCE
                           WRITE CORRESPONDENCE-HISTORY-RECORD

                           MOVE SPACES TO TICKLER-MASTER-RECORD
                           MOVE PM-PARENT-ID TO TK-CASE-ID
                           SET TK-TYPE-LOCATE TO TRUE
                           STRING "LOCATE REQUESTED - "
                               "CHECK FOR NEW ADDRESS"
                               DELIMITED BY SIZE INTO TK-DESCRIPTION
                           MOVE WS-LOCATE-FOLLOWUP-DAYS TO
                               WS-TICKLER-DAYS
                           PERFORM 8100-ADD-TICKLER-ENTRY
                               THRU 8100-ADD-TICKLER-ENTRY-EXIT

                           ADD 1 TO WS-FLAGGED-COUNT

                           DISPLAY "ADDRESS FLAGGED BAD, LOCATE "
           DISPLAY "ADDRESSES FLAGGED BAD: " WS-FLAGGED-COUNT.
           DISPLAY "ALREADY FLAGGED: " WS-ALREADY-BAD-COUNT.
           DISPLAY "UNKNOWN CASES: " WS-UNKNOWN-CASE-COUNT.
           DISPLAY "DIARY ENTRIES WRITTEN: " WS-TICKLER-COUNT.

           CLOSE RETURNED-MAIL-FILE
                 PARENT-MASTER-FILE
                 LOCATE-REQUEST-FILE
                 CORRESPONDENCE-HISTORY-FILE
                 TICKLER-MASTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "FLAGGED" TO JC-COUNT-LABEL(1)
           MOVE WS-FLAGGED-COUNT TO JC-COUNT(1)
           MOVE "ALREADY BAD" TO JC-COUNT-LABEL(2)
           MOVE WS-ALREADY-BAD-COUNT TO JC-COUNT(2)
           MOVE "UNKNOWN CASE" TO JC-COUNT-LABEL(3)
           MOVE WS-UNKNOWN-CASE-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "RETURNED MAIL PROCESSING COMPLETE".

           STOP RUN.

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
           MOVE "RETMAIL" TO TK-SOURCE-PROGRAM
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
