      *> reached ninety days with no payment. The referral master
      *> keeps one row per case so a case already at the agency is
      *> never re-referred; a lifted case that goes ninety days quiet
      *> again is referred anew. Each referral diaries a follow-up
      *> for the case's worker to confirm the agency acted on it.
      *> A case the death or incarceration match has put on hold is
      *> not referred - it is listed on the job log and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT UPDATED-PARENT-FILE
               ASSIGN TO "data/parent_master_updated.dat".

      *> Keyed lookup of the address a lift is logged against -
      *> the audit row carries only the case
           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT REFERRAL-MASTER-FILE
               ASSIGN TO "data/referral_master.dat"
               ORGANIZATION IS INDEXED
           SELECT LICENSE-LIFT-FILE
               ASSIGN TO "data/license_lifts.dat".

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

      *> Keyed lookup of the case's enforcement hold, if any
           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


             COPY "UPDATED-PARENT".

             COPY "PARENT-MASTER".

      *> One row per case ever referred - R means the case stands
      *> referred at the licensing agency, L means the last referral
      *> was lifted (and the case may be referred again later)
           05  LF-PAYMENT-DATE       PIC 9(8).
           05  LF-PAYMENT-REFERENCE  PIC X(10).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "TICKLER-MASTER".

             COPY "CASE-HOLD".

       WORKING-STORAGE SECTION.

       01  WS-EOF-AUDIT           PIC X VALUE "N".
       01  WS-REFERRAL-FOUND      PIC X VALUE "N".

       01  WS-REFERRAL-FILE-STATUS     PIC X(02).
       01  WS-PARENT-FILE-STATUS       PIC X(02).
       01  WS-TICKLER-FILE-STATUS PIC X(02).
       01  WS-TICKLER-WRITTEN     PIC X VALUE "N".
       01  WS-TICKLER-DAY-FULL    PIC X VALUE "N".
       01  WS-TICKLER-DAYS        PIC 9(3).
       01  WS-TICKLER-COUNT       PIC 9(7) VALUE 0.
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-HOLD-AVAILABLE      PIC X VALUE "N".
       01  WS-CASE-HELD           PIC X VALUE "N".

      *> Days the licensing agency is given before the worker checks
       01  WS-REFERRAL-FOLLOWUP-DAYS   PIC 9(3) VALUE 30.

       01  WS-RUN-DATE            PIC 9(8).

           05  WS-LIFT-COUNT               PIC 9(7) VALUE 0.
           05  WS-REFERRED-COUNT           PIC 9(7) VALUE 0.
           05  WS-ALREADY-REFERRED-COUNT   PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "LICENSE REFERRAL PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "REFERRAL" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REFERRAL-MASTER-FILE.

           IF WS-REFERRAL-FILE-STATUS = "35"
               OPEN I-O REFERRAL-MASTER-FILE
           END-IF

           OPEN I-O TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               OPEN OUTPUT TICKLER-MASTER-FILE
               CLOSE TICKLER-MASTER-FILE
               OPEN I-O TICKLER-MASTER-FILE
           END-IF

           OPEN INPUT PAYMENT-AUDIT-FILE
                      UPDATED-PARENT-FILE
                      PARENT-MASTER-FILE.

           OPEN OUTPUT LICENSE-REFERRAL-FILE
                       LICENSE-LIFT-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

      *>   No hold master yet means no case has ever been held
           OPEN INPUT CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

               END-READ

      *>       Only a real payment lifts - a reversal audit row is
      *>       money going back OUT of the case, not money moving in,
      *>       and an adjustment row moves no money at all
               IF WS-REFERRAL-FOUND = "Y" AND RF-STATUS-REFERRED
                  AND PA-TYPE-PAYMENT
                   MOVE PA-PARENT-ID TO LF-CASE-ID
                   MOVE WS-RUN-DATE TO LF-LIFT-DATE
                   MOVE PA-PAYMENT-DATE TO LF-PAYMENT-DATE
                   MOVE PA-SOURCE-REFERENCE TO LF-PAYMENT-REFERENCE
                   WRITE LICENSE-LIFT-RECORD

                   MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
                   MOVE PA-PARENT-ID TO PM-PARENT-ID
                   READ PARENT-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PM-ADDRESS TO CH-ADDRESS
                           MOVE PM-ADDRESS-STATUS TO CH-ADDRESS-STATUS
                   END-READ
                   MOVE PA-PARENT-ID TO CH-CASE-ID
                   MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
                   SET CH-DOC-LIFT TO TRUE
                   SET CH-TO-AGENCY TO TRUE
                   MOVE "REFERRAL" TO CH-SOURCE-PROGRAM
                   MOVE PA-SOURCE-REFERENCE TO CH-REFERENCE
                   WRITE CORRESPONDENCE-HISTORY-RECORD

                   SET RF-STATUS-LIFTED TO TRUE
                   MOVE WS-RUN-DATE TO RF-LIFT-DATE
                   REWRITE REFERRAL-MASTER-RECORD
                               MOVE "Y" TO WS-REFERRAL-FOUND
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

                       IF WS-REFERRAL-FOUND = "Y" AND
                          RF-STATUS-REFERRED
      *>                   Already at the agency - never re-refer
      *>                   helps nobody; the next run re-refers if
      *>                   the case stays quiet
                           CONTINUE
                       ELSE
                       IF WS-CASE-HELD = "Y"
      *>                   Deceased or in custody - the agency is not
      *>                   asked to suspend a license the hold says
      *>                   to leave alone
                           DISPLAY "HELD - NOT REFERRED ("
                               HD-REASON-DESC "): " UP-PARENT-ID
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           MOVE UP-PARENT-ID TO LR-CASE-ID
                           MOVE UP-PARENT-NAME TO LR-PARENT-NAME
                           MOVE WS-RUN-DATE TO LR-REFERRAL-DATE
                           WRITE LICENSE-REFERRAL-RECORD

                           MOVE SPACES TO
                               CORRESPONDENCE-HISTORY-RECORD
                           MOVE UP-PARENT-ID TO CH-CASE-ID
                           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
                           SET CH-DOC-REFERRAL TO TRUE
                           SET CH-TO-AGENCY TO TRUE
                           MOVE UP-ADDRESS TO CH-ADDRESS
                           MOVE UP-ADDRESS-STATUS TO CH-ADDRESS-STATUS
                           MOVE "REFERRAL" TO CH-SOURCE-PROGRAM
                           WRITE CORRESPONDENCE-HISTORY-RECORD

                           IF WS-REFERRAL-FOUND = "Y"
      *>                       Lifted earlier, gone quiet again -
      *>                       the row flips back to referred
                               WRITE REFERRAL-MASTER-RECORD
                           END-IF

                           MOVE SPACES TO TICKLER-MASTER-RECORD
                           MOVE UP-PARENT-ID TO TK-CASE-ID
                           SET TK-TYPE-REFERRAL TO TRUE
                           MOVE "LICENSE REFERRAL - CONFIRM SUSPENSION"
                               TO TK-DESCRIPTION
                           MOVE WS-REFERRAL-FOLLOWUP-DAYS TO
                               WS-TICKLER-DAYS
                           PERFORM 8100-ADD-TICKLER-ENTRY
                               THRU 8100-ADD-TICKLER-ENTRY-EXIT

                           ADD 1 TO WS-REFERRED-COUNT

                           DISPLAY "CASE REFERRED FOR LICENSE "
                               "SUSPENSION: " UP-PARENT-ID
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF

           DISPLAY "REFERRALS LIFTED: " WS-LIFT-COUNT.
           DISPLAY "CASES REFERRED: " WS-REFERRED-COUNT.
           DISPLAY "ALREADY AT AGENCY: " WS-ALREADY-REFERRED-COUNT.
           DISPLAY "SKIPPED - CASE ON HOLD: " WS-HELD-COUNT.
           DISPLAY "DIARY ENTRIES WRITTEN: " WS-TICKLER-COUNT.

           CLOSE PAYMENT-AUDIT-FILE
                 UPDATED-PARENT-FILE
                 PARENT-MASTER-FILE
                 REFERRAL-MASTER-FILE
                 LICENSE-REFERRAL-FILE
                 LICENSE-LIFT-FILE
                 CORRESPONDENCE-HISTORY-FILE
                 TICKLER-MASTER-FILE.

           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE CASE-HOLD-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "REFERRED" TO JC-COUNT-LABEL(1)
           MOVE WS-REFERRED-COUNT TO JC-COUNT(1)
           MOVE "LIFTED" TO JC-COUNT-LABEL(2)
           MOVE WS-LIFT-COUNT TO JC-COUNT(2)
           MOVE "ALREADY REF" TO JC-COUNT-LABEL(3)
           MOVE WS-ALREADY-REFERRED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "LICENSE REFERRAL PROCESSING COMPLETE".

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
           MOVE "REFERRAL" TO TK-SOURCE-PROGRAM
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
