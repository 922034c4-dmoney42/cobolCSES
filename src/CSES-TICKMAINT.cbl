       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-TICKMAINT.

      *> Tickler (caseworker diary) maintenance - the follow-ups a
      *> worker commits to that the batch has no way to detect on its
      *> own: "employer response due in 20 days", "hearing on the
      *> 14th, confirm the purge payment". Driven by a typed
      *> transaction file the same way case maintenance is; every
      *> applied action writes a before/after image pair to the
      *> tickler audit log, and anything that fails validation or
      *> names an unknown entry goes to the reject file with a reason
      *> code.
      *>
      *> Action codes:
      *>   TA - add a diary entry to a case, due on the date keyed,
      *>        owned by the worker keyed (spaces leave it with the
      *>        worker whose range covers the case)
      *>   TC - complete an open entry, named by case, entry date
      *>        and sequence; the worker keyed is recorded as the
      *>        one who completed it
      *>
      *> Reject reason codes:
      *>   UA - action code unknown
      *>   NF - case not on the parent master, or entry not on the
      *>        tickler master
      *>   FV - a field fails validation
      *>   CL - case already closed
      *>   DC - entry already completed
      *>   TF - no sequence left for the case on the entry date

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT TICKLER-MASTER-FILE
               ASSIGN TO "data/tickler_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TICKLER-KEY
               FILE STATUS IS WS-TICKLER-FILE-STATUS.

           SELECT TICKLER-TRANSACTION-FILE
               ASSIGN TO "data/tickler_transactions.dat".

           SELECT TICKLER-AUDIT-FILE
               ASSIGN TO "data/tickler_audit.dat".

           SELECT TICKLER-REJECT-FILE
               ASSIGN TO "data/tickler_rejects.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "PARENT-MASTER".
             COPY "TICKLER-MASTER".

       FD  TICKLER-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS TICKLER-TRANSACTION-RECORD.

       01  TICKLER-TRANSACTION-RECORD.
           05  TT-ACTION-CODE        PIC X(02).
               88  TT-ADD-ENTRY          VALUE "TA".
               88  TT-COMPLETE-ENTRY     VALUE "TC".
           05  TT-CASE-ID            PIC X(08).
      *>   TC only - the entry date and sequence of the entry being
      *>   completed, as the worklist prints them
           05  TT-ENTRY-DATE         PIC X(08).
           05  TT-ENTRY-DATE-NUM REDEFINES TT-ENTRY-DATE
                                     PIC 9(08).
           05  TT-ENTRY-SEQ          PIC X(03).
           05  TT-ENTRY-SEQ-NUM REDEFINES TT-ENTRY-SEQ
                                     PIC 9(03).
      *>   Owning worker on TA, completing worker on TC
           05  TT-WORKER-ID          PIC X(05).
      *>   TA only
           05  TT-DUE-DATE           PIC X(08).
           05  TT-DUE-DATE-NUM REDEFINES TT-DUE-DATE
                                     PIC 9(08).
           05  TT-DESCRIPTION        PIC X(40).

      *> Before/after image pair per applied action
       FD  TICKLER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS TICKLER-AUDIT-RECORD.

       01  TICKLER-AUDIT-RECORD.
           05  TA-ACTION-CODE        PIC X(02).
           05  TA-RUN-DATE           PIC 9(08).
           05  TA-BEFORE-IMAGE       PIC X(120).
           05  TA-AFTER-IMAGE        PIC X(120).

       FD  TICKLER-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS TICKLER-REJECT-RECORD.

       01  TICKLER-REJECT-RECORD.
           05  TR-RECORD-IMAGE       PIC X(74).
           05  TR-REASON-CODE        PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-EOF-TRANSACTIONS    PIC X VALUE "N".
       01  WS-PARENT-FOUND        PIC X VALUE "N".
       01  WS-TICKLER-FOUND       PIC X VALUE "N".
       01  WS-TICKLER-WRITTEN     PIC X VALUE "N".
       01  WS-TICKLER-DAY-FULL    PIC X VALUE "N".
       01  WS-TRANS-REJECTED      PIC X VALUE "N".
       01  WS-DATE-VALID          PIC X VALUE "N".

       01  WS-PARENT-FILE-STATUS  PIC X(02).
       01  WS-TICKLER-FILE-STATUS PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EDIT-DATE           PIC X(8).

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR          PIC 9(04).
           05  WS-DATE-MONTH         PIC 9(02).
           05  WS-DATE-DAY           PIC 9(02).
       01  WS-DAYS-IN-MONTH          PIC 9(02).

       01  WS-TICKMAINT-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "TICKLER MAINTENANCE RUN STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "TICKMAINT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PARENT-MASTER-FILE.

           OPEN I-O TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               OPEN OUTPUT TICKLER-MASTER-FILE
               CLOSE TICKLER-MASTER-FILE
               OPEN I-O TICKLER-MASTER-FILE
           END-IF

           OPEN INPUT TICKLER-TRANSACTION-FILE.
           OPEN OUTPUT TICKLER-AUDIT-FILE
                       TICKLER-REJECT-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           READ TICKLER-TRANSACTION-FILE
               AT END MOVE "Y" TO WS-EOF-TRANSACTIONS
           END-READ.

       *> ==================================================
       *> ONE PASS OVER THE TRANSACTION FILE - EACH ACTION
       *> VALIDATES, APPLIES, AND LOGS ITS OWN IMAGES
       *> ==================================================
           PERFORM UNTIL WS-EOF-TRANSACTIONS = "Y"

               MOVE "N" TO WS-TRANS-REJECTED
               MOVE SPACES TO TR-REASON-CODE

               EVALUATE TRUE
                   WHEN TT-ADD-ENTRY
                       PERFORM 1100-ADD-ENTRY
                           THRU 1100-ADD-ENTRY-EXIT
                   WHEN TT-COMPLETE-ENTRY
                       PERFORM 1200-COMPLETE-ENTRY
                           THRU 1200-COMPLETE-ENTRY-EXIT
                   WHEN OTHER
                       MOVE "UA" TO TR-REASON-CODE
                       PERFORM 9100-REJECT-TRANSACTION
                           THRU 9100-REJECT-TRANSACTION-EXIT
               END-EVALUATE

               READ TICKLER-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-EOF-TRANSACTIONS
               END-READ

           END-PERFORM.

           DISPLAY "TICKLER ACTIONS APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "TICKLER ACTIONS REJECTED: " WS-REJECT-COUNT.

           CLOSE PARENT-MASTER-FILE
                 TICKLER-MASTER-FILE
                 TICKLER-TRANSACTION-FILE
                 TICKLER-AUDIT-FILE
                 TICKLER-REJECT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "APPLIED" TO JC-COUNT-LABEL(1)
           MOVE WS-APPLIED-COUNT TO JC-COUNT(1)
           MOVE "REJECTED" TO JC-COUNT-LABEL(2)
           MOVE WS-REJECT-COUNT TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "TICKLER MAINTENANCE RUN COMPLETE".

           STOP RUN.

       *> ==================================================
       *> TA - ADD A DIARY ENTRY TO AN OPEN CASE
       *> ==================================================
       1100-ADD-ENTRY.
           IF TT-DESCRIPTION = SPACES
               MOVE "FV" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1100-ADD-ENTRY-EXIT
           END-IF

      *>   A follow-up already in the past when keyed is a typo,
      *>   not a diary entry
           MOVE TT-DUE-DATE TO WS-EDIT-DATE
           PERFORM 9400-EDIT-DATE THRU 9400-EDIT-DATE-EXIT
           IF WS-DATE-VALID = "N" OR TT-DUE-DATE-NUM < WS-RUN-DATE
               MOVE "FV" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1100-ADD-ENTRY-EXIT
           END-IF

           PERFORM 9300-READ-PARENT THRU 9300-READ-PARENT-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 1100-ADD-ENTRY-EXIT
           END-IF

           IF PM-CASE-CLOSED
               MOVE "CL" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1100-ADD-ENTRY-EXIT
           END-IF

           MOVE SPACES TO TICKLER-MASTER-RECORD
           MOVE PM-PARENT-ID TO TK-CASE-ID
           MOVE WS-RUN-DATE TO TK-ENTRY-DATE
           MOVE 1 TO TK-ENTRY-SEQ
           MOVE TT-WORKER-ID TO TK-WORKER-ID
           MOVE TT-DUE-DATE-NUM TO TK-DUE-DATE
           SET TK-TYPE-MANUAL TO TRUE
           SET TK-STATUS-OPEN TO TRUE
           MOVE TT-DESCRIPTION TO TK-DESCRIPTION
           MOVE "TICKMAINT" TO TK-SOURCE-PROGRAM
           MOVE 0 TO TK-COMPLETED-DATE

      *>   Next free sequence for the case today - the key is taken
      *>   when the write goes through
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

           IF WS-TICKLER-WRITTEN = "N"
               MOVE "TF" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1100-ADD-ENTRY-EXIT
           END-IF

           MOVE SPACES TO TA-BEFORE-IMAGE
           MOVE TICKLER-MASTER-RECORD TO TA-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1100-ADD-ENTRY-EXIT.
           EXIT.

       *> ==================================================
       *> TC - COMPLETE AN OPEN DIARY ENTRY
       *> ==================================================
       1200-COMPLETE-ENTRY.
           IF TT-CASE-ID NOT NUMERIC OR
              TT-ENTRY-DATE NOT NUMERIC OR
              TT-ENTRY-SEQ NOT NUMERIC
               MOVE "FV" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1200-COMPLETE-ENTRY-EXIT
           END-IF

           MOVE TT-CASE-ID TO TK-CASE-ID
           MOVE TT-ENTRY-DATE-NUM TO TK-ENTRY-DATE
           MOVE TT-ENTRY-SEQ-NUM TO TK-ENTRY-SEQ
           READ TICKLER-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-TICKLER-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-TICKLER-FOUND
           END-READ

           IF WS-TICKLER-FOUND = "N"
               MOVE "NF" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1200-COMPLETE-ENTRY-EXIT
           END-IF

           IF TK-STATUS-COMPLETED
               MOVE "DC" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1200-COMPLETE-ENTRY-EXIT
           END-IF

           MOVE TICKLER-MASTER-RECORD TO TA-BEFORE-IMAGE
           SET TK-STATUS-COMPLETED TO TRUE
           MOVE WS-RUN-DATE TO TK-COMPLETED-DATE
           MOVE TT-WORKER-ID TO TK-COMPLETED-BY
           REWRITE TICKLER-MASTER-RECORD
           MOVE TICKLER-MASTER-RECORD TO TA-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1200-COMPLETE-ENTRY-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - WRITE THE TRANSACTION TO THE REJECT FILE
       *> ==================================================
       9100-REJECT-TRANSACTION.
           MOVE "Y" TO WS-TRANS-REJECTED
           MOVE TICKLER-TRANSACTION-RECORD TO TR-RECORD-IMAGE
           WRITE TICKLER-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       9100-REJECT-TRANSACTION-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - LOG THE BEFORE/AFTER IMAGE PAIR
       *> ==================================================
       9200-WRITE-AUDIT.
           MOVE TT-ACTION-CODE TO TA-ACTION-CODE
           MOVE WS-RUN-DATE TO TA-RUN-DATE
           WRITE TICKLER-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       9200-WRITE-AUDIT-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - READ THE CASE NAMED ON THE TRANSACTION,
       *> REJECTING AN UNKNOWN OR NON-NUMERIC KEY
       *> ==================================================
       9300-READ-PARENT.
           IF TT-CASE-ID NOT NUMERIC
               MOVE "FV" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 9300-READ-PARENT-EXIT
           END-IF

           MOVE TT-CASE-ID TO PM-PARENT-ID
           READ PARENT-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-PARENT-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-PARENT-FOUND
           END-READ

           IF WS-PARENT-FOUND = "N"
               MOVE "NF" TO TR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
           END-IF.

       9300-READ-PARENT-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - DATE EDIT, REAL CALENDAR DAYS ONLY
       *> ==================================================
       9400-EDIT-DATE.
           MOVE "N" TO WS-DATE-VALID

           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 9400-EDIT-DATE-EXIT
           END-IF

           MOVE WS-EDIT-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-EDIT-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-EDIT-DATE(7:2) TO WS-DATE-DAY

           IF WS-DATE-YEAR < 1900 OR WS-DATE-YEAR > 2099 OR
              WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12 OR
              WS-DATE-DAY < 1
               GO TO 9400-EDIT-DATE-EXIT
           END-IF

           EVALUATE WS-DATE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-DATE-YEAR, 4) = 0 AND
                      (FUNCTION MOD(WS-DATE-YEAR, 100) NOT = 0 OR
                       FUNCTION MOD(WS-DATE-YEAR, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-DATE-DAY NOT > WS-DAYS-IN-MONTH
               MOVE "Y" TO WS-DATE-VALID
           END-IF.

       9400-EDIT-DATE-EXIT.
           EXIT.
