      *>        bank fields are cleared per the master's rules)
      *>   CB - change bank details on a direct-deposit payee
      *>   AA - set assistance status / unreimbursed balance
      *>   AC - assign a child on the case to one of its payees
      *>
      *> Split custody: a case whose children live with different
      *> caretakers carries further payees, numbered 01-99, on the
      *> case-payee master. AP, CA, and AA with a payee number act on
      *> that payee instead of the custodial-master one (payee 00 or
      *> blank); a further payee is paid by check, so CM and CB name
      *> the custodial-master payee only. AC ties a child to a payee
      *> so the posting run splits the family's share by child.
      *>
      *> Every new or changed bank detail goes in prenote-pending:
      *> the ACH prenote cycle proves it before a live deposit
      *>
      *> Reject reason codes:
      *>   UA - action code unknown
      *>   NF - case not on the custodial master (or payee not on
      *>        the case-payee master, or child not on the case)
      *>   DK - add names a case already on the master
      *>   FV - a field fails validation
      *>   RT - bank routing number fails its check digit
               RECORD KEY IS CU-CASE-ID
               FILE STATUS IS WS-CUSTODIAL-FILE-STATUS.

           SELECT CASE-PAYEE-FILE
               ASSIGN TO "data/case_payee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-KEY
               FILE STATUS IS WS-CASE-PAYEE-FILE-STATUS.

           SELECT CHILD-PAYEE-FILE
               ASSIGN TO "data/child_payee_assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHILD-ID
               FILE STATUS IS WS-CHILD-PAYEE-FILE-STATUS.

      *> Read only - a child is assigned only to a payee on its own
      *> case
           SELECT CHILD-MASTER-FILE
               ASSIGN TO "data/child_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHILD-ID
               ALTERNATE RECORD KEY IS CC-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-CHILD-FILE-STATUS.

           SELECT CUSTODIAL-TRANSACTION-FILE
               ASSIGN TO "data/custodial_transactions.dat".

       FILE SECTION.

             COPY "CUSTODIAL-MASTER".
             COPY "CASE-PAYEE".
             COPY "CHILD-PAYEE".
             COPY "CHILD-MASTER".

       FD  CUSTODIAL-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS CUSTODIAL-TRANSACTION-RECORD.

       01  CUSTODIAL-TRANSACTION-RECORD.
               88  CT-CHANGE-METHOD      VALUE "CM".
               88  CT-CHANGE-BANK        VALUE "CB".
               88  CT-SET-ASSISTANCE     VALUE "AA".
               88  CT-ASSIGN-CHILD       VALUE "AC".
           05  CT-CASE-ID            PIC X(08).
           05  CT-PAYEE-NAME         PIC X(20).
           05  CT-ADDRESS            PIC X(30).
           05  CT-ASSIST-BALANCE     PIC X(09).
           05  CT-ASSIST-BALANCE-NUM REDEFINES CT-ASSIST-BALANCE
                                     PIC 9(7)V99.
      *>   Payee on the case the action names - 00 or blank is the
      *>   custodial-master payee, 01-99 a further payee
           05  CT-PAYEE-NUMBER       PIC X(02).
           05  CT-PAYEE-NUMBER-NUM REDEFINES CT-PAYEE-NUMBER
                                     PIC 9(02).
      *>   AC only - the child being assigned
           05  CT-CHILD-ID           PIC X(08).

      *> Before/after image pair per applied action - the proof
      *> behind every payee and bank-detail change
       FD  CUSTODIAL-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORD IS CUSTODIAL-REJECT-RECORD.

       01  CUSTODIAL-REJECT-RECORD.
           05  CJ-RECORD-IMAGE       PIC X(107).
           05  CJ-REASON-CODE        PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-CUSTODIAL-FOUND     PIC X VALUE "N".
       01  WS-TRANS-REJECTED      PIC X VALUE "N".
       01  WS-BANK-VALID          PIC X VALUE "N".
       01  WS-FURTHER-PAYEE       PIC X VALUE "N".
       01  WS-PAYEE-FOUND         PIC X VALUE "N".
       01  WS-ASSIGNMENT-FOUND    PIC X VALUE "N".

       01  WS-CUSTODIAL-FILE-STATUS    PIC X(02).
       01  WS-CASE-PAYEE-FILE-STATUS   PIC X(02).
       01  WS-CHILD-PAYEE-FILE-STATUS  PIC X(02).
       01  WS-CHILD-FILE-STATUS        PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).

           05  WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CUSTODIAL MASTER MAINTENANCE STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "CUSTMAINT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTODIAL-MASTER-FILE.

           IF WS-CUSTODIAL-FILE-STATUS = "35"
               OPEN I-O CUSTODIAL-MASTER-FILE
           END-IF

           OPEN I-O CASE-PAYEE-FILE.

           IF WS-CASE-PAYEE-FILE-STATUS = "35"
               OPEN OUTPUT CASE-PAYEE-FILE
               CLOSE CASE-PAYEE-FILE
               OPEN I-O CASE-PAYEE-FILE
           END-IF

           OPEN I-O CHILD-PAYEE-FILE.

           IF WS-CHILD-PAYEE-FILE-STATUS = "35"
               OPEN OUTPUT CHILD-PAYEE-FILE
               CLOSE CHILD-PAYEE-FILE
               OPEN I-O CHILD-PAYEE-FILE
           END-IF

           OPEN INPUT CHILD-MASTER-FILE.

           OPEN INPUT CUSTODIAL-TRANSACTION-FILE.
           OPEN OUTPUT CUSTODIAL-AUDIT-FILE
                       CUSTODIAL-REJECT-FILE.
               MOVE "N" TO WS-TRANS-REJECTED
               MOVE SPACES TO CJ-REASON-CODE

               MOVE "N" TO WS-FURTHER-PAYEE
               IF CT-PAYEE-NUMBER IS NUMERIC AND
                  CT-PAYEE-NUMBER-NUM > 0
                   MOVE "Y" TO WS-FURTHER-PAYEE
               END-IF

               EVALUATE TRUE
                   WHEN CT-PAYEE-NUMBER NOT = SPACES AND
                        CT-PAYEE-NUMBER NOT NUMERIC
                       MOVE "FV" TO CJ-REASON-CODE
                       PERFORM 9100-REJECT-TRANSACTION
                           THRU 9100-REJECT-TRANSACTION-EXIT
                   WHEN CT-ADD-PAYEE AND WS-FURTHER-PAYEE = "Y"
                       PERFORM 1600-ADD-CASE-PAYEE
                           THRU 1600-ADD-CASE-PAYEE-EXIT
                   WHEN CT-CHANGE-ADDRESS AND WS-FURTHER-PAYEE = "Y"
                       PERFORM 1700-CHANGE-PAYEE-ADDRESS
                           THRU 1700-CHANGE-PAYEE-ADDRESS-EXIT
                   WHEN CT-SET-ASSISTANCE AND WS-FURTHER-PAYEE = "Y"
                       PERFORM 1800-SET-PAYEE-ASSISTANCE
                           THRU 1800-SET-PAYEE-ASSISTANCE-EXIT
      *>           A further payee has no bank details to change
                   WHEN (CT-CHANGE-METHOD OR CT-CHANGE-BANK) AND
                        WS-FURTHER-PAYEE = "Y"
                       MOVE "MB" TO CJ-REASON-CODE
                       PERFORM 9100-REJECT-TRANSACTION
                           THRU 9100-REJECT-TRANSACTION-EXIT
                   WHEN CT-ASSIGN-CHILD
                       PERFORM 1900-ASSIGN-CHILD
                           THRU 1900-ASSIGN-CHILD-EXIT
                   WHEN CT-ADD-PAYEE
                       PERFORM 1100-ADD-PAYEE
                           THRU 1100-ADD-PAYEE-EXIT
           DISPLAY "MAINTENANCE ACTIONS REJECTED: " WS-REJECT-COUNT.

           CLOSE CUSTODIAL-MASTER-FILE
                 CASE-PAYEE-FILE
                 CHILD-PAYEE-FILE
                 CHILD-MASTER-FILE
                 CUSTODIAL-TRANSACTION-FILE
                 CUSTODIAL-AUDIT-FILE
                 CUSTODIAL-REJECT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "APPLIED" TO JC-COUNT-LABEL(1)
           MOVE WS-APPLIED-COUNT TO JC-COUNT(1)
           MOVE "REJECTED" TO JC-COUNT-LABEL(2)
           MOVE WS-REJECT-COUNT TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CUSTODIAL MASTER MAINTENANCE COMPLETE".

           STOP RUN.
       1500-SET-ASSISTANCE-EXIT.
           EXIT.

       *> ==================================================
       *> AP WITH A PAYEE NUMBER - ADD A FURTHER PAYEE TO A
       *> CASE ALREADY ON THE CUSTODIAL MASTER. PAID BY
       *> CHECK ONLY - THE BANK INTERFACE KNOWS A DEPOSIT BY
       *> CASE ALONE
       *> ==================================================
       1600-ADD-CASE-PAYEE.
           IF CT-CASE-ID NOT NUMERIC OR CT-CASE-ID = "00000000"
              OR CT-PAYEE-NAME = SPACES
              OR CT-ADDRESS = SPACES
               MOVE "FV" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1600-ADD-CASE-PAYEE-EXIT
           END-IF

           IF CT-PAYMENT-METHOD NOT = "C" AND
              CT-PAYMENT-METHOD NOT = SPACE
               MOVE "MB" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1600-ADD-CASE-PAYEE-EXIT
           END-IF

           PERFORM 9400-READ-CUSTODIAL
               THRU 9400-READ-CUSTODIAL-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 1600-ADD-CASE-PAYEE-EXIT
           END-IF

           MOVE SPACES TO CM-BEFORE-IMAGE

           MOVE SPACES TO CASE-PAYEE-RECORD
           MOVE CT-CASE-ID TO PY-CASE-ID
           MOVE CT-PAYEE-NUMBER-NUM TO PY-PAYEE-NUMBER
           MOVE CT-PAYEE-NAME TO PY-PAYEE-NAME
           MOVE CT-ADDRESS TO PY-ADDRESS
           IF CT-ASSIST-STATUS = "A"
               SET PY-ASSIST-CURRENT TO TRUE
           ELSE
               MOVE "N" TO PY-ASSISTANCE-STATUS
           END-IF
           IF CT-ASSIST-BALANCE IS NUMERIC
               MOVE CT-ASSIST-BALANCE-NUM TO PY-UNREIMBURSED-ASSIST
           ELSE
               MOVE 0 TO PY-UNREIMBURSED-ASSIST
           END-IF
           MOVE WS-RUN-DATE TO PY-ADDED-DATE

           WRITE CASE-PAYEE-RECORD
               INVALID KEY
                   MOVE "DK" TO CJ-REASON-CODE
                   PERFORM 9100-REJECT-TRANSACTION
                       THRU 9100-REJECT-TRANSACTION-EXIT
                   GO TO 1600-ADD-CASE-PAYEE-EXIT
           END-WRITE

           MOVE CASE-PAYEE-RECORD TO CM-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1600-ADD-CASE-PAYEE-EXIT.
           EXIT.

       *> ==================================================
       *> CA WITH A PAYEE NUMBER - CHANGE A FURTHER PAYEE'S
       *> MAILING ADDRESS
       *> ==================================================
       1700-CHANGE-PAYEE-ADDRESS.
           IF CT-ADDRESS = SPACES
               MOVE "FV" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1700-CHANGE-PAYEE-ADDRESS-EXIT
           END-IF

           PERFORM 9500-READ-CASE-PAYEE
               THRU 9500-READ-CASE-PAYEE-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 1700-CHANGE-PAYEE-ADDRESS-EXIT
           END-IF

           MOVE CASE-PAYEE-RECORD TO CM-BEFORE-IMAGE
           MOVE CT-ADDRESS TO PY-ADDRESS
           REWRITE CASE-PAYEE-RECORD
           MOVE CASE-PAYEE-RECORD TO CM-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1700-CHANGE-PAYEE-ADDRESS-EXIT.
           EXIT.

       *> ==================================================
       *> AA WITH A PAYEE NUMBER - THE RETENTION RULES RUN ON
       *> EACH PAYEE'S SHARE WITH THAT PAYEE'S OWN STANDING
       *> ==================================================
       1800-SET-PAYEE-ASSISTANCE.
           IF (CT-ASSIST-STATUS NOT = "A" AND
               CT-ASSIST-STATUS NOT = "N") OR
              CT-ASSIST-BALANCE NOT NUMERIC
               MOVE "FV" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1800-SET-PAYEE-ASSISTANCE-EXIT
           END-IF

           PERFORM 9500-READ-CASE-PAYEE
               THRU 9500-READ-CASE-PAYEE-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 1800-SET-PAYEE-ASSISTANCE-EXIT
           END-IF

           MOVE CASE-PAYEE-RECORD TO CM-BEFORE-IMAGE
           MOVE CT-ASSIST-STATUS TO PY-ASSISTANCE-STATUS
           MOVE CT-ASSIST-BALANCE-NUM TO PY-UNREIMBURSED-ASSIST
           REWRITE CASE-PAYEE-RECORD
           MOVE CASE-PAYEE-RECORD TO CM-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1800-SET-PAYEE-ASSISTANCE-EXIT.
           EXIT.

       *> ==================================================
       *> AC - ASSIGN A CHILD ON THE CASE TO ONE OF ITS
       *> PAYEES. PAYEE 00 (OR BLANK) HANDS THE CHILD BACK
       *> TO THE CUSTODIAL-MASTER PAYEE
       *> ==================================================
       1900-ASSIGN-CHILD.
           IF CT-CHILD-ID NOT NUMERIC OR CT-CHILD-ID = "00000000"
               MOVE "FV" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1900-ASSIGN-CHILD-EXIT
           END-IF

           PERFORM 9400-READ-CUSTODIAL
               THRU 9400-READ-CUSTODIAL-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 1900-ASSIGN-CHILD-EXIT
           END-IF

           MOVE CT-CHILD-ID TO CC-CHILD-ID
           READ CHILD-MASTER-FILE
               INVALID KEY MOVE 0 TO CC-PARENT-ID
           END-READ

           IF CC-PARENT-ID NOT = CU-CASE-ID
               MOVE "NF" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 1900-ASSIGN-CHILD-EXIT
           END-IF

           IF WS-FURTHER-PAYEE = "Y"
               PERFORM 9500-READ-CASE-PAYEE
                   THRU 9500-READ-CASE-PAYEE-EXIT
               IF WS-TRANS-REJECTED = "Y"
                   GO TO 1900-ASSIGN-CHILD-EXIT
               END-IF
           END-IF

           MOVE CT-CHILD-ID TO CX-CHILD-ID
           READ CHILD-PAYEE-FILE
               INVALID KEY MOVE "N" TO WS-ASSIGNMENT-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-ASSIGNMENT-FOUND
           END-READ

           IF WS-ASSIGNMENT-FOUND = "Y"
               MOVE CHILD-PAYEE-RECORD TO CM-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO CM-BEFORE-IMAGE
               MOVE SPACES TO CHILD-PAYEE-RECORD
               MOVE CT-CHILD-ID TO CX-CHILD-ID
           END-IF

           MOVE CU-CASE-ID TO CX-CASE-ID
           IF WS-FURTHER-PAYEE = "Y"
               MOVE CT-PAYEE-NUMBER-NUM TO CX-PAYEE-NUMBER
           ELSE
               MOVE 0 TO CX-PAYEE-NUMBER
           END-IF
           MOVE WS-RUN-DATE TO CX-ASSIGNED-DATE

           IF WS-ASSIGNMENT-FOUND = "Y"
               REWRITE CHILD-PAYEE-RECORD
           ELSE
               WRITE CHILD-PAYEE-RECORD
           END-IF

           MOVE CHILD-PAYEE-RECORD TO CM-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       1900-ASSIGN-CHILD-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - REJECT THE CURRENT TRANSACTION
       *> ==================================================

       9400-READ-CUSTODIAL-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - READ THE FURTHER PAYEE NAMED ON THE
       *> TRANSACTION, REJECTING ONE NOT ON THE CASE
       *> ==================================================
       9500-READ-CASE-PAYEE.
           IF CT-CASE-ID NOT NUMERIC
               MOVE "FV" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 9500-READ-CASE-PAYEE-EXIT
           END-IF

           MOVE CT-CASE-ID TO PY-CASE-ID
           MOVE CT-PAYEE-NUMBER-NUM TO PY-PAYEE-NUMBER
           READ CASE-PAYEE-FILE
               INVALID KEY MOVE "N" TO WS-PAYEE-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-PAYEE-FOUND
           END-READ

           IF WS-PAYEE-FOUND = "N"
               MOVE "NF" TO CJ-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
           END-IF.

       9500-READ-CASE-PAYEE-EXIT.
           EXIT.
