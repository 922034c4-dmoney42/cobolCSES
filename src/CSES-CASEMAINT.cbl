      *>   XP - cancel a payment plan
      *>   SM - set (or clear) a child's medical-support order flag
      *>   PL - link the case to its payer ID (zeros clear a link)
      *>   IG - designate the case intergovernmental, initiating or
      *>        responding, with the other state's FIPS code and case
      *>        number (role N clears a designation)
      *>   LH - lift the case's enforcement hold (death or
      *>        incarceration) once the caseworker has confirmed
      *>        it should no longer stand
      *>
      *> Reject reason codes:
      *>   UA - action code unknown
      *>   FV - a field fails validation
      *>   CL - case already closed
      *>   NP - no payment plan on the case to cancel
      *>   NH - no active enforcement hold on the case to lift

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS XR-CASE-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT INTERGOV-CASE-FILE
               ASSIGN TO "data/intergov_case_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CASE-ID
               FILE STATUS IS WS-INTERGOV-FILE-STATUS.

           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MAINTENANCE-TRANSACTION-FILE
               ASSIGN TO "data/maintenance_transactions.dat".

           05  PP-PAID-THIS-PERIOD   PIC 9(6)V99.

             COPY "PAYER-XREF".
             COPY "INTERGOV-CASE".
             COPY "CASE-HOLD".

       FD  MAINTENANCE-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 182 CHARACTERS
           DATA RECORD IS MAINTENANCE-TRANSACTION-RECORD.

       01  MAINTENANCE-TRANSACTION-RECORD.
               88  MT-CANCEL-PLAN        VALUE "XP".
               88  MT-SET-MEDICAL        VALUE "SM".
               88  MT-LINK-PAYER         VALUE "PL".
               88  MT-SET-INTERGOV       VALUE "IG".
               88  MT-LIFT-HOLD          VALUE "LH".
           05  MT-PARENT-ID          PIC X(08).
           05  MT-CHILD-ID           PIC X(08).
           05  MT-NAME               PIC X(20).
      *>   PL only - the payer's nine-digit member ID; zeros clear
      *>   an existing link
           05  MT-PAYER-ID           PIC X(09).
      *>   IG only - I initiating, R responding, N clears the
      *>   designation; the FIPS code and the other state's case
      *>   number are required to set one
           05  MT-INTERGOV-ROLE      PIC X(01).
           05  MT-FIPS-CODE          PIC X(07).
           05  MT-OTHER-CASE-NUMBER  PIC X(15).

      *> Before/after image pair per applied action. Child images
      *> ride in the same fixed slots, left-justified and space
       FD  MAINTENANCE-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 184 CHARACTERS
           DATA RECORD IS MAINTENANCE-REJECT-RECORD.

       01  MAINTENANCE-REJECT-RECORD.
           05  MR-RECORD-IMAGE       PIC X(182).
           05  MR-REASON-CODE        PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-PLAN-FOUND          PIC X VALUE "N".
       01  WS-XREF-FILE-STATUS    PIC X(02).
       01  WS-XREF-FOUND          PIC X VALUE "N".
       01  WS-INTERGOV-FILE-STATUS PIC X(02).
       01  WS-INTERGOV-FOUND      PIC X VALUE "N".
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-HOLD-FOUND          PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EDIT-DATE           PIC X(8).
           05  WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CASE MAINTENANCE RUN STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "CASEMAINT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PARENT-MASTER-FILE.

           IF WS-PARENT-FILE-STATUS = "35"
               OPEN I-O PAYER-XREF-FILE
           END-IF

           OPEN I-O INTERGOV-CASE-FILE.

           IF WS-INTERGOV-FILE-STATUS = "35"
               OPEN OUTPUT INTERGOV-CASE-FILE
               CLOSE INTERGOV-CASE-FILE
               OPEN I-O INTERGOV-CASE-FILE
           END-IF

           OPEN I-O CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT CASE-HOLD-FILE
               CLOSE CASE-HOLD-FILE
               OPEN I-O CASE-HOLD-FILE
           END-IF

           OPEN INPUT MAINTENANCE-TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-AUDIT-FILE
                       MAINTENANCE-REJECT-FILE.
                   WHEN MT-LINK-PAYER
                       PERFORM 2100-LINK-PAYER
                           THRU 2100-LINK-PAYER-EXIT
                   WHEN MT-SET-INTERGOV
                       PERFORM 2200-SET-INTERGOV
                           THRU 2200-SET-INTERGOV-EXIT
                   WHEN MT-LIFT-HOLD
                       PERFORM 2300-LIFT-HOLD
                           THRU 2300-LIFT-HOLD-EXIT
                   WHEN OTHER
                       MOVE "UA" TO MR-REASON-CODE
                       PERFORM 9100-REJECT-TRANSACTION
                 CHILD-MASTER-FILE
                 PAYMENT-PLAN-FILE
                 PAYER-XREF-FILE
                 INTERGOV-CASE-FILE
                 CASE-HOLD-FILE
                 MAINTENANCE-TRANSACTION-FILE
                 MAINTENANCE-AUDIT-FILE
                 MAINTENANCE-REJECT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "APPLIED" TO JC-COUNT-LABEL(1)
           MOVE WS-APPLIED-COUNT TO JC-COUNT(1)
           MOVE "REJECTED" TO JC-COUNT-LABEL(2)
           MOVE WS-REJECT-COUNT TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CASE MAINTENANCE RUN COMPLETE".

           STOP RUN.
       2100-LINK-PAYER-EXIT.
           EXIT.

       *> ==================================================
       *> IG - DESIGNATE THE CASE INTERGOVERNMENTAL. A
       *> RESPONDING CASE'S COLLECTIONS ARE FORWARDED TO THE
       *> OTHER STATE FROM THE NEXT POSTING RUN ON. ROLE N
       *> CLEARS A DESIGNATION KEYED IN ERROR OR ENDED.
       *> ==================================================
       2200-SET-INTERGOV.
           IF MT-INTERGOV-ROLE NOT = "I" AND
              MT-INTERGOV-ROLE NOT = "R" AND
              MT-INTERGOV-ROLE NOT = "N"
               MOVE "FV" TO MR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 2200-SET-INTERGOV-EXIT
           END-IF

      *>   A designation needs a real FIPS code (the state part
      *>   never zero) and the other state's case number
           IF MT-INTERGOV-ROLE NOT = "N"
               IF MT-FIPS-CODE NOT NUMERIC OR
                  MT-FIPS-CODE(1:2) = "00" OR
                  MT-OTHER-CASE-NUMBER = SPACES
                   MOVE "FV" TO MR-REASON-CODE
                   PERFORM 9100-REJECT-TRANSACTION
                       THRU 9100-REJECT-TRANSACTION-EXIT
                   GO TO 2200-SET-INTERGOV-EXIT
               END-IF
           END-IF

      *>   The designation must hang off a real case
           PERFORM 9300-READ-PARENT THRU 9300-READ-PARENT-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 2200-SET-INTERGOV-EXIT
           END-IF

           MOVE MT-PARENT-ID TO IG-CASE-ID
           READ INTERGOV-CASE-FILE
               INVALID KEY MOVE "N" TO WS-INTERGOV-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-INTERGOV-FOUND
           END-READ

           MOVE SPACES TO MA-BEFORE-IMAGE
           IF WS-INTERGOV-FOUND = "Y"
               MOVE INTERGOV-CASE-RECORD TO MA-BEFORE-IMAGE
           END-IF

           IF MT-INTERGOV-ROLE = "N"
      *>       Clearing a designation that was never there is a
      *>       no-op worth rejecting - same as an empty payer unlink
               IF WS-INTERGOV-FOUND = "N"
                   MOVE "NF" TO MR-REASON-CODE
                   PERFORM 9100-REJECT-TRANSACTION
                       THRU 9100-REJECT-TRANSACTION-EXIT
                   GO TO 2200-SET-INTERGOV-EXIT
               END-IF

               DELETE INTERGOV-CASE-FILE RECORD
               END-DELETE

               MOVE SPACES TO MA-AFTER-IMAGE
               PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT
               GO TO 2200-SET-INTERGOV-EXIT
           END-IF

      *>   A new designation on a closed case makes no sense; an
      *>   existing one may still be corrected after closure
           IF PM-CASE-CLOSED AND WS-INTERGOV-FOUND = "N"
               MOVE "CL" TO MR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 2200-SET-INTERGOV-EXIT
           END-IF

           MOVE SPACES TO INTERGOV-CASE-RECORD
           MOVE MT-PARENT-ID TO IG-CASE-ID
           MOVE MT-INTERGOV-ROLE TO IG-ROLE
           MOVE MT-FIPS-CODE TO IG-OTHER-STATE-FIPS
           MOVE MT-OTHER-CASE-NUMBER TO IG-OTHER-CASE-NUMBER
           MOVE WS-RUN-DATE TO IG-DESIGNATED-DATE

           IF WS-INTERGOV-FOUND = "Y"
               REWRITE INTERGOV-CASE-RECORD
           ELSE
               WRITE INTERGOV-CASE-RECORD
           END-IF

           MOVE SPACES TO MA-AFTER-IMAGE
           MOVE INTERGOV-CASE-RECORD TO MA-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       2200-SET-INTERGOV-EXIT.
           EXIT.

       *> ==================================================
       *> LH - LIFT THE CASE'S ENFORCEMENT HOLD. THE MATCH
       *> RUN NEVER LIFTS A DEATH HOLD, AND AN INCARCERATION
       *> HOLD SET ON THE WRONG PERSON WOULD OTHERWISE STAND
       *> UNTIL A RELEASE THAT NEVER COMES. THE ROW IS KEPT,
       *> MARKED LIFTED, SO THE MATCH RUN KNOWS NOT TO HOLD
       *> THE CASE AGAIN ON THE SAME RECORD.
       *> ==================================================
       2300-LIFT-HOLD.
      *>   The hold must hang off a real case - closed is fine,
      *>   a death-held case is usually closed by now
           PERFORM 9300-READ-PARENT THRU 9300-READ-PARENT-EXIT
           IF WS-TRANS-REJECTED = "Y"
               GO TO 2300-LIFT-HOLD-EXIT
           END-IF

           MOVE MT-PARENT-ID TO HD-CASE-ID
           READ CASE-HOLD-FILE
               INVALID KEY MOVE "N" TO WS-HOLD-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-HOLD-FOUND
           END-READ

           IF WS-HOLD-FOUND = "N" OR NOT HD-HOLD-ACTIVE
               MOVE "NH" TO MR-REASON-CODE
               PERFORM 9100-REJECT-TRANSACTION
                   THRU 9100-REJECT-TRANSACTION-EXIT
               GO TO 2300-LIFT-HOLD-EXIT
           END-IF

           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE CASE-HOLD-RECORD TO MA-BEFORE-IMAGE

      *>   The release date stays zero - that is what tells a
      *>   caseworker's lift from one the corrections file drove
           SET HD-HOLD-LIFTED TO TRUE
           MOVE WS-RUN-DATE TO HD-LIFTED-DATE
           REWRITE CASE-HOLD-RECORD

           MOVE SPACES TO MA-AFTER-IMAGE
           MOVE CASE-HOLD-RECORD TO MA-AFTER-IMAGE
           PERFORM 9200-WRITE-AUDIT THRU 9200-WRITE-AUDIT-EXIT.

       2300-LIFT-HOLD-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - REJECT THE CURRENT TRANSACTION
       *> ==================================================
