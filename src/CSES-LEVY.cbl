       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-LEVY.

      *> Financial institution data match (FIDM) and bank account
      *> levy lifecycle. The quarterly FIDM file lists accounts the
      *> participating banks hold for our obligors; this run turns
      *> those matches into levies on open SEVERELY DELINQUENT cases
      *> and walks every levy through its life on the levy master:
      *>
      *>   I - issued: levy notice sent to the institution
      *>   F - frozen: the institution confirmed funds are frozen
      *>   R - remitted: the institution sent the frozen funds in
      *>   X - released: the levy no longer stands
      *>
      *> Pass one works the institutions' response file. A freeze
      *> confirmation records the frozen amount; a remittance becomes
      *> a posting-ready payment transaction under the bank levy
      *> method code, carrying the institution's ten-digit remittance
      *> ID as the transaction ID so a re-sent response file cannot
      *> double-credit a case; a no-funds answer releases the levy.
      *>
      *> Pass two reads the updated parent extract. An outstanding
      *> levy (issued or frozen) on a case that was paid down, closed,
      *> or went onto an active payment plan is released and the
      *> institution is sent a release notice - the parent is paying
      *> as agreed, and holding the account would just undo that. A
      *> qualifying case with no outstanding levy and an account on
      *> the FIDM match gets a new levy - but not until a cooling
      *> period has passed since the last levy was remitted or
      *> released, because the FIDM file still lists the same
      *> account and would otherwise re-levy it the same week. A
      *> new levy is also cut by any remittance the posting run has
      *> not yet credited to the case's arrears.
      *>
      *> Pass three releases outstanding levies on cases the extract
      *> no longer carries at all (archived or purged), the same
      *> last-seen sweep the intercept certification run uses.
      *>
      *> The levy register lists every action with amounts for the
      *> auditors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIDM-MATCH-FILE
               ASSIGN TO "data/fidm_match.dat".

           SELECT OPTIONAL LEVY-RESPONSE-FILE
               ASSIGN TO "data/levy_responses.dat".

           SELECT UPDATED-PARENT-FILE
               ASSIGN TO "data/parent_master_updated.dat".

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO "data/payment_plan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CASE-ID
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT LEVY-MASTER-FILE
               ASSIGN TO "data/levy_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-CASE-ID
               FILE STATUS IS WS-LEVY-FILE-STATUS.

           SELECT LEVY-NOTICE-FILE
               ASSIGN TO "data/levy_notices.dat".

           SELECT PAYMENT-TRANSACTION-FILE
               ASSIGN TO "data/levy_transactions.dat".

           SELECT LEVY-REJECT-FILE
               ASSIGN TO "data/levy_rejects.dat".

           SELECT LEVY-REGISTER-FILE
               ASSIGN TO "data/levy_register.dat".

       DATA DIVISION.
       FILE SECTION.

      *> One row per matched account. External fields are laid out
      *> as characters and proven NUMERIC through the redefinitions
      *> before any arithmetic touches them
       FD  FIDM-MATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS FIDM-MATCH-RECORD.

       01  FIDM-MATCH-RECORD.
           05  FM-CASE-ID            PIC X(08).
           05  FM-INSTITUTION-ID     PIC X(09).
           05  FM-INSTITUTION-NAME   PIC X(20).
           05  FM-ACCOUNT-NUMBER     PIC X(17).
           05  FM-ACCOUNT-BALANCE    PIC X(09).
           05  FM-ACCOUNT-BALANCE-NUM REDEFINES FM-ACCOUNT-BALANCE
                                     PIC 9(7)V99.
           05  FM-MATCH-DATE         PIC X(08).

      *> What the institutions sent back on levies we issued
       FD  LEVY-RESPONSE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS LEVY-RESPONSE-RECORD.

       01  LEVY-RESPONSE-RECORD.
      *>   Assigned by the institution, unique per response - a
      *>   remittance carries it through as the posting transaction ID
           05  BR-REMIT-ID           PIC X(10).
           05  BR-CASE-ID            PIC X(08).
           05  BR-RESPONSE-CODE      PIC X(01).
               88  BR-RESPONSE-FROZEN    VALUE "F".
               88  BR-RESPONSE-REMITTED  VALUE "R".
               88  BR-RESPONSE-NO-FUNDS  VALUE "N".
           05  BR-AMOUNT             PIC X(08).
           05  BR-AMOUNT-NUM REDEFINES BR-AMOUNT
                                     PIC 9(6)V99.
           05  BR-RESPONSE-DATE      PIC X(08).
           05  BR-RESPONSE-DATE-NUM REDEFINES BR-RESPONSE-DATE
                                     PIC 9(08).

             COPY "UPDATED-PARENT".

      *> Stipulated payment plans - the same master the main batch
      *> maintains, read here only to see whether a plan is active
       FD  PAYMENT-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PAYMENT-PLAN-RECORD.

       01  PAYMENT-PLAN-RECORD.
           05  PP-CASE-ID            PIC 9(8).
           05  PP-MONTHLY-AMOUNT     PIC 9(4)V99.
           05  PP-START-DATE         PIC 9(8).
           05  PP-STATUS             PIC X(01).
               88  PP-STATUS-ACTIVE      VALUE "A".
               88  PP-STATUS-BROKEN      VALUE "B".
               88  PP-STATUS-COMPLETED   VALUE "C".
           05  PP-PAID-THIS-PERIOD   PIC 9(6)V99.

      *> One row per case ever levied, carrying the current levy
      *> through its lifecycle - a remitted or released row may be
      *> levied anew when a later FIDM match finds money again
       FD  LEVY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS LEVY-MASTER-RECORD.

       01  LEVY-MASTER-RECORD.
           05  LV-CASE-ID            PIC 9(8).
           05  LV-STATUS             PIC X(01).
               88  LV-STATUS-ISSUED      VALUE "I".
               88  LV-STATUS-FROZEN      VALUE "F".
               88  LV-STATUS-REMITTED    VALUE "R".
               88  LV-STATUS-RELEASED    VALUE "X".
               88  LV-STATUS-OUTSTANDING VALUE "I" "F".
           05  LV-INSTITUTION-ID     PIC X(09).
           05  LV-INSTITUTION-NAME   PIC X(20).
           05  LV-ACCOUNT-NUMBER     PIC X(17).
      *>   Arrears plus interest owed when the levy was issued
           05  LV-LEVY-AMOUNT        PIC 9(7)V99.
           05  LV-FROZEN-AMOUNT      PIC 9(7)V99.
           05  LV-REMITTED-AMOUNT    PIC 9(7)V99.
           05  LV-ISSUE-DATE         PIC 9(8).
      *>   Date of the last status movement
           05  LV-STATUS-DATE        PIC 9(8).
      *>   Stamped whenever the extract still carried the case - an
      *>   outstanding levy left unstamped belongs to a case that
      *>   left the extract and must be released
           05  LV-LAST-SEEN-DATE     PIC 9(8).
      *>   Payment date the remittance was sent to posting under -
      *>   once the extract's last payment date reaches it the
      *>   money is on the case. Zero on rows remitted before the
      *>   field existed, which have long since posted.
           05  LV-REMIT-PAYMENT-DATE PIC 9(8).

      *> Fixed-format notices to the institutions - L levies the
      *> account for the stated amount, R releases a standing levy
       FD  LEVY-NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LEVY-NOTICE-RECORD.

       01  LEVY-NOTICE-RECORD.
           05  LN-ACTION-CODE        PIC X(01).
               88  LN-ACTION-LEVY        VALUE "L".
               88  LN-ACTION-RELEASE     VALUE "R".
           05  LN-CASE-ID            PIC 9(8).
           05  LN-PARENT-NAME        PIC X(20).
           05  LN-INSTITUTION-ID     PIC X(09).
           05  LN-ACCOUNT-NUMBER     PIC X(17).
           05  LN-LEVY-AMOUNT        PIC 9(7)V99.
           05  LN-NOTICE-DATE        PIC 9(8).

             COPY "PAYMENT-TRANSACTIONS".

       FD  LEVY-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS LEVY-REJECT-RECORD.

       01  LEVY-REJECT-RECORD.
           05  LJ-RECORD-IMAGE       PIC X(35).
      *>   NL - no outstanding levy on the case, FV - a field fails
      *>   validation
           05  LJ-REASON-CODE        PIC X(02).

       FD  LEVY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LG-REGISTER-LINE.

       01  LG-REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-MATCHES         PIC X VALUE "N".
       01  WS-EOF-RESPONSES       PIC X VALUE "N".
       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-LEVIES          PIC X VALUE "N".
       01  WS-LEVY-FOUND          PIC X VALUE "N".
       01  WS-PLAN-FOUND          PIC X VALUE "N".
       01  WS-CASE-QUALIFIES      PIC X VALUE "N".
       01  WS-DATE-VALID          PIC X VALUE "N".

       01  WS-LEVY-FILE-STATUS    PIC X(02).
       01  WS-PLAN-FILE-STATUS    PIC X(02).
      *> No plan master simply means no case is protected by a plan
       01  WS-PLAN-AVAILABLE      PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EDIT-DATE           PIC X(8).

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR          PIC 9(04).
           05  WS-DATE-MONTH         PIC 9(02).
           05  WS-DATE-DAY           PIC 9(02).
       01  WS-DAYS-IN-MONTH          PIC 9(02).

       01  WS-LEVIABLE-AMOUNT     PIC 9(7)V99.
      *> Remitted levy money not yet on the case's balances
       01  WS-UNPOSTED-REMITTED   PIC 9(7)V99.

      *> Days a remitted or released levy rests before the same
      *> case may be levied again - the institution's remittance
      *> reaches posting and the arrears inside this window
       01  WS-LEVY-COOLING-DAYS   PIC 9(3) VALUE 30.
       01  WS-DAYS-SINCE-STATUS   PIC 9(5).
       01  WS-RELEASE-REASON      PIC X(20).

      *> The FIDM file is loaded once and matched against a single
      *> pass over the extract - the same load-and-match pattern the
      *> new-hire run uses. A case matched at more than one account
      *> is levied at the account holding the most money.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 5000 TIMES.
               10  WS-MT-CASE-ID         PIC 9(08).
               10  WS-MT-INSTITUTION-ID  PIC X(09).
               10  WS-MT-INSTITUTION-NAME PIC X(20).
               10  WS-MT-ACCOUNT-NUMBER  PIC X(17).
               10  WS-MT-BALANCE         PIC 9(7)V99.

       01  WS-MATCH-COUNT              PIC 9(04) VALUE 0.
       01  WS-MATCH-MAX                PIC 9(04) VALUE 5000.
       01  WS-MT-SUB                   PIC 9(04).
       01  WS-BEST-SUB                 PIC 9(04).

       01  WS-LEVY-COUNTERS.
           05  WS-ISSUED-COUNT             PIC 9(7)     VALUE 0.
           05  WS-ISSUED-TOTAL             PIC 9(9)V99  VALUE 0.
           05  WS-FROZEN-COUNT             PIC 9(7)     VALUE 0.
           05  WS-FROZEN-TOTAL             PIC 9(9)V99  VALUE 0.
           05  WS-REMITTED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-REMITTED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-RELEASED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-RELEASED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-MATCH-REJECT-COUNT       PIC 9(7)     VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(7)     VALUE 0.
           05  WS-COOLING-COUNT            PIC 9(7)     VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "FIDM BANK LEVY PROCESSING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "LEVY" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O LEVY-MASTER-FILE.

           IF WS-LEVY-FILE-STATUS = "35"
               OPEN OUTPUT LEVY-MASTER-FILE
               CLOSE LEVY-MASTER-FILE
               OPEN I-O LEVY-MASTER-FILE
           END-IF

           OPEN INPUT PAYMENT-PLAN-FILE.

           IF WS-PLAN-FILE-STATUS = "00"
               MOVE "Y" TO WS-PLAN-AVAILABLE
           ELSE
               MOVE "N" TO WS-PLAN-AVAILABLE
               DISPLAY "PAYMENT PLAN MASTER NOT AVAILABLE, STATUS: "
                   WS-PLAN-FILE-STATUS
           END-IF

           OPEN INPUT FIDM-MATCH-FILE
                      LEVY-RESPONSE-FILE
                      UPDATED-PARENT-FILE.

           OPEN OUTPUT LEVY-NOTICE-FILE
                       PAYMENT-TRANSACTION-FILE
                       LEVY-REJECT-FILE
                       LEVY-REGISTER-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "BANK ACCOUNT LEVY REGISTER" TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE SPACES TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

       *> ==================================================
       *> LOAD THE FIDM MATCH FILE INTO THE MATCH TABLE
       *> ==================================================
           READ FIDM-MATCH-FILE
               AT END MOVE "Y" TO WS-EOF-MATCHES
           END-READ.

           PERFORM UNTIL WS-EOF-MATCHES = "Y"
               IF FM-CASE-ID NOT NUMERIC OR
                  FM-ACCOUNT-BALANCE NOT NUMERIC OR
                  FM-INSTITUTION-ID = SPACES OR
                  FM-ACCOUNT-NUMBER = SPACES
      *>           A match we cannot levy on - counted, never used
                   ADD 1 TO WS-MATCH-REJECT-COUNT
               ELSE
               IF WS-MATCH-COUNT < WS-MATCH-MAX
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE FM-CASE-ID TO WS-MT-CASE-ID (WS-MATCH-COUNT)
                   MOVE FM-INSTITUTION-ID TO
                       WS-MT-INSTITUTION-ID (WS-MATCH-COUNT)
                   MOVE FM-INSTITUTION-NAME TO
                       WS-MT-INSTITUTION-NAME (WS-MATCH-COUNT)
                   MOVE FM-ACCOUNT-NUMBER TO
                       WS-MT-ACCOUNT-NUMBER (WS-MATCH-COUNT)
                   MOVE FM-ACCOUNT-BALANCE-NUM TO
                       WS-MT-BALANCE (WS-MATCH-COUNT)
               ELSE
                   DISPLAY "FIDM MATCH FILE EXCEEDS TABLE "
                       "CAPACITY, IGNORING CASE: " FM-CASE-ID
               END-IF
               END-IF

               READ FIDM-MATCH-FILE
                   AT END MOVE "Y" TO WS-EOF-MATCHES
               END-READ
           END-PERFORM.

       *> ==================================================
       *> PASS ONE - INSTITUTION RESPONSES: FREEZES,
       *> REMITTANCES, AND NO-FUNDS ANSWERS
       *> ==================================================
           MOVE "INSTITUTION RESPONSES" TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           READ LEVY-RESPONSE-FILE
               AT END MOVE "Y" TO WS-EOF-RESPONSES
           END-READ.

           PERFORM UNTIL WS-EOF-RESPONSES = "Y"

               PERFORM 1100-APPLY-BANK-RESPONSE
                   THRU 1100-APPLY-BANK-RESPONSE-EXIT

               READ LEVY-RESPONSE-FILE
                   AT END MOVE "Y" TO WS-EOF-RESPONSES
               END-READ

           END-PERFORM.

           MOVE SPACES TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

       *> ==================================================
       *> PASS TWO - EVERY CASE ON THE EXTRACT: RELEASE
       *> LEVIES THE CASE NO LONGER WARRANTS, ISSUE NEW
       *> LEVIES WHERE THE FIDM MATCH FOUND AN ACCOUNT
       *> ==================================================
           MOVE "LEVY ISSUES AND RELEASES" TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           READ UPDATED-PARENT-FILE
               AT END MOVE "Y" TO WS-EOF-PARENTS
           END-READ.

           PERFORM UNTIL WS-EOF-PARENTS = "Y"

               PERFORM 2100-WORK-ONE-CASE
                   THRU 2100-WORK-ONE-CASE-EXIT

               READ UPDATED-PARENT-FILE
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ

           END-PERFORM.

       *> ==================================================
       *> PASS THREE - OUTSTANDING LEVIES ON CASES THE
       *> EXTRACT NO LONGER CARRIES AT ALL GET RELEASED
       *> ==================================================
           MOVE ZEROS TO LV-CASE-ID.

           START LEVY-MASTER-FILE KEY IS NOT LESS THAN LV-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-LEVIES
           END-START

           IF WS-EOF-LEVIES NOT = "Y"
               READ LEVY-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LEVIES
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-LEVIES = "Y"
               IF LV-STATUS-OUTSTANDING AND
                  LV-LAST-SEEN-DATE NOT = WS-RUN-DATE
                   MOVE SPACES TO UP-PARENT-NAME
                   MOVE "NO LONGER ON EXTRACT" TO WS-RELEASE-REASON
                   PERFORM 2300-RELEASE-LEVY
                       THRU 2300-RELEASE-LEVY-EXIT
               END-IF

               READ LEVY-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LEVIES
               END-READ
           END-PERFORM.

       *> ==================================================
       *> REGISTER TOTALS
       *> ==================================================
           MOVE SPACES TO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-ISSUED-COUNT TO WS-ED-COUNT
           MOVE WS-ISSUED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "LEVIES ISSUED:     " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-FROZEN-COUNT TO WS-ED-COUNT
           MOVE WS-FROZEN-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "FUNDS FROZEN:      " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-REMITTED-COUNT TO WS-ED-COUNT
           MOVE WS-REMITTED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "SENT TO POSTING:   " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           MOVE WS-RELEASED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "LEVIES RELEASED:   " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-REJECT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "RESPONSES REJECTED:" WS-ED-COUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-MATCH-REJECT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "MATCHES UNUSABLE:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           MOVE WS-COOLING-COUNT TO WS-ED-COUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "NOT YET RE-LEVIED: " WS-ED-COUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           DISPLAY "LEVIES ISSUED: " WS-ISSUED-COUNT.
           DISPLAY "LEVIES FROZEN: " WS-FROZEN-COUNT.
           DISPLAY "LEVIES REMITTED: " WS-REMITTED-COUNT.
           DISPLAY "LEVIES RELEASED: " WS-RELEASED-COUNT.
           DISPLAY "RESPONSES REJECTED: " WS-REJECT-COUNT.
           DISPLAY "NOT YET RE-LEVIED: " WS-COOLING-COUNT.

           IF WS-PLAN-AVAILABLE = "Y"
               CLOSE PAYMENT-PLAN-FILE
           END-IF

           CLOSE FIDM-MATCH-FILE
                 LEVY-RESPONSE-FILE
                 UPDATED-PARENT-FILE
                 LEVY-MASTER-FILE
                 LEVY-NOTICE-FILE
                 PAYMENT-TRANSACTION-FILE
                 LEVY-REJECT-FILE
                 LEVY-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ISSUED" TO JC-COUNT-LABEL(1)
           MOVE WS-ISSUED-COUNT TO JC-COUNT(1)
           MOVE "FROZEN" TO JC-COUNT-LABEL(2)
           MOVE WS-FROZEN-COUNT TO JC-COUNT(2)
           MOVE "REMITTED" TO JC-COUNT-LABEL(3)
           MOVE WS-REMITTED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "FIDM BANK LEVY PROCESSING COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE INSTITUTION RESPONSE - EDIT IT, PROVE AN
       *> OUTSTANDING LEVY STANDS ON THE CASE, THEN MOVE
       *> THE LEVY ALONG ITS LIFECYCLE
       *> ==================================================
       1100-APPLY-BANK-RESPONSE.
           IF BR-REMIT-ID NOT NUMERIC OR
              BR-CASE-ID NOT NUMERIC OR
              BR-CASE-ID = "00000000" OR
              BR-AMOUNT NOT NUMERIC OR
              NOT (BR-RESPONSE-FROZEN OR BR-RESPONSE-REMITTED OR
                   BR-RESPONSE-NO-FUNDS)
               MOVE "FV" TO LJ-REASON-CODE
               PERFORM 2900-REJECT-RESPONSE
                   THRU 2900-REJECT-RESPONSE-EXIT
               GO TO 1100-APPLY-BANK-RESPONSE-EXIT
           END-IF

           IF BR-AMOUNT-NUM = 0 AND
              (BR-RESPONSE-FROZEN OR BR-RESPONSE-REMITTED)
               MOVE "FV" TO LJ-REASON-CODE
               PERFORM 2900-REJECT-RESPONSE
                   THRU 2900-REJECT-RESPONSE-EXIT
               GO TO 1100-APPLY-BANK-RESPONSE-EXIT
           END-IF

           MOVE BR-RESPONSE-DATE TO WS-EDIT-DATE
           PERFORM 9100-EDIT-DATE THRU 9100-EDIT-DATE-EXIT
           IF WS-DATE-VALID = "N"
               MOVE "FV" TO LJ-REASON-CODE
               PERFORM 2900-REJECT-RESPONSE
                   THRU 2900-REJECT-RESPONSE-EXIT
               GO TO 1100-APPLY-BANK-RESPONSE-EXIT
           END-IF

      *>   Money from an institution we hold no standing levy with is
      *>   an exception for research, not a payment
           MOVE BR-CASE-ID TO LV-CASE-ID
           READ LEVY-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-LEVY-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-LEVY-FOUND
           END-READ

           IF WS-LEVY-FOUND = "N" OR NOT LV-STATUS-OUTSTANDING
               MOVE "NL" TO LJ-REASON-CODE
               PERFORM 2900-REJECT-RESPONSE
                   THRU 2900-REJECT-RESPONSE-EXIT

               MOVE SPACES TO LG-REGISTER-LINE
               STRING "CASE " BR-CASE-ID
                   " NO OUTSTANDING LEVY - RESPONSE " BR-REMIT-ID
                   " REJECTED"
                   DELIMITED BY SIZE INTO LG-REGISTER-LINE
               WRITE LG-REGISTER-LINE
               GO TO 1100-APPLY-BANK-RESPONSE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN BR-RESPONSE-FROZEN
      *>           The institution can only hold what the levy asked
      *>           for, whatever the account carries
                   IF BR-AMOUNT-NUM > LV-LEVY-AMOUNT
                       MOVE LV-LEVY-AMOUNT TO LV-FROZEN-AMOUNT
                   ELSE
                       MOVE BR-AMOUNT-NUM TO LV-FROZEN-AMOUNT
                   END-IF
                   SET LV-STATUS-FROZEN TO TRUE
                   MOVE WS-RUN-DATE TO LV-STATUS-DATE
                   REWRITE LEVY-MASTER-RECORD

                   ADD 1 TO WS-FROZEN-COUNT
                   ADD LV-FROZEN-AMOUNT TO WS-FROZEN-TOTAL

                   MOVE LV-FROZEN-AMOUNT TO WS-ED-AMOUNT
                   MOVE SPACES TO LG-REGISTER-LINE
                   STRING "FROZEN      " LV-CASE-ID " "
                       LV-INSTITUTION-NAME " " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO LG-REGISTER-LINE
                   WRITE LG-REGISTER-LINE

               WHEN BR-RESPONSE-REMITTED
                   MOVE BR-REMIT-ID TO PT-TRANSACTION-ID
                   MOVE LV-CASE-ID TO PT-PARENT-ID
                   MOVE BR-AMOUNT-NUM TO PT-PAYMENT-AMOUNT
                   MOVE BR-RESPONSE-DATE-NUM TO PT-PAYMENT-DATE
                   SET PT-METHOD-BANK-LEVY TO TRUE
                   MOVE "BANK LEVY" TO PT-REFERENCE-NUMBER

                   WRITE PAYMENT-TRANSACTION-RECORD

                   MOVE BR-AMOUNT-NUM TO LV-REMITTED-AMOUNT
                   MOVE BR-RESPONSE-DATE-NUM TO LV-REMIT-PAYMENT-DATE
                   SET LV-STATUS-REMITTED TO TRUE
                   MOVE WS-RUN-DATE TO LV-STATUS-DATE
                   REWRITE LEVY-MASTER-RECORD

                   ADD 1 TO WS-REMITTED-COUNT
                   ADD BR-AMOUNT-NUM TO WS-REMITTED-TOTAL

                   MOVE BR-AMOUNT-NUM TO WS-ED-AMOUNT
                   MOVE SPACES TO LG-REGISTER-LINE
                   STRING "REMITTED    " LV-CASE-ID " "
                       LV-INSTITUTION-NAME " " WS-ED-AMOUNT
                       " REF " BR-REMIT-ID
                       DELIMITED BY SIZE INTO LG-REGISTER-LINE
                   WRITE LG-REGISTER-LINE

               WHEN BR-RESPONSE-NO-FUNDS
      *>           Nothing there to hold - the levy simply ends, and
      *>           the institution needs no release notice for it
                   SET LV-STATUS-RELEASED TO TRUE
                   MOVE 0 TO LV-FROZEN-AMOUNT
                   MOVE WS-RUN-DATE TO LV-STATUS-DATE
                   REWRITE LEVY-MASTER-RECORD

                   ADD 1 TO WS-RELEASED-COUNT

                   MOVE SPACES TO LG-REGISTER-LINE
                   STRING "RELEASED    " LV-CASE-ID " "
                       LV-INSTITUTION-NAME " NO FUNDS"
                       DELIMITED BY SIZE INTO LG-REGISTER-LINE
                   WRITE LG-REGISTER-LINE
           END-EVALUATE.

       1100-APPLY-BANK-RESPONSE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE CASE ON THE EXTRACT - DOES IT STILL WARRANT A
       *> LEVY, AND DOES IT HAVE ONE
       *> ==================================================
       2100-WORK-ONE-CASE.
           COMPUTE WS-LEVIABLE-AMOUNT =
               UP-TOTAL-ARREARS + UP-INTEREST-BALANCE

           MOVE "N" TO WS-PLAN-FOUND
           IF WS-PLAN-AVAILABLE = "Y"
               MOVE UP-PARENT-ID TO PP-CASE-ID
               READ PAYMENT-PLAN-FILE
                   INVALID KEY MOVE "N" TO WS-PLAN-FOUND
                   NOT INVALID KEY MOVE "Y" TO WS-PLAN-FOUND
               END-READ
           END-IF

           MOVE "N" TO WS-CASE-QUALIFIES
           MOVE SPACES TO WS-RELEASE-REASON
           EVALUATE TRUE
               WHEN UP-CASE-STATUS NOT = "O"
                   MOVE "CASE CLOSED" TO WS-RELEASE-REASON
               WHEN WS-PLAN-FOUND = "Y" AND PP-STATUS-ACTIVE
                   MOVE "PAYMENT PLAN ACTIVE" TO WS-RELEASE-REASON
               WHEN WS-LEVIABLE-AMOUNT = 0 OR
                    UP-STATUS-FLAG NOT = "SEVERELY DELINQUENT"
                   MOVE "PAID DOWN" TO WS-RELEASE-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-CASE-QUALIFIES
           END-EVALUATE

           MOVE UP-PARENT-ID TO LV-CASE-ID
           READ LEVY-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-LEVY-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-LEVY-FOUND
           END-READ

           IF WS-LEVY-FOUND = "Y" AND LV-STATUS-OUTSTANDING
               IF WS-CASE-QUALIFIES = "Y"
                   MOVE WS-RUN-DATE TO LV-LAST-SEEN-DATE
                   REWRITE LEVY-MASTER-RECORD
               ELSE
                   PERFORM 2300-RELEASE-LEVY
                       THRU 2300-RELEASE-LEVY-EXIT
               END-IF
               GO TO 2100-WORK-ONE-CASE-EXIT
           END-IF

           IF WS-CASE-QUALIFIES = "N"
               GO TO 2100-WORK-ONE-CASE-EXIT
           END-IF

      *>   A levy remitted or released inside the cooling period
      *>   rests - the FIDM file still carries the account it was on
           MOVE 0 TO WS-UNPOSTED-REMITTED
           IF WS-LEVY-FOUND = "Y"
               COMPUTE WS-DAYS-SINCE-STATUS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(LV-STATUS-DATE)
               IF WS-DAYS-SINCE-STATUS < WS-LEVY-COOLING-DAYS
                   ADD 1 TO WS-COOLING-COUNT
                   GO TO 2100-WORK-ONE-CASE-EXIT
               END-IF

      *>       Remitted money the posting run has not credited yet
      *>       (suspended, or still in tonight's transactions) is
      *>       already collected - it comes off the new levy
               IF LV-STATUS-REMITTED AND
                  LV-REMIT-PAYMENT-DATE > 0 AND
                  UP-LAST-PAYMENT-DATE < LV-REMIT-PAYMENT-DATE
                   MOVE LV-REMITTED-AMOUNT TO WS-UNPOSTED-REMITTED
               END-IF
           END-IF

           IF WS-UNPOSTED-REMITTED >= WS-LEVIABLE-AMOUNT
               GO TO 2100-WORK-ONE-CASE-EXIT
           END-IF
           SUBTRACT WS-UNPOSTED-REMITTED FROM WS-LEVIABLE-AMOUNT

      *>   Qualifying case with no standing levy - the FIDM match
      *>   decides whether there is an account to levy
           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MATCH-COUNT
               IF WS-MT-CASE-ID (WS-MT-SUB) = UP-PARENT-ID AND
                  WS-MT-BALANCE (WS-MT-SUB) > 0
                   IF WS-BEST-SUB = 0
                       MOVE WS-MT-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-MT-BALANCE (WS-MT-SUB) >
                          WS-MT-BALANCE (WS-BEST-SUB)
                           MOVE WS-MT-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-SUB > 0
               PERFORM 2200-ISSUE-LEVY
                   THRU 2200-ISSUE-LEVY-EXIT
           END-IF.

       2100-WORK-ONE-CASE-EXIT.
           EXIT.

       *> ==================================================
       *> ISSUE A NEW LEVY AGAINST THE BEST MATCHED ACCOUNT
       *> ==================================================
       2200-ISSUE-LEVY.
           MOVE UP-PARENT-ID TO LV-CASE-ID
           SET LV-STATUS-ISSUED TO TRUE
           MOVE WS-MT-INSTITUTION-ID (WS-BEST-SUB) TO
               LV-INSTITUTION-ID
           MOVE WS-MT-INSTITUTION-NAME (WS-BEST-SUB) TO
               LV-INSTITUTION-NAME
           MOVE WS-MT-ACCOUNT-NUMBER (WS-BEST-SUB) TO
               LV-ACCOUNT-NUMBER
           MOVE WS-LEVIABLE-AMOUNT TO LV-LEVY-AMOUNT
           MOVE 0 TO LV-FROZEN-AMOUNT
           MOVE 0 TO LV-REMITTED-AMOUNT
           MOVE 0 TO LV-REMIT-PAYMENT-DATE
           MOVE WS-RUN-DATE TO LV-ISSUE-DATE
           MOVE WS-RUN-DATE TO LV-STATUS-DATE
           MOVE WS-RUN-DATE TO LV-LAST-SEEN-DATE

           IF WS-LEVY-FOUND = "Y"
      *>       Remitted or released earlier - the row takes on the
      *>       new levy
               REWRITE LEVY-MASTER-RECORD
           ELSE
               WRITE LEVY-MASTER-RECORD
           END-IF

           SET LN-ACTION-LEVY TO TRUE
           MOVE UP-PARENT-ID TO LN-CASE-ID
           MOVE UP-PARENT-NAME TO LN-PARENT-NAME
           MOVE LV-INSTITUTION-ID TO LN-INSTITUTION-ID
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           MOVE LV-LEVY-AMOUNT TO LN-LEVY-AMOUNT
           MOVE WS-RUN-DATE TO LN-NOTICE-DATE
           WRITE LEVY-NOTICE-RECORD

           ADD 1 TO WS-ISSUED-COUNT
           ADD LV-LEVY-AMOUNT TO WS-ISSUED-TOTAL

           MOVE LV-LEVY-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "ISSUED      " LV-CASE-ID " "
               LV-INSTITUTION-NAME " " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           DISPLAY "BANK LEVY ISSUED: " LV-CASE-ID.

       2200-ISSUE-LEVY-EXIT.
           EXIT.

       *> ==================================================
       *> RELEASE THE OUTSTANDING LEVY IN THE RECORD AREA -
       *> RELEASE NOTICE TO THE INSTITUTION, MASTER CLOSED
       *> OUT, REGISTER LINE WITH THE REASON
       *> ==================================================
       2300-RELEASE-LEVY.
           SET LN-ACTION-RELEASE TO TRUE
           MOVE LV-CASE-ID TO LN-CASE-ID
           MOVE UP-PARENT-NAME TO LN-PARENT-NAME
           MOVE LV-INSTITUTION-ID TO LN-INSTITUTION-ID
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           MOVE 0 TO LN-LEVY-AMOUNT
           MOVE WS-RUN-DATE TO LN-NOTICE-DATE
           WRITE LEVY-NOTICE-RECORD

           ADD 1 TO WS-RELEASED-COUNT
           ADD LV-FROZEN-AMOUNT TO WS-RELEASED-TOTAL

      *>   The amount shown is what the institution had frozen and
      *>   now gives back to the account holder
           MOVE LV-FROZEN-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO LG-REGISTER-LINE
           STRING "RELEASED    " LV-CASE-ID " "
               LV-INSTITUTION-NAME " " WS-ED-AMOUNT " "
               WS-RELEASE-REASON
               DELIMITED BY SIZE INTO LG-REGISTER-LINE
           WRITE LG-REGISTER-LINE

           SET LV-STATUS-RELEASED TO TRUE
           MOVE 0 TO LV-FROZEN-AMOUNT
           MOVE WS-RUN-DATE TO LV-STATUS-DATE
           REWRITE LEVY-MASTER-RECORD

           DISPLAY "BANK LEVY RELEASED: " LV-CASE-ID.

       2300-RELEASE-LEVY-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - REJECT THE CURRENT RESPONSE RECORD
       *> ==================================================
       2900-REJECT-RESPONSE.
           MOVE LEVY-RESPONSE-RECORD TO LJ-RECORD-IMAGE
           WRITE LEVY-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       2900-REJECT-RESPONSE-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - DATE EDIT, REAL CALENDAR DAYS ONLY
       *> ==================================================
       9100-EDIT-DATE.
           MOVE "N" TO WS-DATE-VALID

           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 9100-EDIT-DATE-EXIT
           END-IF

           MOVE WS-EDIT-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-EDIT-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-EDIT-DATE(7:2) TO WS-DATE-DAY

           IF WS-DATE-YEAR < 1990 OR WS-DATE-YEAR > 2099 OR
              WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12 OR
              WS-DATE-DAY < 1
               GO TO 9100-EDIT-DATE-EXIT
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

       9100-EDIT-DATE-EXIT.
           EXIT.
