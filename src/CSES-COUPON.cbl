       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-COUPON.

      *> Monthly billing statements and payment coupons. Reads the
      *> billing coupon extract the main batch writes at the billing-
      *> period rollover and prints, per case, a statement of what is
      *> owed - current support, arrears, interest, credit on hand and
      *> the payment plan installment where the case has one - over a
      *> tear-off coupon to be mailed back with the check.
      *>
      *> The coupon's bottom line is an OCR scanline the bank's
      *> lockbox scanners read, so a check that arrives with its
      *> coupon is keyed to its case without anyone reading the memo
      *> line:
      *>
      *>   CCCCCCCC PPPPPP AAAAAAAAA K
      *>
      *>   C  case ID (8)
      *>   P  billing period YYYYMM (6)
      *>   A  amount due in cents (9)
      *>   K  check digit - modulus 10 over the 23 digits before it,
      *>      weighting 2,1,2,1... from the left and adding the
      *>      digits of each product, so one misread digit or two
      *>      swapped neighbours fail the check at the lockbox
      *>
      *> A case whose address the returned-mail run has flagged bad
      *> is counted and not mailed, the same as the notice runs.
      *> Every statement mailed goes on the correspondence history.
      *> The extract is emptied once the statements are printed, so
      *> a second run in the same month cannot mail the month twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLING-COUPON-FILE
               ASSIGN TO "data/billing_coupons.dat".

           SELECT BILLING-STATEMENT-FILE
               ASSIGN TO "data/billing_statements.dat".

      *> OPTIONAL - the first document ever logged starts the file
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "BILLING-COUPON".

       FD  BILLING-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BS-STATEMENT-LINE.

       01  BS-STATEMENT-LINE              PIC X(80).

             COPY "CORRESPONDENCE-HISTORY".

       WORKING-STORAGE SECTION.

       01  WS-EOF-COUPONS         PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-COUPON-COUNTERS.
           05  WS-COUPONS-READ         PIC 9(7)     VALUE 0.
           05  WS-STATEMENT-COUNT      PIC 9(7)     VALUE 0.
      *>   Cases whose address the returned-mail run has flagged
      *>   undeliverable - counted, never mailed
           05  WS-BAD-ADDRESS-COUNT    PIC 9(7)     VALUE 0.
           05  WS-PLAN-COUPON-COUNT    PIC 9(7)     VALUE 0.
           05  WS-BILLED-TOTAL         PIC 9(9)V99  VALUE 0.

      *> The scanline as it prints at the foot of the coupon
       01  WS-SCANLINE.
           05  WS-SL-CASE-ID          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SL-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SL-AMOUNT           PIC 9(07)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SL-CHECK-DIGIT      PIC 9(01).

      *> The 23 digits the check digit is taken over, one at a time
       01  WS-CHECK-FIELDS.
           05  WS-CK-CASE-ID          PIC 9(08).
           05  WS-CK-PERIOD           PIC 9(06).
           05  WS-CK-AMOUNT           PIC 9(07)V99.
       01  WS-CHECK-DIGIT-TABLE REDEFINES WS-CHECK-FIELDS.
           05  WS-CK-DIGIT            PIC 9(01) OCCURS 23 TIMES.
       01  WS-CK-SUB                  PIC 9(02) VALUE 0.
       01  WS-CK-PRODUCT              PIC 9(02) VALUE 0.
       01  WS-CK-SUM                  PIC 9(04) VALUE 0.
       01  WS-CK-QUOTIENT             PIC 9(04) VALUE 0.
       01  WS-CK-REMAINDER            PIC 9(02) VALUE 0.
       01  WS-CK-RESULT               PIC 9(01) VALUE 0.

      *> Payment is due by the last day of the billing month
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR            PIC 9(04).
           05  WS-DUE-MONTH           PIC 9(02).
           05  WS-DUE-DAY             PIC 9(02).
       01  WS-LEAP-QUOTIENT           PIC 9(04).
       01  WS-LEAP-REMAINDER          PIC 9(03).

       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "BILLING COUPON GENERATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "COUPON" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BILLING-COUPON-FILE.
           OPEN OUTPUT BILLING-STATEMENT-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           READ BILLING-COUPON-FILE
               AT END MOVE "Y" TO WS-EOF-COUPONS
           END-READ.

           PERFORM UNTIL WS-EOF-COUPONS = "Y"
               ADD 1 TO WS-COUPONS-READ

               IF BC-ADDRESS-BAD
      *>           Mailing a known-dead address is pure postage -
      *>           the locate interface is working these cases
                   ADD 1 TO WS-BAD-ADDRESS-COUNT
               ELSE
                   PERFORM 0100-PRINT-STATEMENT
                       THRU 0100-PRINT-STATEMENT-EXIT
               END-IF

               READ BILLING-COUPON-FILE
                   AT END MOVE "Y" TO WS-EOF-COUPONS
               END-READ
           END-PERFORM.

           CLOSE BILLING-COUPON-FILE
                 BILLING-STATEMENT-FILE
                 CORRESPONDENCE-HISTORY-FILE.

       *> ==================================================
       *> THE MONTH IS MAILED - EMPTY THE EXTRACT SO IT
       *> CANNOT BE MAILED AGAIN
       *> ==================================================
           OPEN OUTPUT BILLING-COUPON-FILE.
           CLOSE BILLING-COUPON-FILE.

           DISPLAY "COUPONS READ: " WS-COUPONS-READ.
           DISPLAY "STATEMENTS MAILED: " WS-STATEMENT-COUNT.
           DISPLAY "  ON A PAYMENT PLAN: " WS-PLAN-COUPON-COUNT.
           DISPLAY "SKIPPED - BAD ADDRESS: " WS-BAD-ADDRESS-COUNT.
           MOVE WS-BILLED-TOTAL TO WS-ED-AMOUNT
           DISPLAY "TOTAL BILLED: " WS-ED-AMOUNT.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "STATEMENTS" TO JC-COUNT-LABEL(1)
           MOVE WS-STATEMENT-COUNT TO JC-COUNT(1)
           MOVE "PLAN CASES" TO JC-COUNT-LABEL(2)
           MOVE WS-PLAN-COUPON-COUNT TO JC-COUNT(2)
           MOVE "BAD ADDRESS" TO JC-COUNT-LABEL(3)
           MOVE WS-BAD-ADDRESS-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "BILLING COUPON GENERATION COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE CASE'S STATEMENT AND COUPON
       *> ==================================================
       0100-PRINT-STATEMENT.
           PERFORM 0200-BUILD-SCANLINE THRU 0200-BUILD-SCANLINE-EXIT
           PERFORM 0300-SET-DUE-DATE THRU 0300-SET-DUE-DATE-EXIT

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE "CHILD SUPPORT BILLING STATEMENT" TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "STATEMENT DATE: " BC-BILL-DATE
               "   BILLING PERIOD: " BC-BILLING-PERIOD
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-PARENT-NAME TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-ADDRESS TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "CASE ID: " BC-CASE-ID
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-CURRENT-DUE TO WS-ED-AMOUNT
           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "CURRENT SUPPORT THIS MONTH:   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-ARREARS TO WS-ED-AMOUNT
           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "PAST-DUE SUPPORT (ARREARS):   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-INTEREST TO WS-ED-AMOUNT
           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "INTEREST ON ARREARS:          " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           IF BC-CREDIT > 0
               MOVE BC-CREDIT TO WS-ED-AMOUNT
               MOVE SPACES TO BS-STATEMENT-LINE
               STRING "LESS CREDIT ON ACCOUNT:       " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO BS-STATEMENT-LINE
               WRITE BS-STATEMENT-LINE
           END-IF

           IF BC-PLAN-AMOUNT > 0
               ADD 1 TO WS-PLAN-COUPON-COUNT
               MOVE BC-PLAN-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO BS-STATEMENT-LINE
               STRING "PAYMENT PLAN INSTALLMENT:     " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO BS-STATEMENT-LINE
               WRITE BS-STATEMENT-LINE

               MOVE "YOUR PAYMENT PLAN ASKS FOR THE INSTALLMENT ABOVE "
                   TO BS-STATEMENT-LINE
               WRITE BS-STATEMENT-LINE
               MOVE "TOWARD ARREARS AND INTEREST, WITH CURRENT SUPPORT."
                   TO BS-STATEMENT-LINE
               WRITE BS-STATEMENT-LINE
           END-IF

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-AMOUNT-DUE TO WS-ED-AMOUNT
           MOVE SPACES TO BS-STATEMENT-LINE
           IF BC-AMOUNT-DUE = 0
               STRING "NO PAYMENT DUE - CREDIT ON ACCOUNT COVERS "
                   "THIS MONTH"
                   DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           ELSE
               STRING "AMOUNT DUE:                   " WS-ED-AMOUNT
                   "  BY " WS-DUE-DATE
                   DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           END-IF
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

      *>   The tear-off coupon
           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "- - - - - DETACH AND RETURN THIS COUPON WITH YOUR "
               "PAYMENT - - - - -"
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "PAYMENT COUPON   CASE ID: " BC-CASE-ID
               "   PERIOD: " BC-BILLING-PERIOD
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE BC-PARENT-NAME TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           STRING "AMOUNT DUE: " WS-ED-AMOUNT
               "   AMOUNT ENCLOSED: $____________"
               DELIMITED BY SIZE INTO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE "WRITE YOUR CASE ID ON YOUR CHECK. DO NOT SEND CASH."
               TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           MOVE WS-SCANLINE TO BS-STATEMENT-LINE(30:27)
           WRITE BS-STATEMENT-LINE

           MOVE SPACES TO BS-STATEMENT-LINE
           WRITE BS-STATEMENT-LINE

      *>   On the correspondence history - the proof of what was
      *>   mailed, and where; the reference is the scanline itself
           MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
           MOVE BC-CASE-ID TO CH-CASE-ID
           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
           SET CH-DOC-BILLING TO TRUE
           SET CH-TO-PARENT TO TRUE
           MOVE BC-ADDRESS TO CH-ADDRESS
           MOVE BC-ADDRESS-STATUS TO CH-ADDRESS-STATUS
           MOVE "COUPON" TO CH-SOURCE-PROGRAM
           MOVE SPACES TO CH-REFERENCE
           STRING BC-BILLING-PERIOD " " WS-SL-AMOUNT
               DELIMITED BY SIZE INTO CH-REFERENCE
           WRITE CORRESPONDENCE-HISTORY-RECORD

           ADD 1 TO WS-STATEMENT-COUNT
           ADD BC-AMOUNT-DUE TO WS-BILLED-TOTAL.

       0100-PRINT-STATEMENT-EXIT.
           EXIT.

       *> ==================================================
       *> BUILD THE COUPON SCANLINE AND ITS CHECK DIGIT
       *> ==================================================
       0200-BUILD-SCANLINE.
           MOVE BC-CASE-ID TO WS-SL-CASE-ID WS-CK-CASE-ID
           MOVE BC-BILLING-PERIOD TO WS-SL-PERIOD WS-CK-PERIOD
           MOVE BC-AMOUNT-DUE TO WS-SL-AMOUNT WS-CK-AMOUNT

           MOVE 0 TO WS-CK-SUM
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > 23
      *>       Odd positions from the left weigh 2, even weigh 1
               DIVIDE WS-CK-SUB BY 2 GIVING WS-CK-QUOTIENT
                   REMAINDER WS-CK-REMAINDER
               IF WS-CK-REMAINDER = 1
                   COMPUTE WS-CK-PRODUCT = WS-CK-DIGIT(WS-CK-SUB) * 2
                   IF WS-CK-PRODUCT > 9
                       SUBTRACT 9 FROM WS-CK-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-CK-DIGIT(WS-CK-SUB) TO WS-CK-PRODUCT
               END-IF
               ADD WS-CK-PRODUCT TO WS-CK-SUM
           END-PERFORM

           DIVIDE WS-CK-SUM BY 10 GIVING WS-CK-QUOTIENT
               REMAINDER WS-CK-REMAINDER
           IF WS-CK-REMAINDER = 0
               MOVE 0 TO WS-CK-RESULT
           ELSE
               COMPUTE WS-CK-RESULT = 10 - WS-CK-REMAINDER
           END-IF

           MOVE WS-CK-RESULT TO WS-SL-CHECK-DIGIT.

       0200-BUILD-SCANLINE-EXIT.
           EXIT.

       *> ==================================================
       *> DUE DATE - THE LAST DAY OF THE BILLING MONTH
       *> ==================================================
       0300-SET-DUE-DATE.
           MOVE BC-BILLING-PERIOD(1:4) TO WS-DUE-YEAR
           MOVE BC-BILLING-PERIOD(5:2) TO WS-DUE-MONTH

           EVALUATE WS-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DUE-DAY
               WHEN 2
                   MOVE 28 TO WS-DUE-DAY
                   DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DUE-DAY
                       DIVIDE WS-DUE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DUE-DAY
                           DIVIDE WS-DUE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DUE-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DUE-DAY
           END-EVALUATE.

       0300-SET-DUE-DATE-EXIT.
           EXIT.
