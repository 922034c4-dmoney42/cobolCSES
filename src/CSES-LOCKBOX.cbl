       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-LOCKBOX.

      *> Bank lockbox import. The bank's lockbox file carries one
      *> item per check opened at the lockbox - the check amount and
      *> number, the OCR scanline off the billing coupon when the
      *> parent mailed one back, and whatever case number the bank's
      *> operators keyed from the check's memo line when there was
      *> no coupon. This run turns the file into the H/D/T payment
      *> batch the payment batch edit has always taken, so the edit,
      *> the consolidation's bank deposit proof and the posting run
      *> see the lockbox exactly as they saw the batch before.
      *>
      *> Each item's case is taken from, in order:
      *>   COUPON  the scanline, when every field reads numeric and
      *>           its check digit proves (the coupon run's modulus
      *>           10 over the case, period and amount digits)
      *>   KEYED   the case number the bank keyed from the memo line
      *>   NONE    neither - the detail carries a zero case ID, which
      *>           the batch edit rejects for the identification unit
      *>           to work from the reject file
      *>
      *> The item is paid as the check was written, whatever the
      *> coupon asked for; coupon items paid other than as billed are
      *> counted on the register. The bank's trailer must prove to
      *> the items before anything is released - an unbalanced or
      *> unframed lockbox file releases an empty batch, which the
      *> batch edit rejects in total. Item fields are carried into
      *> the batch as received; the batch edit remains the one place
      *> a payment's fields are edited.
      *>
      *> Lockbox file records (80 bytes, record type first):
      *>   H  lockbox number, deposit date
      *>   D  bank item ID (becomes the transaction ID), check amount,
      *>      check number, coupon scanline, keyed case number
      *>   T  item count, deposit total

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
               ASSIGN TO "data/lockbox_file.dat".

           SELECT PAYMENT-BATCH-FILE
               ASSIGN TO "data/payment_batch.dat".

           SELECT LOCKBOX-REGISTER-FILE
               ASSIGN TO "data/lockbox_register.dat".

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOCKBOX-RECORD.

       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE        PIC X(01).
               88  LB-TYPE-HEADER    VALUE "H".
               88  LB-TYPE-ITEM      VALUE "D".
               88  LB-TYPE-TRAILER   VALUE "T".
           05  LB-RECORD-BODY        PIC X(79).
           05  LB-HEADER-BODY REDEFINES LB-RECORD-BODY.
               10  LB-LOCKBOX-NUMBER PIC X(07).
               10  LB-DEPOSIT-DATE   PIC X(08).
               10  FILLER            PIC X(64).
           05  LB-ITEM-BODY REDEFINES LB-RECORD-BODY.
               10  LB-ITEM-ID        PIC X(10).
               10  LB-CHECK-AMOUNT   PIC X(08).
               10  LB-CHECK-AMOUNT-NUM REDEFINES LB-CHECK-AMOUNT
                                     PIC 9(6)V99.
               10  LB-CHECK-NUMBER   PIC X(10).
      *>       Laid out as the coupon prints it - blank when the
      *>       check came without one
               10  LB-SCANLINE.
                   15  LB-SL-CASE-ID     PIC X(08).
                   15  FILLER            PIC X(01).
                   15  LB-SL-PERIOD      PIC X(06).
                   15  FILLER            PIC X(01).
                   15  LB-SL-AMOUNT      PIC X(09).
                   15  LB-SL-AMOUNT-NUM REDEFINES LB-SL-AMOUNT
                                         PIC 9(7)V99.
                   15  FILLER            PIC X(01).
                   15  LB-SL-CHECK-DIGIT PIC X(01).
               10  LB-KEYED-CASE-ID  PIC X(08).
               10  FILLER            PIC X(16).
           05  LB-TRAILER-BODY REDEFINES LB-RECORD-BODY.
               10  LB-ITEM-COUNT     PIC 9(7).
               10  LB-DEPOSIT-TOTAL  PIC 9(9)V99.
               10  FILLER            PIC X(61).

       FD  PAYMENT-BATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS PAYMENT-BATCH-RECORD.

       01  PAYMENT-BATCH-RECORD.
           05  BA-RECORD-TYPE        PIC X(01).
           05  BA-RECORD-BODY        PIC X(45).
           05  BA-HEADER-BODY REDEFINES BA-RECORD-BODY.
               10  BA-BATCH-DATE     PIC X(8).
               10  FILLER            PIC X(37).
           05  BA-TRAILER-BODY REDEFINES BA-RECORD-BODY.
               10  BA-CONTROL-COUNT  PIC 9(7).
               10  BA-CONTROL-AMOUNT PIC 9(9)V99.
               10  FILLER            PIC X(27).

       FD  LOCKBOX-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LR-REPORT-LINE.

       01  LR-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-LOCKBOX         PIC X VALUE "N".
       01  WS-LOCKBOX-VALID       PIC X VALUE "Y".

       01  WS-LOCKBOX-NUMBER      PIC X(07) VALUE SPACES.
       01  WS-DEPOSIT-DATE        PIC X(08) VALUE SPACES.

      *> A batch detail laid out as the payment transaction image,
      *> character by character, so the item's fields travel into
      *> the batch exactly as the bank sent them
       01  WS-DETAIL-WORK.
           05  WS-DT-TRANSACTION-ID  PIC X(10).
           05  WS-DT-PARENT-ID       PIC X(08).
           05  WS-DT-AMOUNT          PIC X(08).
           05  WS-DT-DATE            PIC X(08).
           05  WS-DT-METHOD          PIC X(01).
           05  WS-DT-REFERENCE       PIC X(10).

      *> How this item's case was found
       01  WS-MATCH-SOURCE        PIC X(06).
       01  WS-SCANLINE-GOOD       PIC X VALUE "N".

      *> The scanline digits the check digit is proved over, one at
      *> a time - the same weighting the coupon run prints with
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

       01  WS-LOCKBOX-COUNTERS.
           05  WS-HEADER-COUNT         PIC 9(3)     VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(3)     VALUE 0.
           05  WS-OTHER-COUNT          PIC 9(7)     VALUE 0.
           05  WS-ITEM-COUNT           PIC 9(7)     VALUE 0.
           05  WS-ITEM-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-CONTROL-COUNT        PIC 9(7)     VALUE 0.
           05  WS-CONTROL-TOTAL        PIC 9(9)V99  VALUE 0.
           05  WS-COUPON-COUNT         PIC 9(7)     VALUE 0.
           05  WS-COUPON-TOTAL         PIC 9(9)V99  VALUE 0.
           05  WS-KEYED-COUNT          PIC 9(7)     VALUE 0.
           05  WS-KEYED-TOTAL          PIC 9(9)V99  VALUE 0.
           05  WS-NONE-COUNT           PIC 9(7)     VALUE 0.
           05  WS-NONE-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-UNREADABLE-COUNT     PIC 9(7)     VALUE 0.
           05  WS-OFF-BILL-COUNT       PIC 9(7)     VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7)     VALUE 0.
           05  WS-RELEASED-TOTAL       PIC 9(9)V99  VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "LOCKBOX IMPORT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "LOCKBOX" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LOCKBOX-FILE.
           OPEN OUTPUT PAYMENT-BATCH-FILE
                       LOCKBOX-REGISTER-FILE.

           MOVE "LOCKBOX IMPORT REGISTER" TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

       *> ==================================================
       *> PASS ONE - PROVE THE BANK'S TRAILER AGAINST THE
       *> ITEMS BEFORE ANYTHING IS RELEASED
       *> ==================================================
           READ LOCKBOX-FILE
               AT END MOVE "Y" TO WS-EOF-LOCKBOX
           END-READ.

           PERFORM UNTIL WS-EOF-LOCKBOX = "Y"

               EVALUATE TRUE
                   WHEN LB-TYPE-HEADER
                       ADD 1 TO WS-HEADER-COUNT
                       MOVE LB-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER
                       MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   WHEN LB-TYPE-TRAILER
                       ADD 1 TO WS-TRAILER-COUNT
                       IF LB-ITEM-COUNT IS NUMERIC
                           MOVE LB-ITEM-COUNT TO WS-CONTROL-COUNT
                       END-IF
                       IF LB-DEPOSIT-TOTAL IS NUMERIC
                           MOVE LB-DEPOSIT-TOTAL TO WS-CONTROL-TOTAL
                       END-IF
                   WHEN LB-TYPE-ITEM
                       ADD 1 TO WS-ITEM-COUNT
      *>               A non-numeric amount adds nothing here, so the
      *>               trailer comparison below fails and the file
      *>               is held
                       IF LB-CHECK-AMOUNT IS NUMERIC
                           ADD LB-CHECK-AMOUNT-NUM TO WS-ITEM-TOTAL
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-COUNT
               END-EVALUATE

               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF-LOCKBOX
               END-READ

           END-PERFORM.

           MOVE SPACES TO LR-REPORT-LINE
           STRING "LOCKBOX " WS-LOCKBOX-NUMBER
               "  DEPOSIT DATE " WS-DEPOSIT-DATE
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           IF WS-HEADER-COUNT NOT = 1
               MOVE "N" TO WS-LOCKBOX-VALID
               MOVE "LOCKBOX FILE REJECTED - HEADER MISSING OR REPEATED"
                   TO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           END-IF

           IF WS-TRAILER-COUNT NOT = 1
               MOVE "N" TO WS-LOCKBOX-VALID
               MOVE SPACES TO LR-REPORT-LINE
               STRING "LOCKBOX FILE REJECTED - TRAILER MISSING OR "
                   "REPEATED"
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           END-IF

           IF WS-DEPOSIT-DATE IS NOT NUMERIC
               MOVE "N" TO WS-LOCKBOX-VALID
               MOVE "LOCKBOX FILE REJECTED - DEPOSIT DATE NOT NUMERIC"
                   TO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           END-IF

           IF WS-OTHER-COUNT > 0
               MOVE "N" TO WS-LOCKBOX-VALID
               MOVE WS-OTHER-COUNT TO WS-ED-COUNT
               MOVE SPACES TO LR-REPORT-LINE
               STRING "LOCKBOX FILE REJECTED - " WS-ED-COUNT
                   " RECORDS OF UNKNOWN TYPE"
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           END-IF

           IF WS-LOCKBOX-VALID = "Y" AND
              (WS-CONTROL-COUNT NOT = WS-ITEM-COUNT OR
               WS-CONTROL-TOTAL NOT = WS-ITEM-TOTAL)
               MOVE "N" TO WS-LOCKBOX-VALID
               MOVE WS-CONTROL-COUNT TO WS-ED-COUNT
               MOVE WS-CONTROL-TOTAL TO WS-ED-AMOUNT
               MOVE SPACES TO LR-REPORT-LINE
               STRING "LOCKBOX FILE REJECTED - TRAILER " WS-ED-COUNT
                   "  " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
               MOVE WS-ITEM-COUNT TO WS-ED-COUNT
               MOVE WS-ITEM-TOTAL TO WS-ED-AMOUNT
               MOVE SPACES TO LR-REPORT-LINE
               STRING "                        ITEMS   " WS-ED-COUNT
                   "  " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
           END-IF

       *> ==================================================
       *> PASS TWO - ONLY A PROVEN FILE BECOMES A BATCH
       *> ==================================================
           IF WS-LOCKBOX-VALID = "Y"
               CLOSE LOCKBOX-FILE
               OPEN INPUT LOCKBOX-FILE
               MOVE "N" TO WS-EOF-LOCKBOX

               MOVE SPACES TO PAYMENT-BATCH-RECORD
               MOVE "H" TO BA-RECORD-TYPE
               MOVE WS-DEPOSIT-DATE TO BA-BATCH-DATE
               WRITE PAYMENT-BATCH-RECORD

               MOVE SPACES TO LR-REPORT-LINE
               STRING "ITEM ID     CHECK NO         AMOUNT  CASE ID   "
                   "FOUND BY"
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE

               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF-LOCKBOX
               END-READ

               PERFORM UNTIL WS-EOF-LOCKBOX = "Y"
                   IF LB-TYPE-ITEM
                       PERFORM 0100-RELEASE-ITEM
                           THRU 0100-RELEASE-ITEM-EXIT
                   END-IF

                   READ LOCKBOX-FILE
                       AT END MOVE "Y" TO WS-EOF-LOCKBOX
                   END-READ
               END-PERFORM

               MOVE SPACES TO PAYMENT-BATCH-RECORD
               MOVE "T" TO BA-RECORD-TYPE
               MOVE WS-RELEASED-COUNT TO BA-CONTROL-COUNT
               MOVE WS-RELEASED-TOTAL TO BA-CONTROL-AMOUNT
               WRITE PAYMENT-BATCH-RECORD
           END-IF

       *> ==================================================
       *> REGISTER TOTALS
       *> ==================================================
           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-ITEM-COUNT TO WS-ED-COUNT
           MOVE WS-ITEM-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "ITEMS RECEIVED:     " WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-COUPON-COUNT TO WS-ED-COUNT
           MOVE WS-COUPON-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "  BY COUPON:        " WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-KEYED-COUNT TO WS-ED-COUNT
           MOVE WS-KEYED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "  BY KEYED CASE:    " WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-NONE-COUNT TO WS-ED-COUNT
           MOVE WS-NONE-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "  UNIDENTIFIED:     " WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-UNREADABLE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "SCANLINES FAILED:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE WS-OFF-BILL-COUNT TO WS-ED-COUNT
           MOVE SPACES TO LR-REPORT-LINE
           STRING "COUPONS NOT PAID AS BILLED: " WS-ED-COUNT
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           MOVE SPACES TO LR-REPORT-LINE
           WRITE LR-REPORT-LINE

           IF WS-LOCKBOX-VALID = "Y"
               MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
               MOVE WS-RELEASED-TOTAL TO WS-ED-AMOUNT
               MOVE SPACES TO LR-REPORT-LINE
               STRING "RELEASED TO BATCH:  " WS-ED-COUNT "  "
                   WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
               MOVE "LOCKBOX FILE BALANCED - PAYMENT BATCH RELEASED"
                   TO LR-REPORT-LINE
           ELSE
               MOVE "LOCKBOX FILE REJECTED IN TOTAL - NOTHING RELEASED"
                   TO LR-REPORT-LINE
           END-IF
           WRITE LR-REPORT-LINE

           DISPLAY "LOCKBOX ITEMS RECEIVED: " WS-ITEM-COUNT.
           DISPLAY "MATCHED BY COUPON: " WS-COUPON-COUNT.
           DISPLAY "MATCHED BY KEYED CASE: " WS-KEYED-COUNT.
           DISPLAY "UNIDENTIFIED: " WS-NONE-COUNT.
           IF WS-LOCKBOX-VALID = "N"
               DISPLAY "LOCKBOX FILE REJECTED - NOTHING RELEASED"
           END-IF.

           CLOSE LOCKBOX-FILE
                 PAYMENT-BATCH-FILE
                 LOCKBOX-REGISTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ITEMS" TO JC-COUNT-LABEL(1)
           MOVE WS-ITEM-COUNT TO JC-COUNT(1)
           MOVE "BY COUPON" TO JC-COUNT-LABEL(2)
           MOVE WS-COUPON-COUNT TO JC-COUNT(2)
           MOVE "RELEASED" TO JC-COUNT-LABEL(3)
           MOVE WS-RELEASED-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "LOCKBOX IMPORT COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE LOCKBOX ITEM TO ONE BATCH DETAIL, KEYED TO
       *> THE CASE ITS COUPON OR MEMO LINE NAMES
       *> ==================================================
       0100-RELEASE-ITEM.
           PERFORM 0200-PROVE-SCANLINE THRU 0200-PROVE-SCANLINE-EXIT

           MOVE SPACES TO WS-DETAIL-WORK
           MOVE LB-ITEM-ID TO WS-DT-TRANSACTION-ID
           MOVE LB-CHECK-AMOUNT TO WS-DT-AMOUNT
           MOVE WS-DEPOSIT-DATE TO WS-DT-DATE
           MOVE "C" TO WS-DT-METHOD
           MOVE LB-CHECK-NUMBER TO WS-DT-REFERENCE

           IF WS-SCANLINE-GOOD = "Y"
               MOVE LB-SL-CASE-ID TO WS-DT-PARENT-ID
               MOVE "COUPON" TO WS-MATCH-SOURCE
               ADD 1 TO WS-COUPON-COUNT
               IF LB-CHECK-AMOUNT IS NUMERIC
                   ADD LB-CHECK-AMOUNT-NUM TO WS-COUPON-TOTAL
                   IF LB-CHECK-AMOUNT-NUM NOT = LB-SL-AMOUNT-NUM
                       ADD 1 TO WS-OFF-BILL-COUNT
                   END-IF
               END-IF
           ELSE
               IF LB-KEYED-CASE-ID IS NUMERIC AND
                  LB-KEYED-CASE-ID NOT = "00000000"
                   MOVE LB-KEYED-CASE-ID TO WS-DT-PARENT-ID
                   MOVE "KEYED" TO WS-MATCH-SOURCE
                   ADD 1 TO WS-KEYED-COUNT
                   IF LB-CHECK-AMOUNT IS NUMERIC
                       ADD LB-CHECK-AMOUNT-NUM TO WS-KEYED-TOTAL
                   END-IF
               ELSE
                   MOVE "00000000" TO WS-DT-PARENT-ID
                   MOVE "NONE" TO WS-MATCH-SOURCE
                   ADD 1 TO WS-NONE-COUNT
                   IF LB-CHECK-AMOUNT IS NUMERIC
                       ADD LB-CHECK-AMOUNT-NUM TO WS-NONE-TOTAL
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO PAYMENT-BATCH-RECORD
           MOVE "D" TO BA-RECORD-TYPE
           MOVE WS-DETAIL-WORK TO BA-RECORD-BODY
           WRITE PAYMENT-BATCH-RECORD

           ADD 1 TO WS-RELEASED-COUNT
           IF LB-CHECK-AMOUNT IS NUMERIC
               ADD LB-CHECK-AMOUNT-NUM TO WS-RELEASED-TOTAL
               MOVE LB-CHECK-AMOUNT-NUM TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF

           MOVE SPACES TO LR-REPORT-LINE
           STRING LB-ITEM-ID "  " LB-CHECK-NUMBER "  " WS-ED-AMOUNT
               "  " WS-DT-PARENT-ID "  " WS-MATCH-SOURCE
               DELIMITED BY SIZE INTO LR-REPORT-LINE
           WRITE LR-REPORT-LINE.

       0100-RELEASE-ITEM-EXIT.
           EXIT.

       *> ==================================================
       *> DOES THE ITEM'S SCANLINE READ CLEAN AND PROVE ITS
       *> CHECK DIGIT?
       *> ==================================================
       0200-PROVE-SCANLINE.
           MOVE "N" TO WS-SCANLINE-GOOD

           IF LB-SCANLINE = SPACES
               GO TO 0200-PROVE-SCANLINE-EXIT
           END-IF

           IF LB-SL-CASE-ID IS NOT NUMERIC OR
              LB-SL-CASE-ID = "00000000" OR
              LB-SL-PERIOD IS NOT NUMERIC OR
              LB-SL-AMOUNT IS NOT NUMERIC OR
              LB-SL-CHECK-DIGIT IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
               GO TO 0200-PROVE-SCANLINE-EXIT
           END-IF

           MOVE LB-SL-CASE-ID TO WS-CK-CASE-ID
           MOVE LB-SL-PERIOD TO WS-CK-PERIOD
           MOVE LB-SL-AMOUNT-NUM TO WS-CK-AMOUNT

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

           IF LB-SL-CHECK-DIGIT NOT = WS-CK-RESULT
               ADD 1 TO WS-UNREADABLE-COUNT
               GO TO 0200-PROVE-SCANLINE-EXIT
           END-IF

           MOVE "Y" TO WS-SCANLINE-GOOD.

       0200-PROVE-SCANLINE-EXIT.
           EXIT.
