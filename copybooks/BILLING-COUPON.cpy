      *> Billing coupon extract - one row per open case with anything
      *> owing, written by the main batch at the billing-period
      *> rollover once the new month's obligation is loaded, interest
      *> assessed and the payment plan reviewed. The coupon run turns
      *> each row into the mailed billing statement and its tear-off
      *> payment coupon. Shared here so the writer and the printer
      *> carry the same layout.
       FD  BILLING-COUPON-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS BILLING-COUPON-RECORD.

       01  BILLING-COUPON-RECORD.
           05  BC-CASE-ID            PIC 9(8).
      *>   The billing month the coupon is for (YYYYMM) and the date
      *>   the rollover billed it
           05  BC-BILLING-PERIOD     PIC 9(6).
           05  BC-BILL-DATE          PIC 9(8).
           05  BC-PARENT-NAME        PIC X(20).
           05  BC-ADDRESS            PIC X(30).
           05  BC-ADDRESS-STATUS     PIC X(01).
               88  BC-ADDRESS-BAD        VALUE "B".
      *>   The case's balances as the rollover left them
           05  BC-CURRENT-DUE        PIC 9(6)V99.
           05  BC-ARREARS            PIC 9(7)V99.
           05  BC-INTEREST           PIC 9(7)V99.
           05  BC-CREDIT             PIC 9(7)V99.
      *>   The monthly installment of an active payment plan - zero
      *>   when the case has none, or its plan just broke
           05  BC-PLAN-AMOUNT        PIC 9(4)V99.
      *>   What the coupon asks for: this month's support plus the
      *>   plan installment on a plan case, or plus everything past
      *>   due on any other, less credit already held
           05  BC-AMOUNT-DUE         PIC 9(7)V99.
           05  FILLER                PIC X(07).
