      *>   P rows are posted payments; R rows are the offsetting
      *>   entries written when a posted payment is reversed (NSF
      *>   check or bank-recalled EFT) - an R row's NEW balances are
      *>   the case's balances after the money was taken back. A
      *>   rows are non-cash adjustments (court-ordered judgment,
      *>   compromise, interest waiver, keying correction) - no money
      *>   changed hands, PA-PAYMENT-APPLIED is the size of the
      *>   adjustment, PA-SOURCE-METHOD carries the reason code and
      *>   PA-SOURCE-REFERENCE the court order reference
           05  PA-ENTRY-TYPE             PIC X(01).
               88  PA-TYPE-PAYMENT       VALUE "P".
               88  PA-TYPE-REVERSAL      VALUE "R".
               88  PA-TYPE-ADJUSTMENT    VALUE "A".
      *>   Serial of the posting run that wrote this row, off the
      *>   checkpoint control - the period accumulation run refuses
      *>   to append the same run twice on the strength of this
