      *> Additional payees on a case - the custodial master carries
      *> the one payee a case has always had (payee 00 by convention);
      *> when the children on a case live with different caretakers,
      *> each further caretaker gets a row here numbered 01-99 under
      *> the case. Children are tied to a payee on the child-payee
      *> assignment file. The bank interface identifies a deposit by
      *> case alone, so these payees are paid by check. Shared here
      *> so the maintenance, posting, and payout runs carry the same
      *> layout.
       FD  CASE-PAYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CASE-PAYEE-RECORD.

       01  CASE-PAYEE-RECORD.
           05  PY-PAYEE-KEY.
               10  PY-CASE-ID            PIC 9(8).
               10  PY-PAYEE-NUMBER       PIC 9(2).
           05  PY-PAYEE-NAME         PIC X(20).
           05  PY-ADDRESS            PIC X(30).
      *>   Assistance standing of this caretaker's household - the
      *>   retention rules apply to each payee's share on its own
           05  PY-ASSISTANCE-STATUS  PIC X(01).
               88  PY-ASSIST-CURRENT         VALUE "A".
               88  PY-ASSIST-NONE            VALUE "N" " ".
           05  PY-UNREIMBURSED-ASSIST PIC 9(7)V99.
           05  PY-ADDED-DATE         PIC 9(8).
           05  FILLER                PIC X(02).
