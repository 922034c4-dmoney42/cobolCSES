       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-CONSOL.

      *> Daily collections consolidation, ahead of the posting run.
      *> Every front-end feed that produces payment transactions -
      *> the payment batch edit, employer remittances, tax offsets,
      *> payer-level splits, bank levy remittances and the suspense
      *> re-feed - is merged here into the one posting input the
      *> main batch reads, with a count and dollar control per feed,
      *> instead of the operator concatenating the files by hand.
      *>
      *> Nothing is released to posting until the money behind it is
      *> proven to have reached the bank. Each source is reconciled
      *> against the bank's daily deposit detail on what the sender
      *> actually sent - the producer's own input file - since that
      *> is what the bank was handed; the producer's rejects and
      *> holds are its own business and show here only as the
      *> difference between what was sent and what was fed. Employer
      *> remittances are proven one remittance at a time on the
      *> employer's remittance reference (the same reference REMIT
      *> stamps on every transaction it releases); the other sources
      *> deposit in bulk and are proven on the day's total. The
      *> suspense re-feed is money that was deposited the day it
      *> first arrived and is not reconciled again.
      *>
      *> Held from posting, each to the hold file with a reason and
      *> listed on the report:
      *>   BK - the deposit for the transaction's source (or, for an
      *>        employer remittance, its remittance) does not match
      *>   DP - the transaction ID appears more than once across the
      *>        feeds - every occurrence is held, since there is no
      *>        telling which is the real one
      *>   ID - the transaction ID or amount is not numeric
      *> A deposit that matches no feed - an unknown source code, a
      *> remittance nobody sent, or a source that did not prove - is
      *> listed on the report for the bank reconciliation unit.
      *>
      *> A BK hold is not the end of the money: the previous run's
      *> hold file is read back at the start of every run and each
      *> BK hold on it is reconciled again. An employer remittance
      *> hold rejoins its remittance's group, so the deposit arriving
      *> late under the same reference proves it. Bulk sources hold
      *> in one carried group per source, proven by today's deposit
      *> running over today's sent by exactly the carried amount - a
      *> late credit. A proven hold is released to posting; one whose
      *> transaction ID came through a feed again today (re-fed by
      *> hand), or whose remittance was sent again today, is dropped
      *> in favor of the fresh copy; the rest are held again. DP and
      *> ID holds need correction, not a deposit - they stay the
      *> day's correction list and are re-fed through the suspense
      *> re-feed as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The feeds, in the order they are merged
           SELECT OPTIONAL PAYEDIT-FEED-FILE
               ASSIGN TO "data/payedit_transactions.dat".

           SELECT OPTIONAL REMIT-FEED-FILE
               ASSIGN TO "data/remittance_transactions.dat".

           SELECT OPTIONAL OFFSET-FEED-FILE
               ASSIGN TO "data/offset_transactions.dat".

           SELECT OPTIONAL PAYERSPLIT-FEED-FILE
               ASSIGN TO "data/payersplit_transactions.dat".

           SELECT OPTIONAL LEVY-FEED-FILE
               ASSIGN TO "data/levy_transactions.dat".

           SELECT OPTIONAL REFEED-FEED-FILE
               ASSIGN TO "data/suspense_refeed.dat".

      *> What each sender actually sent - the producers' inputs
           SELECT OPTIONAL PAYMENT-BATCH-FILE
               ASSIGN TO "data/payment_batch.dat".

           SELECT OPTIONAL REMITTANCE-FILE
               ASSIGN TO "data/employer_remittance.dat".

           SELECT OPTIONAL OFFSET-COLLECTION-FILE
               ASSIGN TO "data/offset_collections.dat".

           SELECT OPTIONAL PAYER-PAYMENT-FILE
               ASSIGN TO "data/payer_payments.dat".

           SELECT OPTIONAL LEVY-RESPONSE-FILE
               ASSIGN TO "data/levy_responses.dat".

           SELECT OPTIONAL BANK-DEPOSIT-FILE
               ASSIGN TO "data/bank_deposits.dat".

           SELECT PAYMENT-TRANSACTION-FILE
               ASSIGN TO "data/payment_transactions.dat".

      *> Read back at the start of the run for the carried holds,
      *> then rewritten with the day's holds
           SELECT OPTIONAL CONSOLIDATION-HOLD-FILE
               ASSIGN TO "data/consolidation_holds.dat".

           SELECT CONSOLIDATION-REPORT-FILE
               ASSIGN TO "data/consolidation_report.dat".

      *> Work files, rebuilt every run: the BK holds carried from
      *> the previous run, every transaction ID seen across the
      *> feeds, and the reconciliation groups
           SELECT CARRIED-HOLD-FILE
               ASSIGN TO "data/consolidation_carried.dat".

           SELECT TRANSACTION-ID-FILE
               ASSIGN TO "data/consolidation_ids.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-TRANSACTION-ID
               FILE STATUS IS WS-ID-FILE-STATUS.

           SELECT DEPOSIT-GROUP-FILE
               ASSIGN TO "data/consolidation_groups.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-GROUP-KEY
               FILE STATUS IS WS-GROUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYEDIT-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PAYEDIT-FEED-RECORD.

       01  PAYEDIT-FEED-RECORD            PIC X(45).

       FD  REMIT-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REMIT-FEED-RECORD.

       01  REMIT-FEED-RECORD              PIC X(45).

       FD  OFFSET-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS OFFSET-FEED-RECORD.

       01  OFFSET-FEED-RECORD             PIC X(45).

       FD  PAYERSPLIT-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PAYERSPLIT-FEED-RECORD.

       01  PAYERSPLIT-FEED-RECORD         PIC X(45).

       FD  LEVY-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LEVY-FEED-RECORD.

       01  LEVY-FEED-RECORD               PIC X(45).

       FD  REFEED-FEED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REFEED-FEED-RECORD.

       01  REFEED-FEED-RECORD             PIC X(45).

      *> The producers' inputs - only what is needed to total what
      *> was sent; external fields proven NUMERIC before use
       FD  PAYMENT-BATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS PAYMENT-BATCH-RECORD.

       01  PAYMENT-BATCH-RECORD.
           05  BA-RECORD-TYPE        PIC X(01).
               88  BA-TYPE-DETAIL    VALUE "D".
           05  FILLER                PIC X(18).
           05  BA-AMOUNT             PIC X(08).
           05  BA-AMOUNT-NUM REDEFINES BA-AMOUNT
                                     PIC 9(6)V99.
           05  FILLER                PIC X(19).

       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REMITTANCE-RECORD.

       01  REMITTANCE-RECORD.
           05  RM-RECORD-TYPE        PIC X(01).
               88  RM-TYPE-EMPLOYER  VALUE "E".
           05  RM-EMPLOYER-ID        PIC X(10).
           05  RM-REMIT-DATE         PIC X(08).
           05  RM-REMIT-TOTAL        PIC X(11).
           05  RM-REMIT-TOTAL-NUM REDEFINES RM-REMIT-TOTAL
                                     PIC 9(9)V99.
           05  RM-REMIT-REFERENCE    PIC X(10).

       FD  OFFSET-COLLECTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OFFSET-COLLECTION-RECORD.

       01  OFFSET-COLLECTION-RECORD.
           05  OC-OFFSET-ID          PIC X(10).
           05  OC-CASE-ID            PIC X(08).
           05  OC-OFFSET-SOURCE      PIC X(01).
           05  OC-JOINT-RETURN       PIC X(01).
           05  OC-OFFSET-AMOUNT      PIC X(08).
           05  OC-OFFSET-AMOUNT-NUM REDEFINES OC-OFFSET-AMOUNT
                                     PIC 9(6)V99.
           05  OC-OFFSET-DATE        PIC X(08).

       FD  PAYER-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PAYER-PAYMENT-RECORD.

       01  PAYER-PAYMENT-RECORD.
           05  YP-PAYMENT-ID         PIC X(09).
           05  YP-PAYER-ID           PIC X(09).
           05  YP-AMOUNT             PIC X(08).
           05  YP-AMOUNT-NUM REDEFINES YP-AMOUNT
                                     PIC 9(6)V99.
           05  YP-PAYMENT-DATE       PIC X(08).
           05  YP-PAYMENT-METHOD     PIC X(01).
           05  YP-REFERENCE          PIC X(10).

       FD  LEVY-RESPONSE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS LEVY-RESPONSE-RECORD.

       01  LEVY-RESPONSE-RECORD.
           05  BR-REMIT-ID           PIC X(10).
           05  BR-CASE-ID            PIC X(08).
           05  BR-RESPONSE-CODE      PIC X(01).
               88  BR-RESPONSE-REMITTED  VALUE "R".
           05  BR-AMOUNT             PIC X(08).
           05  BR-AMOUNT-NUM REDEFINES BR-AMOUNT
                                     PIC 9(6)V99.
           05  BR-RESPONSE-DATE      PIC X(08).

      *> The bank's daily deposit detail - one line per deposit
      *> credited to the collections account, tagged by the bank
      *> with the source it came in under:
      *>   PE lockbox (payment batch), RM employer remittance,
      *>   OF tax offset, PS payer payment, LV bank levy
      *> Employer remittance deposits carry the employer's
      *> remittance reference
       FD  BANK-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS BANK-DEPOSIT-RECORD.

       01  BANK-DEPOSIT-RECORD.
           05  BK-DEPOSIT-ID         PIC X(12).
           05  BK-DEPOSIT-DATE       PIC X(08).
           05  BK-SOURCE-CODE        PIC X(02).
           05  BK-REFERENCE          PIC X(10).
           05  BK-ITEM-COUNT         PIC X(05).
           05  BK-DEPOSIT-AMOUNT     PIC X(11).
           05  BK-DEPOSIT-AMOUNT-NUM REDEFINES BK-DEPOSIT-AMOUNT
                                     PIC 9(9)V99.
           05  BK-BANK-ACCOUNT       PIC X(12).

             COPY "PAYMENT-TRANSACTIONS".

       FD  CONSOLIDATION-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS CONSOLIDATION-HOLD-RECORD.

       01  CONSOLIDATION-HOLD-RECORD.
           05  CH-RECORD-IMAGE       PIC X(45).
           05  CH-SOURCE-CODE        PIC X(02).
      *>   BK - deposit does not match, DP - duplicate ID across
      *>   feeds, ID - ID or amount not numeric
           05  CH-REASON-CODE        PIC X(02).

      *> The previous run's BK holds - the hold record as written
       FD  CARRIED-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS CARRIED-HOLD-RECORD.

       01  CARRIED-HOLD-RECORD.
           05  CC-RECORD-IMAGE       PIC X(45).
           05  CC-SOURCE-CODE        PIC X(02).
           05  CC-REASON-CODE        PIC X(02).

       FD  CONSOLIDATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CR-REPORT-LINE.

       01  CR-REPORT-LINE                 PIC X(80).

       FD  TRANSACTION-ID-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS TRANSACTION-ID-RECORD.

       01  TRANSACTION-ID-RECORD.
           05  TI-TRANSACTION-ID     PIC 9(10).
           05  TI-FIRST-SOURCE       PIC X(02).
           05  TI-OCCURRENCES        PIC 9(03).

       FD  DEPOSIT-GROUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEPOSIT-GROUP-RECORD.

      *> One row per source, or per remittance for the employer
      *> remittance source - what was sent, what the bank took in,
      *> and what the feed carries - plus one CARRIED row per bulk
      *> source for the holds carried from earlier runs. Carried
      *> holds were sent and fed on their own day; they count here
      *> only in the carried columns.
       01  DEPOSIT-GROUP-RECORD.
           05  DG-GROUP-KEY.
               10  DG-SOURCE-CODE    PIC X(02).
               10  DG-REFERENCE      PIC X(10).
           05  DG-SENT-AMOUNT        PIC 9(9)V99.
           05  DG-DEPOSIT-AMOUNT     PIC 9(9)V99.
           05  DG-DEPOSIT-COUNT      PIC 9(05).
           05  DG-FEED-AMOUNT        PIC 9(9)V99.
           05  DG-FEED-COUNT         PIC 9(07).
      *>   M - matched, released; H - held
           05  DG-VERDICT            PIC X(01).
               88  DG-MATCHED        VALUE "M".
               88  DG-HELD           VALUE "H".
           05  DG-CARRIED-AMOUNT     PIC 9(9)V99.
           05  DG-CARRIED-COUNT      PIC 9(05).
           05  FILLER                PIC X(06).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FEED            PIC X VALUE "N".
       01  WS-EOF-INPUT           PIC X VALUE "N".
       01  WS-EOF-DEPOSITS        PIC X VALUE "N".
       01  WS-EOF-GROUPS          PIC X VALUE "N".
       01  WS-GROUP-FOUND         PIC X VALUE "N".
       01  WS-ID-FOUND            PIC X VALUE "N".

       01  WS-ID-FILE-STATUS           PIC X(02).
       01  WS-GROUP-FILE-STATUS        PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).

      *> The current feed record, laid out so each field can be
      *> proven before anything touches it
       01  WS-FEED-RECORD.
           05  WS-FD-TRANSACTION-ID  PIC X(10).
           05  WS-FD-TRANSACTION-ID-NUM REDEFINES WS-FD-TRANSACTION-ID
                                     PIC 9(10).
           05  WS-FD-PARENT-ID       PIC X(08).
           05  WS-FD-AMOUNT          PIC X(08).
           05  WS-FD-AMOUNT-NUM REDEFINES WS-FD-AMOUNT
                                     PIC 9(6)V99.
           05  WS-FD-DATE            PIC X(08).
           05  WS-FD-METHOD          PIC X(01).
           05  WS-FD-REFERENCE       PIC X(10).

      *> One entry per feed, in merge order. The suspense re-feed is
      *> the one source not reconciled to the bank.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-CODE           PIC X(02).
               10  WS-SRC-NAME           PIC X(16).
               10  WS-SRC-RECONCILED     PIC X(01).
               10  WS-SRC-FEED-COUNT     PIC 9(7).
               10  WS-SRC-FEED-AMOUNT    PIC 9(9)V99.
               10  WS-SRC-SENT-AMOUNT    PIC 9(9)V99.
               10  WS-SRC-DEPOSIT-COUNT  PIC 9(5).
               10  WS-SRC-DEPOSIT-AMOUNT PIC 9(9)V99.
               10  WS-SRC-RELEASED-COUNT PIC 9(7).
               10  WS-SRC-RELEASED-AMOUNT PIC 9(9)V99.
               10  WS-SRC-HELD-COUNT     PIC 9(7).
               10  WS-SRC-HELD-AMOUNT    PIC 9(9)V99.

       01  WS-SRC-SUB             PIC 9(1).
       01  WS-SRC-MAX             PIC 9(1) VALUE 6.
       01  WS-FIND-CODE           PIC X(02).
       01  WS-FIND-SUB            PIC 9(1).
       01  WS-SCAN-SUB            PIC 9(1).

      *> The group a transaction, deposit or sent item lands in
       01  WS-GROUP-SOURCE        PIC X(02).
       01  WS-GROUP-REFERENCE     PIC X(10).
       01  WS-GROUP-AMOUNT        PIC 9(9)V99.
       01  WS-GROUP-COLUMN        PIC X(01).
           88  WS-COLUMN-SENT          VALUE "S".
           88  WS-COLUMN-DEPOSIT       VALUE "D".
           88  WS-COLUMN-FEED          VALUE "F".
           88  WS-COLUMN-CARRIED       VALUE "C".

      *> What becomes of one carried hold this run
       01  WS-CARRY-ACTION        PIC X(01).
           88  WS-CARRY-KEEP           VALUE "K".
           88  WS-CARRY-REFED          VALUE "R".
           88  WS-CARRY-SUPERSEDED     VALUE "S".
           88  WS-CARRY-UNREADABLE     VALUE "U".
       01  WS-CARRY-TEXT          PIC X(28).

      *> A bulk source's late credit - today's deposit over today's
      *> sent - and the carried amount it has to equal
       01  WS-LATE-SURPLUS        PIC 9(9)V99.
       01  WS-LATE-CARRIED        PIC 9(9)V99.

       01  WS-HOLD-REASON         PIC X(02).

       01  WS-CONSOL-COUNTERS.
           05  WS-DEPOSIT-COUNT            PIC 9(7)     VALUE 0.
           05  WS-DEPOSIT-TOTAL            PIC 9(9)V99  VALUE 0.
           05  WS-UNMATCHED-DEPOSIT-COUNT  PIC 9(7)     VALUE 0.
           05  WS-UNMATCHED-DEPOSIT-TOTAL  PIC 9(9)V99  VALUE 0.
           05  WS-DUPLICATE-ID-COUNT       PIC 9(7)     VALUE 0.
           05  WS-GROUPS-MATCHED           PIC 9(7)     VALUE 0.
           05  WS-GROUPS-HELD              PIC 9(7)     VALUE 0.
           05  WS-TOTAL-FEED-COUNT         PIC 9(7)     VALUE 0.
           05  WS-TOTAL-FEED-AMOUNT        PIC 9(9)V99  VALUE 0.
           05  WS-TOTAL-RELEASED-COUNT     PIC 9(7)     VALUE 0.
           05  WS-TOTAL-RELEASED-AMOUNT    PIC 9(9)V99  VALUE 0.
           05  WS-TOTAL-HELD-COUNT         PIC 9(7)     VALUE 0.
           05  WS-TOTAL-HELD-AMOUNT        PIC 9(9)V99  VALUE 0.
           05  WS-CARRIED-COUNT            PIC 9(7)     VALUE 0.
           05  WS-CARRIED-RELEASED-COUNT   PIC 9(7)     VALUE 0.
           05  WS-CARRIED-RELEASED-AMOUNT  PIC 9(9)V99  VALUE 0.
           05  WS-CARRIED-HELD-COUNT       PIC 9(7)     VALUE 0.
           05  WS-CARRIED-HELD-AMOUNT      PIC 9(9)V99  VALUE 0.
           05  WS-CARRIED-DROPPED-COUNT    PIC 9(7)     VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-AMOUNT-2              PIC $$$,$$$,$$9.99.
       01  WS-ED-SMALL-COUNT           PIC ZZZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "COLLECTIONS CONSOLIDATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "CONSOL" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           OPEN OUTPUT PAYMENT-TRANSACTION-FILE
                       CONSOLIDATION-HOLD-FILE
                       CONSOLIDATION-REPORT-FILE.

           MOVE "DAILY COLLECTIONS CONSOLIDATION" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           STRING "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

       *> ==================================================
       *> PASS ONE - WHAT EACH SENDER SENT, OFF THE
       *> PRODUCERS' OWN INPUT FILES
       *> ==================================================
           PERFORM 2000-TOTAL-WHAT-WAS-SENT
               THRU 2000-TOTAL-WHAT-WAS-SENT-EXIT.

       *> ==================================================
       *> PASS TWO - WHAT THE BANK TOOK IN
       *> ==================================================
           OPEN INPUT BANK-DEPOSIT-FILE.

           READ BANK-DEPOSIT-FILE
               AT END MOVE "Y" TO WS-EOF-DEPOSITS
           END-READ

           PERFORM UNTIL WS-EOF-DEPOSITS = "Y"
               ADD 1 TO WS-DEPOSIT-COUNT

               MOVE BK-SOURCE-CODE TO WS-FIND-CODE
               PERFORM 8500-FIND-SOURCE
                   THRU 8500-FIND-SOURCE-EXIT

      *>       Deposits that fit no reconciled source, or cannot be
      *>       read, are picked up on the unmatched listing below
               IF WS-FIND-SUB > 0 AND
                  BK-DEPOSIT-AMOUNT IS NUMERIC
                   IF WS-SRC-RECONCILED (WS-FIND-SUB) = "Y"
                       ADD BK-DEPOSIT-AMOUNT-NUM TO WS-DEPOSIT-TOTAL
                       ADD 1 TO WS-SRC-DEPOSIT-COUNT (WS-FIND-SUB)
                       ADD BK-DEPOSIT-AMOUNT-NUM TO
                           WS-SRC-DEPOSIT-AMOUNT (WS-FIND-SUB)

                       MOVE BK-SOURCE-CODE TO WS-GROUP-SOURCE
                       MOVE BK-REFERENCE TO WS-GROUP-REFERENCE
                       PERFORM 8550-GROUP-REFERENCE
                           THRU 8550-GROUP-REFERENCE-EXIT
                       MOVE BK-DEPOSIT-AMOUNT-NUM TO WS-GROUP-AMOUNT
                       SET WS-COLUMN-DEPOSIT TO TRUE
                       PERFORM 8600-ADD-TO-GROUP
                           THRU 8600-ADD-TO-GROUP-EXIT
                   END-IF
               END-IF

               READ BANK-DEPOSIT-FILE
                   AT END MOVE "Y" TO WS-EOF-DEPOSITS
               END-READ
           END-PERFORM

           CLOSE BANK-DEPOSIT-FILE

       *> ==================================================
       *> PASS THREE - FEED CONTROLS, THE CROSS-FEED ID
       *> REGISTER, AND WHAT EACH FEED CARRIES PER GROUP
       *> ==================================================
           MOVE "FEED CONTROLS AS RECEIVED" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX
               PERFORM 3000-LOAD-ONE-FEED
                   THRU 3000-LOAD-ONE-FEED-EXIT
           END-PERFORM

           MOVE WS-TOTAL-FEED-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-FEED-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   ALL FEEDS           " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-CARRIED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   BK HOLDS CARRIED    " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

      *>   The carried holds onto their groups, now the register
      *>   shows what came through again today, and any late credit
      *>   on a bulk source over to its carried group
           PERFORM 3500-LOAD-CARRIED-HOLDS
               THRU 3500-LOAD-CARRIED-HOLDS-EXIT

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX
               PERFORM 3600-APPLY-LATE-CREDIT
                   THRU 3600-APPLY-LATE-CREDIT-EXIT
           END-PERFORM

       *> ==================================================
       *> PASS FOUR - RECONCILE EVERY GROUP: SENT MUST EQUAL
       *> DEPOSITED, OR THE GROUP'S TRANSACTIONS ARE HELD
       *> ==================================================
           PERFORM 4000-RECONCILE-GROUPS
               THRU 4000-RECONCILE-GROUPS-EXIT.

       *> ==================================================
       *> PASS FIVE - DEPOSITS THAT MATCH NO FEED
       *> ==================================================
           MOVE "DEPOSITS NOT MATCHED TO A FEED" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE "N" TO WS-EOF-DEPOSITS
           OPEN INPUT BANK-DEPOSIT-FILE.

           READ BANK-DEPOSIT-FILE
               AT END MOVE "Y" TO WS-EOF-DEPOSITS
           END-READ

           PERFORM UNTIL WS-EOF-DEPOSITS = "Y"
               PERFORM 5000-CHECK-ONE-DEPOSIT
                   THRU 5000-CHECK-ONE-DEPOSIT-EXIT

               READ BANK-DEPOSIT-FILE
                   AT END MOVE "Y" TO WS-EOF-DEPOSITS
               END-READ
           END-PERFORM

           CLOSE BANK-DEPOSIT-FILE

           MOVE WS-UNMATCHED-DEPOSIT-COUNT TO WS-ED-COUNT
           MOVE WS-UNMATCHED-DEPOSIT-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   UNMATCHED DEPOSITS  " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

       *> ==================================================
       *> PASS SIX - MERGE: RELEASE TO POSTING OR HOLD
       *> ==================================================
           MOVE "TRANSACTIONS HELD FROM POSTING" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX
               PERFORM 6000-MERGE-ONE-FEED
                   THRU 6000-MERGE-ONE-FEED-EXIT
           END-PERFORM

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE "BK HOLDS CARRIED FROM EARLIER RUNS" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           PERFORM 6500-MERGE-CARRIED-HOLDS
               THRU 6500-MERGE-CARRIED-HOLDS-EXIT

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

       *> ==================================================
       *> CONTROL TOTALS PER SOURCE - RECEIVED MUST EQUAL
       *> RELEASED PLUS HELD
       *> ==================================================
           MOVE "RELEASED TO POSTING / HELD" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX
               MOVE WS-SRC-RELEASED-COUNT (WS-SRC-SUB) TO WS-ED-COUNT
               MOVE WS-SRC-RELEASED-AMOUNT (WS-SRC-SUB) TO
                   WS-ED-AMOUNT
               MOVE WS-SRC-HELD-AMOUNT (WS-SRC-SUB) TO WS-ED-AMOUNT-2
               MOVE SPACES TO CR-REPORT-LINE
               STRING "   " WS-SRC-CODE (WS-SRC-SUB) " "
                   WS-SRC-NAME (WS-SRC-SUB) WS-ED-COUNT "  "
                   WS-ED-AMOUNT "  HELD " WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           END-PERFORM

           MOVE WS-CARRIED-RELEASED-COUNT TO WS-ED-COUNT
           MOVE WS-CARRIED-RELEASED-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-CARRIED-HELD-AMOUNT TO WS-ED-AMOUNT-2
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   BK CARRIED HOLDS    " WS-ED-COUNT "  "
               WS-ED-AMOUNT "  HELD " WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-TOTAL-RELEASED-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-RELEASED-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "POSTING INPUT:         " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-TOTAL-HELD-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-HELD-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "HELD:                  " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           IF WS-TOTAL-HELD-COUNT = 0 AND
              WS-UNMATCHED-DEPOSIT-COUNT = 0
               MOVE "ALL FEEDS PROVEN TO THE BANK - NOTHING HELD" TO
                   CR-REPORT-LINE
           ELSE
               MOVE SPACES TO CR-REPORT-LINE
               STRING "*** ITEMS HELD - BK RECONCILED AGAIN NEXT RUN,"
                   " DP/ID NEED CORRECTION AND RE-FEED"
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
           END-IF
           WRITE CR-REPORT-LINE

           DISPLAY "TRANSACTIONS RECEIVED: " WS-TOTAL-FEED-COUNT.
           DISPLAY "RELEASED TO POSTING: " WS-TOTAL-RELEASED-COUNT.
           DISPLAY "HELD: " WS-TOTAL-HELD-COUNT.
           DISPLAY "UNMATCHED DEPOSITS: " WS-UNMATCHED-DEPOSIT-COUNT.
           DISPLAY "CARRIED HOLDS RELEASED: " WS-CARRIED-RELEASED-COUNT.
           DISPLAY "CARRIED HOLDS HELD AGAIN: " WS-CARRIED-HELD-COUNT.
           DISPLAY "CARRIED HOLDS DROPPED: " WS-CARRIED-DROPPED-COUNT.

           CLOSE PAYMENT-TRANSACTION-FILE
                 CONSOLIDATION-HOLD-FILE
                 CONSOLIDATION-REPORT-FILE
                 TRANSACTION-ID-FILE
                 DEPOSIT-GROUP-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "DEPOSITS" TO JC-COUNT-LABEL(1)
           MOVE WS-DEPOSIT-COUNT TO JC-COUNT(1)
           MOVE "RELEASED" TO JC-COUNT-LABEL(2)
           MOVE WS-TOTAL-RELEASED-COUNT TO JC-COUNT(2)
           MOVE "HELD" TO JC-COUNT-LABEL(3)
           MOVE WS-TOTAL-HELD-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "COLLECTIONS CONSOLIDATION COMPLETE".

           STOP RUN.

       *> ==================================================
       *> SOURCE TABLE AND FRESH WORK FILES
       *> ==================================================
       1000-INITIALIZE.
           INITIALIZE WS-SOURCE-TABLE

           MOVE "PE" TO WS-SRC-CODE (1)
           MOVE "PAYMENT BATCH" TO WS-SRC-NAME (1)
           MOVE "RM" TO WS-SRC-CODE (2)
           MOVE "EMPLOYER REMIT" TO WS-SRC-NAME (2)
           MOVE "OF" TO WS-SRC-CODE (3)
           MOVE "TAX OFFSET" TO WS-SRC-NAME (3)
           MOVE "PS" TO WS-SRC-CODE (4)
           MOVE "PAYER SPLIT" TO WS-SRC-NAME (4)
           MOVE "LV" TO WS-SRC-CODE (5)
           MOVE "BANK LEVY" TO WS-SRC-NAME (5)
           MOVE "SR" TO WS-SRC-CODE (6)
           MOVE "SUSPENSE REFEED" TO WS-SRC-NAME (6)

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX
               MOVE "Y" TO WS-SRC-RECONCILED (WS-SRC-SUB)
           END-PERFORM
           MOVE "N" TO WS-SRC-RECONCILED (6)

           OPEN OUTPUT TRANSACTION-ID-FILE
           CLOSE TRANSACTION-ID-FILE
           OPEN I-O TRANSACTION-ID-FILE

           OPEN OUTPUT DEPOSIT-GROUP-FILE
           CLOSE DEPOSIT-GROUP-FILE
           OPEN I-O DEPOSIT-GROUP-FILE

      *>   The previous run's BK holds, set aside before the hold
      *>   file is rewritten with today's
           OPEN INPUT CONSOLIDATION-HOLD-FILE
           OPEN OUTPUT CARRIED-HOLD-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ CONSOLIDATION-HOLD-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF CH-REASON-CODE = "BK"
                   MOVE CONSOLIDATION-HOLD-RECORD TO
                       CARRIED-HOLD-RECORD
                   WRITE CARRIED-HOLD-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF

               READ CONSOLIDATION-HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE CONSOLIDATION-HOLD-FILE
                 CARRIED-HOLD-FILE.

       1000-INITIALIZE-EXIT.
           EXIT.

       *> ==================================================
       *> WHAT WAS SENT - EACH PRODUCER'S INPUT, TOTALLED
       *> THE WAY THE BANK WOULD HAVE SEEN IT
       *> ==================================================
       2000-TOTAL-WHAT-WAS-SENT.
           SET WS-COLUMN-SENT TO TRUE

      *>   Lockbox - the payment batch details
           OPEN INPUT PAYMENT-BATCH-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ PAYMENT-BATCH-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF BA-TYPE-DETAIL AND BA-AMOUNT IS NUMERIC
                   MOVE "PE" TO WS-GROUP-SOURCE
                   MOVE SPACES TO WS-GROUP-REFERENCE
                   MOVE BA-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ PAYMENT-BATCH-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE PAYMENT-BATCH-FILE

      *>   Employer remittances - one group per remittance
           OPEN INPUT REMITTANCE-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ REMITTANCE-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF RM-TYPE-EMPLOYER AND RM-REMIT-TOTAL IS NUMERIC
                   MOVE "RM" TO WS-GROUP-SOURCE
                   MOVE RM-REMIT-REFERENCE TO WS-GROUP-REFERENCE
                   MOVE RM-REMIT-TOTAL-NUM TO WS-GROUP-AMOUNT
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ REMITTANCE-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE REMITTANCE-FILE

      *>   Tax offsets - every item the offset program sent today,
      *>   joint-return holds included: the money is in the bank
      *>   even while the claim window keeps it from posting
           OPEN INPUT OFFSET-COLLECTION-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ OFFSET-COLLECTION-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF OC-OFFSET-AMOUNT IS NUMERIC
                   MOVE "OF" TO WS-GROUP-SOURCE
                   MOVE SPACES TO WS-GROUP-REFERENCE
                   MOVE OC-OFFSET-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ OFFSET-COLLECTION-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE OFFSET-COLLECTION-FILE

      *>   Payer-level payments
           OPEN INPUT PAYER-PAYMENT-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ PAYER-PAYMENT-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF YP-AMOUNT IS NUMERIC
                   MOVE "PS" TO WS-GROUP-SOURCE
                   MOVE SPACES TO WS-GROUP-REFERENCE
                   MOVE YP-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ PAYER-PAYMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE PAYER-PAYMENT-FILE

      *>   Bank levies - only the remittance responses carry money
           OPEN INPUT LEVY-RESPONSE-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ LEVY-RESPONSE-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               IF BR-RESPONSE-REMITTED AND BR-AMOUNT IS NUMERIC
                   MOVE "LV" TO WS-GROUP-SOURCE
                   MOVE SPACES TO WS-GROUP-REFERENCE
                   MOVE BR-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ LEVY-RESPONSE-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE LEVY-RESPONSE-FILE.

       2000-TOTAL-WHAT-WAS-SENT-EXIT.
           EXIT.

       *> ==================================================
       *> ONE FEED (WS-SRC-SUB) - COUNT AND DOLLAR CONTROL,
       *> EVERY ID ONTO THE CROSS-FEED REGISTER, AND THE
       *> FEED'S DOLLARS ONTO ITS RECONCILIATION GROUP
       *> ==================================================
       3000-LOAD-ONE-FEED.
           PERFORM 8100-OPEN-FEED
               THRU 8100-OPEN-FEED-EXIT

           PERFORM 8200-READ-FEED
               THRU 8200-READ-FEED-EXIT

           PERFORM UNTIL WS-EOF-FEED = "Y"
               ADD 1 TO WS-SRC-FEED-COUNT (WS-SRC-SUB)
               ADD 1 TO WS-TOTAL-FEED-COUNT

               IF WS-FD-AMOUNT IS NUMERIC
                   ADD WS-FD-AMOUNT-NUM TO
                       WS-SRC-FEED-AMOUNT (WS-SRC-SUB)
                   ADD WS-FD-AMOUNT-NUM TO WS-TOTAL-FEED-AMOUNT
               END-IF

               IF WS-FD-TRANSACTION-ID IS NUMERIC
                   MOVE WS-FD-TRANSACTION-ID-NUM TO TI-TRANSACTION-ID
                   READ TRANSACTION-ID-FILE
                       INVALID KEY MOVE "N" TO WS-ID-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-ID-FOUND
                   END-READ

                   IF WS-ID-FOUND = "Y"
                       ADD 1 TO TI-OCCURRENCES
                       REWRITE TRANSACTION-ID-RECORD
                   ELSE
                       MOVE WS-SRC-CODE (WS-SRC-SUB) TO
                           TI-FIRST-SOURCE
                       MOVE 1 TO TI-OCCURRENCES
                       WRITE TRANSACTION-ID-RECORD
                   END-IF
               END-IF

               IF WS-SRC-RECONCILED (WS-SRC-SUB) = "Y" AND
                  WS-FD-AMOUNT IS NUMERIC
                   MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-GROUP-SOURCE
                   MOVE WS-FD-REFERENCE TO WS-GROUP-REFERENCE
                   PERFORM 8550-GROUP-REFERENCE
                       THRU 8550-GROUP-REFERENCE-EXIT
                   MOVE WS-FD-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   SET WS-COLUMN-FEED TO TRUE
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               PERFORM 8200-READ-FEED
                   THRU 8200-READ-FEED-EXIT
           END-PERFORM

           PERFORM 8300-CLOSE-FEED
               THRU 8300-CLOSE-FEED-EXIT

           MOVE WS-SRC-FEED-COUNT (WS-SRC-SUB) TO WS-ED-COUNT
           MOVE WS-SRC-FEED-AMOUNT (WS-SRC-SUB) TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   " WS-SRC-CODE (WS-SRC-SUB) " "
               WS-SRC-NAME (WS-SRC-SUB) WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       3000-LOAD-ONE-FEED-EXIT.
           EXIT.

       *> ==================================================
       *> CARRIED HOLDS STILL OUTSTANDING ONTO THE CARRIED
       *> COLUMNS OF THEIR GROUPS
       *> ==================================================
       3500-LOAD-CARRIED-HOLDS.
           OPEN INPUT CARRIED-HOLD-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ CARRIED-HOLD-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               PERFORM 8700-CARRIED-DISPOSITION
                   THRU 8700-CARRIED-DISPOSITION-EXIT

               IF WS-CARRY-KEEP
                   MOVE WS-FD-AMOUNT-NUM TO WS-GROUP-AMOUNT
                   SET WS-COLUMN-CARRIED TO TRUE
                   PERFORM 8600-ADD-TO-GROUP
                       THRU 8600-ADD-TO-GROUP-EXIT
               END-IF

               READ CARRIED-HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE CARRIED-HOLD-FILE.

       3500-LOAD-CARRIED-HOLDS-EXIT.
           EXIT.

       *> ==================================================
       *> ONE BULK SOURCE (WS-SRC-SUB) - A DEPOSIT OVER
       *> TODAY'S SENT BY EXACTLY THE CARRIED AMOUNT IS THE
       *> LATE CREDIT FOR THE CARRIED HOLDS, AND MOVES TO
       *> THE CARRIED GROUP
       *> ==================================================
       3600-APPLY-LATE-CREDIT.
           IF WS-SRC-RECONCILED (WS-SRC-SUB) NOT = "Y" OR
              WS-SRC-CODE (WS-SRC-SUB) = "RM"
               GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-IF

           MOVE WS-SRC-CODE (WS-SRC-SUB) TO DG-SOURCE-CODE
           MOVE "CARRIED" TO DG-REFERENCE
           READ DEPOSIT-GROUP-FILE
               INVALID KEY GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-READ
           MOVE DG-CARRIED-AMOUNT TO WS-LATE-CARRIED

           MOVE WS-SRC-CODE (WS-SRC-SUB) TO DG-SOURCE-CODE
           MOVE SPACES TO DG-REFERENCE
           READ DEPOSIT-GROUP-FILE
               INVALID KEY GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-READ

           IF DG-DEPOSIT-AMOUNT NOT > DG-SENT-AMOUNT
               GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-IF

           COMPUTE WS-LATE-SURPLUS = DG-DEPOSIT-AMOUNT - DG-SENT-AMOUNT
           IF WS-LATE-SURPLUS NOT = WS-LATE-CARRIED
               GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-IF

           SUBTRACT WS-LATE-SURPLUS FROM DG-DEPOSIT-AMOUNT
           REWRITE DEPOSIT-GROUP-RECORD

           MOVE WS-SRC-CODE (WS-SRC-SUB) TO DG-SOURCE-CODE
           MOVE "CARRIED" TO DG-REFERENCE
           READ DEPOSIT-GROUP-FILE
               INVALID KEY GO TO 3600-APPLY-LATE-CREDIT-EXIT
           END-READ
           ADD WS-LATE-SURPLUS TO DG-DEPOSIT-AMOUNT
           ADD 1 TO DG-DEPOSIT-COUNT
           REWRITE DEPOSIT-GROUP-RECORD.

       3600-APPLY-LATE-CREDIT-EXIT.
           EXIT.

       *> ==================================================
       *> RECONCILIATION - ONE LINE PER GROUP, VERDICT
       *> STAMPED BACK ON THE GROUP FOR THE MERGE
       *> ==================================================
       4000-RECONCILE-GROUPS.
           MOVE "BANK DEPOSIT RECONCILIATION" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           STRING "   SRC REFERENCE            SENT      DEPOSITED"
               "   DEP"
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE LOW-VALUES TO DG-GROUP-KEY

           START DEPOSIT-GROUP-FILE KEY IS NOT LESS THAN DG-GROUP-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-GROUPS
           END-START

           IF WS-EOF-GROUPS NOT = "Y"
               READ DEPOSIT-GROUP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-GROUPS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-GROUPS = "Y"
      *>       A group proves when the bank took in exactly what was
      *>       sent and carried - and something was, if the feed or
      *>       the carried holds carry money
               IF DG-SENT-AMOUNT + DG-CARRIED-AMOUNT =
                  DG-DEPOSIT-AMOUNT AND
                  NOT ((DG-FEED-AMOUNT > 0 OR DG-CARRIED-AMOUNT > 0)
                       AND DG-DEPOSIT-COUNT = 0)
                   SET DG-MATCHED TO TRUE
                   ADD 1 TO WS-GROUPS-MATCHED
               ELSE
                   SET DG-HELD TO TRUE
                   ADD 1 TO WS-GROUPS-HELD
               END-IF

               REWRITE DEPOSIT-GROUP-RECORD

               MOVE DG-SENT-AMOUNT TO WS-ED-AMOUNT
               MOVE DG-DEPOSIT-AMOUNT TO WS-ED-AMOUNT-2
               MOVE DG-DEPOSIT-COUNT TO WS-ED-SMALL-COUNT
               MOVE SPACES TO CR-REPORT-LINE
               STRING "   " DG-SOURCE-CODE "  " DG-REFERENCE " "
                   WS-ED-AMOUNT " " WS-ED-AMOUNT-2 " "
                   WS-ED-SMALL-COUNT
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               IF DG-MATCHED
                   MOVE "MATCHED" TO CR-REPORT-LINE(56:7)
               ELSE
                   MOVE "HELD" TO CR-REPORT-LINE(56:4)
               END-IF
               WRITE CR-REPORT-LINE

      *>       The producer's rejects and holds, as a difference
               IF DG-FEED-AMOUNT NOT = DG-SENT-AMOUNT
                   MOVE DG-FEED-AMOUNT TO WS-ED-AMOUNT
                   MOVE DG-FEED-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO CR-REPORT-LINE
                   STRING "       FEED CARRIES " WS-ED-AMOUNT
                       " IN " WS-ED-COUNT
                       " - SEE PRODUCER'S REGISTER"
                       DELIMITED BY SIZE INTO CR-REPORT-LINE
                   WRITE CR-REPORT-LINE
               END-IF

               IF DG-CARRIED-COUNT > 0
                   MOVE DG-CARRIED-AMOUNT TO WS-ED-AMOUNT
                   MOVE DG-CARRIED-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO CR-REPORT-LINE
                   STRING "       PLUS " WS-ED-AMOUNT
                       " IN " WS-ED-COUNT
                       " HELD FROM EARLIER RUNS"
                       DELIMITED BY SIZE INTO CR-REPORT-LINE
                   WRITE CR-REPORT-LINE
               END-IF

               READ DEPOSIT-GROUP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-GROUPS
               END-READ
           END-PERFORM

           MOVE WS-GROUPS-MATCHED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   GROUPS MATCHED      " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-GROUPS-HELD TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   GROUPS HELD         " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       4000-RECONCILE-GROUPS-EXIT.
           EXIT.

       *> ==================================================
       *> ONE DEPOSIT - LISTED IF IT FITS NO RECONCILED
       *> SOURCE OR ITS GROUP DID NOT PROVE
       *> ==================================================
       5000-CHECK-ONE-DEPOSIT.
           MOVE BK-SOURCE-CODE TO WS-FIND-CODE
           PERFORM 8500-FIND-SOURCE
               THRU 8500-FIND-SOURCE-EXIT

           IF BK-DEPOSIT-AMOUNT NOT NUMERIC
               MOVE SPACES TO CR-REPORT-LINE
               STRING "   DEPOSIT " BK-DEPOSIT-ID " SRC "
                   BK-SOURCE-CODE " AMOUNT UNREADABLE: "
                   BK-DEPOSIT-AMOUNT
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               ADD 1 TO WS-UNMATCHED-DEPOSIT-COUNT
               GO TO 5000-CHECK-ONE-DEPOSIT-EXIT
           END-IF

           IF WS-FIND-SUB = 0
               MOVE "N" TO WS-GROUP-FOUND
           ELSE
               IF WS-SRC-RECONCILED (WS-FIND-SUB) NOT = "Y"
                   MOVE "N" TO WS-GROUP-FOUND
               ELSE
                   MOVE BK-SOURCE-CODE TO DG-SOURCE-CODE
                   MOVE BK-SOURCE-CODE TO WS-GROUP-SOURCE
                   MOVE BK-REFERENCE TO WS-GROUP-REFERENCE
                   PERFORM 8550-GROUP-REFERENCE
                       THRU 8550-GROUP-REFERENCE-EXIT
                   MOVE WS-GROUP-REFERENCE TO DG-REFERENCE
                   READ DEPOSIT-GROUP-FILE
                       INVALID KEY MOVE "N" TO WS-GROUP-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-GROUP-FOUND
                   END-READ
               END-IF
           END-IF

           IF WS-GROUP-FOUND = "Y"
               IF DG-MATCHED
                   GO TO 5000-CHECK-ONE-DEPOSIT-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-UNMATCHED-DEPOSIT-COUNT
           ADD BK-DEPOSIT-AMOUNT-NUM TO WS-UNMATCHED-DEPOSIT-TOTAL

           MOVE BK-DEPOSIT-AMOUNT-NUM TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   DEPOSIT " BK-DEPOSIT-ID " SRC " BK-SOURCE-CODE
               " " BK-REFERENCE " " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           IF WS-GROUP-FOUND = "Y"
               MOVE "NO MATCH" TO CR-REPORT-LINE(58:8)
           ELSE
               MOVE "NO FEED" TO CR-REPORT-LINE(58:7)
           END-IF
           WRITE CR-REPORT-LINE.

       5000-CHECK-ONE-DEPOSIT-EXIT.
           EXIT.

       *> ==================================================
       *> ONE FEED (WS-SRC-SUB) INTO THE POSTING INPUT -
       *> EVERY RECORD RELEASED OR HELD WITH ITS REASON
       *> ==================================================
       6000-MERGE-ONE-FEED.
           PERFORM 8100-OPEN-FEED
               THRU 8100-OPEN-FEED-EXIT

           PERFORM 8200-READ-FEED
               THRU 8200-READ-FEED-EXIT

           PERFORM UNTIL WS-EOF-FEED = "Y"
               PERFORM 6100-RELEASE-OR-HOLD
                   THRU 6100-RELEASE-OR-HOLD-EXIT

               PERFORM 8200-READ-FEED
                   THRU 8200-READ-FEED-EXIT
           END-PERFORM

           PERFORM 8300-CLOSE-FEED
               THRU 8300-CLOSE-FEED-EXIT.

       6000-MERGE-ONE-FEED-EXIT.
           EXIT.

       6100-RELEASE-OR-HOLD.
           MOVE SPACES TO WS-HOLD-REASON

           IF WS-FD-TRANSACTION-ID NOT NUMERIC OR
              WS-FD-AMOUNT NOT NUMERIC
               MOVE "ID" TO WS-HOLD-REASON
           END-IF

           IF WS-HOLD-REASON = SPACES
               MOVE WS-FD-TRANSACTION-ID-NUM TO TI-TRANSACTION-ID
               READ TRANSACTION-ID-FILE
                   INVALID KEY MOVE 0 TO TI-OCCURRENCES
               END-READ
               IF TI-OCCURRENCES > 1
                   MOVE "DP" TO WS-HOLD-REASON
                   ADD 1 TO WS-DUPLICATE-ID-COUNT
               END-IF
           END-IF

           IF WS-HOLD-REASON = SPACES AND
              WS-SRC-RECONCILED (WS-SRC-SUB) = "Y"
               MOVE WS-SRC-CODE (WS-SRC-SUB) TO DG-SOURCE-CODE
               MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-GROUP-SOURCE
               MOVE WS-FD-REFERENCE TO WS-GROUP-REFERENCE
               PERFORM 8550-GROUP-REFERENCE
                   THRU 8550-GROUP-REFERENCE-EXIT
               MOVE WS-GROUP-REFERENCE TO DG-REFERENCE
               READ DEPOSIT-GROUP-FILE
                   INVALID KEY MOVE "BK" TO WS-HOLD-REASON
                   NOT INVALID KEY
                       IF DG-HELD
                           MOVE "BK" TO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-HOLD-REASON = SPACES
               MOVE WS-FEED-RECORD TO PAYMENT-TRANSACTION-RECORD
               WRITE PAYMENT-TRANSACTION-RECORD
               ADD 1 TO WS-SRC-RELEASED-COUNT (WS-SRC-SUB)
               ADD WS-FD-AMOUNT-NUM TO
                   WS-SRC-RELEASED-AMOUNT (WS-SRC-SUB)
               ADD 1 TO WS-TOTAL-RELEASED-COUNT
               ADD WS-FD-AMOUNT-NUM TO WS-TOTAL-RELEASED-AMOUNT
               GO TO 6100-RELEASE-OR-HOLD-EXIT
           END-IF

           MOVE WS-FEED-RECORD TO CH-RECORD-IMAGE
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO CH-SOURCE-CODE
           MOVE WS-HOLD-REASON TO CH-REASON-CODE
           WRITE CONSOLIDATION-HOLD-RECORD

           ADD 1 TO WS-SRC-HELD-COUNT (WS-SRC-SUB)
           ADD 1 TO WS-TOTAL-HELD-COUNT
           IF WS-FD-AMOUNT IS NUMERIC
               ADD WS-FD-AMOUNT-NUM TO WS-SRC-HELD-AMOUNT (WS-SRC-SUB)
               ADD WS-FD-AMOUNT-NUM TO WS-TOTAL-HELD-AMOUNT
               MOVE WS-FD-AMOUNT-NUM TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF

           MOVE SPACES TO CR-REPORT-LINE
           STRING "   " WS-HOLD-REASON " " WS-SRC-CODE (WS-SRC-SUB)
               " TRANS " WS-FD-TRANSACTION-ID
               " CASE " WS-FD-PARENT-ID " " WS-ED-AMOUNT
               " " WS-FD-REFERENCE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       6100-RELEASE-OR-HOLD-EXIT.
           EXIT.

       *> ==================================================
       *> EVERY CARRIED HOLD RELEASED, HELD AGAIN, OR
       *> DROPPED FOR ITS FRESH COPY
       *> ==================================================
       6500-MERGE-CARRIED-HOLDS.
           OPEN INPUT CARRIED-HOLD-FILE
           MOVE "N" TO WS-EOF-INPUT
           READ CARRIED-HOLD-FILE
               AT END MOVE "Y" TO WS-EOF-INPUT
           END-READ

           PERFORM UNTIL WS-EOF-INPUT = "Y"
               PERFORM 6600-SETTLE-CARRIED-HOLD
                   THRU 6600-SETTLE-CARRIED-HOLD-EXIT

               READ CARRIED-HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF-INPUT
               END-READ
           END-PERFORM

           CLOSE CARRIED-HOLD-FILE.

       6500-MERGE-CARRIED-HOLDS-EXIT.
           EXIT.

       6600-SETTLE-CARRIED-HOLD.
           PERFORM 8700-CARRIED-DISPOSITION
               THRU 8700-CARRIED-DISPOSITION-EXIT

           IF WS-FD-AMOUNT IS NUMERIC
               MOVE WS-FD-AMOUNT-NUM TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-CARRY-REFED
                   MOVE "FED AGAIN TODAY - DROPPED" TO WS-CARRY-TEXT
                   ADD 1 TO WS-CARRIED-DROPPED-COUNT
                   GO TO 6600-WRITE-CARRIED-LINE
               WHEN WS-CARRY-SUPERSEDED
                   MOVE "REMITTANCE RE-SENT - DROPPED" TO WS-CARRY-TEXT
                   ADD 1 TO WS-CARRIED-DROPPED-COUNT
                   GO TO 6600-WRITE-CARRIED-LINE
               WHEN WS-CARRY-UNREADABLE
                   MOVE "UNREADABLE - HELD AGAIN" TO WS-CARRY-TEXT
                   GO TO 6600-HOLD-AGAIN
           END-EVALUATE

           MOVE WS-GROUP-SOURCE TO DG-SOURCE-CODE
           MOVE WS-GROUP-REFERENCE TO DG-REFERENCE
           READ DEPOSIT-GROUP-FILE
               INVALID KEY MOVE "N" TO WS-GROUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-GROUP-FOUND
           END-READ

           IF WS-GROUP-FOUND = "N" OR NOT DG-MATCHED
               MOVE "NO DEPOSIT YET - HELD AGAIN" TO WS-CARRY-TEXT
               GO TO 6600-HOLD-AGAIN
           END-IF

           MOVE WS-FEED-RECORD TO PAYMENT-TRANSACTION-RECORD
           WRITE PAYMENT-TRANSACTION-RECORD
           ADD 1 TO WS-CARRIED-RELEASED-COUNT
           ADD WS-FD-AMOUNT-NUM TO WS-CARRIED-RELEASED-AMOUNT
           ADD 1 TO WS-TOTAL-RELEASED-COUNT
           ADD WS-FD-AMOUNT-NUM TO WS-TOTAL-RELEASED-AMOUNT
           MOVE "DEPOSIT PROVEN - RELEASED" TO WS-CARRY-TEXT
           GO TO 6600-WRITE-CARRIED-LINE.

       6600-HOLD-AGAIN.
           MOVE CARRIED-HOLD-RECORD TO CONSOLIDATION-HOLD-RECORD
           WRITE CONSOLIDATION-HOLD-RECORD
           ADD 1 TO WS-CARRIED-HELD-COUNT
           ADD 1 TO WS-TOTAL-HELD-COUNT
           IF WS-FD-AMOUNT IS NUMERIC
               ADD WS-FD-AMOUNT-NUM TO WS-CARRIED-HELD-AMOUNT
               ADD WS-FD-AMOUNT-NUM TO WS-TOTAL-HELD-AMOUNT
           END-IF.

       6600-WRITE-CARRIED-LINE.
           MOVE SPACES TO CR-REPORT-LINE
           STRING "   " CC-SOURCE-CODE " TRANS " WS-FD-TRANSACTION-ID
               " CASE " WS-FD-PARENT-ID " " WS-ED-AMOUNT
               " " WS-CARRY-TEXT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       6600-SETTLE-CARRIED-HOLD-EXIT.
           EXIT.

       *> ==================================================
       *> FEED FILE HANDLING BY SOURCE (WS-SRC-SUB)
       *> ==================================================
       8100-OPEN-FEED.
           MOVE "N" TO WS-EOF-FEED

           EVALUATE WS-SRC-SUB
               WHEN 1 OPEN INPUT PAYEDIT-FEED-FILE
               WHEN 2 OPEN INPUT REMIT-FEED-FILE
               WHEN 3 OPEN INPUT OFFSET-FEED-FILE
               WHEN 4 OPEN INPUT PAYERSPLIT-FEED-FILE
               WHEN 5 OPEN INPUT LEVY-FEED-FILE
               WHEN 6 OPEN INPUT REFEED-FEED-FILE
           END-EVALUATE.

       8100-OPEN-FEED-EXIT.
           EXIT.

       8200-READ-FEED.
           EVALUATE WS-SRC-SUB
               WHEN 1
                   READ PAYEDIT-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
               WHEN 2
                   READ REMIT-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
               WHEN 3
                   READ OFFSET-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
               WHEN 4
                   READ PAYERSPLIT-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
               WHEN 5
                   READ LEVY-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
               WHEN 6
                   READ REFEED-FEED-FILE INTO WS-FEED-RECORD
                       AT END MOVE "Y" TO WS-EOF-FEED
                   END-READ
           END-EVALUATE.

       8200-READ-FEED-EXIT.
           EXIT.

       8300-CLOSE-FEED.
           EVALUATE WS-SRC-SUB
               WHEN 1 CLOSE PAYEDIT-FEED-FILE
               WHEN 2 CLOSE REMIT-FEED-FILE
               WHEN 3 CLOSE OFFSET-FEED-FILE
               WHEN 4 CLOSE PAYERSPLIT-FEED-FILE
               WHEN 5 CLOSE LEVY-FEED-FILE
               WHEN 6 CLOSE REFEED-FEED-FILE
           END-EVALUATE.

       8300-CLOSE-FEED-EXIT.
           EXIT.

       *> ==================================================
       *> SOURCE CODE (WS-FIND-CODE) TO TABLE ENTRY
       *> (WS-FIND-SUB), ZERO WHEN NOT A FEED
       *> ==================================================
       8500-FIND-SOURCE.
           MOVE 0 TO WS-FIND-SUB

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-SRC-MAX OR WS-FIND-SUB > 0
               IF WS-SRC-CODE (WS-SCAN-SUB) = WS-FIND-CODE
                   MOVE WS-SCAN-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

       8500-FIND-SOURCE-EXIT.
           EXIT.

       *> ==================================================
       *> ONLY EMPLOYER REMITTANCES RECONCILE BY REFERENCE -
       *> EVERY OTHER SOURCE IS ONE GROUP FOR THE DAY, SO
       *> THE CALLER'S REFERENCE IS DROPPED FOR THOSE
       *> ==================================================
       8550-GROUP-REFERENCE.
           IF WS-GROUP-SOURCE NOT = "RM"
               MOVE SPACES TO WS-GROUP-REFERENCE
           END-IF.

       8550-GROUP-REFERENCE-EXIT.
           EXIT.

       *> ==================================================
       *> ADD WS-GROUP-AMOUNT TO ONE COLUMN OF A GROUP,
       *> STARTING THE GROUP IF IT IS NEW
       *> ==================================================
       8600-ADD-TO-GROUP.
           MOVE WS-GROUP-SOURCE TO DG-SOURCE-CODE
           MOVE WS-GROUP-REFERENCE TO DG-REFERENCE

           READ DEPOSIT-GROUP-FILE
               INVALID KEY MOVE "N" TO WS-GROUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-GROUP-FOUND
           END-READ

           IF WS-GROUP-FOUND = "N"
               MOVE WS-GROUP-SOURCE TO DG-SOURCE-CODE
               MOVE WS-GROUP-REFERENCE TO DG-REFERENCE
               MOVE 0 TO DG-SENT-AMOUNT
                         DG-DEPOSIT-AMOUNT
                         DG-DEPOSIT-COUNT
                         DG-FEED-AMOUNT
                         DG-FEED-COUNT
                         DG-CARRIED-AMOUNT
                         DG-CARRIED-COUNT
               MOVE SPACE TO DG-VERDICT
           END-IF

           EVALUATE TRUE
               WHEN WS-COLUMN-SENT
                   ADD WS-GROUP-AMOUNT TO DG-SENT-AMOUNT
               WHEN WS-COLUMN-CARRIED
                   ADD WS-GROUP-AMOUNT TO DG-CARRIED-AMOUNT
                   ADD 1 TO DG-CARRIED-COUNT
               WHEN WS-COLUMN-DEPOSIT
                   ADD WS-GROUP-AMOUNT TO DG-DEPOSIT-AMOUNT
                   ADD 1 TO DG-DEPOSIT-COUNT
               WHEN WS-COLUMN-FEED
                   ADD WS-GROUP-AMOUNT TO DG-FEED-AMOUNT
                   ADD 1 TO DG-FEED-COUNT
           END-EVALUATE

           IF WS-GROUP-FOUND = "Y"
               REWRITE DEPOSIT-GROUP-RECORD
           ELSE
               WRITE DEPOSIT-GROUP-RECORD
           END-IF.

       8600-ADD-TO-GROUP-EXIT.
           EXIT.

       *> ==================================================
       *> ONE CARRIED HOLD (CARRIED-HOLD-RECORD) - ITS FEED
       *> RECORD, ITS GROUP (WS-GROUP-SOURCE/REFERENCE) AND
       *> WHAT BECOMES OF IT (WS-CARRY-ACTION)
       *> ==================================================
       8700-CARRIED-DISPOSITION.
           MOVE CC-RECORD-IMAGE TO WS-FEED-RECORD
           SET WS-CARRY-KEEP TO TRUE

           MOVE CC-SOURCE-CODE TO WS-FIND-CODE
           PERFORM 8500-FIND-SOURCE
               THRU 8500-FIND-SOURCE-EXIT

           IF WS-FD-TRANSACTION-ID NOT NUMERIC OR
              WS-FD-AMOUNT NOT NUMERIC OR
              WS-FIND-SUB = 0
               SET WS-CARRY-UNREADABLE TO TRUE
               GO TO 8700-CARRIED-DISPOSITION-EXIT
           END-IF

           IF WS-SRC-RECONCILED (WS-FIND-SUB) NOT = "Y"
               SET WS-CARRY-UNREADABLE TO TRUE
               GO TO 8700-CARRIED-DISPOSITION-EXIT
           END-IF

      *>   The same transaction through a feed today - the fresh copy
      *>   is released or held on its own merits
           MOVE WS-FD-TRANSACTION-ID-NUM TO TI-TRANSACTION-ID
           READ TRANSACTION-ID-FILE
               INVALID KEY MOVE "N" TO WS-ID-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-ID-FOUND
           END-READ
           IF WS-ID-FOUND = "Y"
               SET WS-CARRY-REFED TO TRUE
               GO TO 8700-CARRIED-DISPOSITION-EXIT
           END-IF

           MOVE CC-SOURCE-CODE TO WS-GROUP-SOURCE
           MOVE WS-FD-REFERENCE TO WS-GROUP-REFERENCE
           PERFORM 8550-GROUP-REFERENCE
               THRU 8550-GROUP-REFERENCE-EXIT
           IF WS-GROUP-REFERENCE = SPACES
               MOVE "CARRIED" TO WS-GROUP-REFERENCE
               GO TO 8700-CARRIED-DISPOSITION-EXIT
           END-IF

      *>   A remittance the employer sent again today was released
      *>   again by the remittance run - the carried copy goes
           MOVE WS-GROUP-SOURCE TO DG-SOURCE-CODE
           MOVE WS-GROUP-REFERENCE TO DG-REFERENCE
           READ DEPOSIT-GROUP-FILE
               INVALID KEY MOVE "N" TO WS-GROUP-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-GROUP-FOUND
           END-READ
           IF WS-GROUP-FOUND = "Y" AND DG-SENT-AMOUNT > 0
               SET WS-CARRY-SUPERSEDED TO TRUE
           END-IF.

       8700-CARRIED-DISPOSITION-EXIT.
           EXIT.
