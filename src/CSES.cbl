       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The posting streams update the parent master, the posted
      *> log and the custodial, case-payee and payment-plan masters
      *> side by side, each over its own range of cases - so each
      *> opens them shared and holds a lock on the record it is
      *> working until its next I/O on that file
           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT CHILD-MASTER-FILE
               ASSIGN TO "data/child_arrears.dat".

           SELECT PAYMENT-AUDIT-FILE
               ASSIGN USING WS-AUDIT-FILE-NAME.

           SELECT SUSPENSE-PAYMENT-FILE
               ASSIGN USING WS-SUSPENSE-FILE-NAME.

           SELECT CHECKPOINT-CONTROL-FILE
               ASSIGN USING WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CONTROL-ID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-TRANSACTION-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-POSTED-LOG-STATUS.

           SELECT DISBURSEMENT-FILE
               ASSIGN USING WS-DISBURSEMENT-FILE-NAME.

           SELECT EMANCIPATION-LOOKAHEAD-FILE
               ASSIGN TO "data/emancipation_lookahead.dat".
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO "data/reversal_register.dat".

      *> Court-ordered and caseworker-keyed balance adjustments -
      *> OPTIONAL for the same reason as the reversal requests
           SELECT OPTIONAL ADJUSTMENT-REQUEST-FILE
               ASSIGN TO "data/adjustment_requests.dat".

           SELECT ADJUSTMENT-REGISTER-FILE
               ASSIGN TO "data/adjustment_register.dat".

      *> The custodial-party master joins in at disbursement time so
      *> collections on assistance cases are retained to the state
      *> instead of paid to a family the state is still owed for
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CASE-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUSTODIAL-FILE-STATUS.

      *> Split custody - further payees on a case and the children
      *> assigned to them, so the family's share of a collection is
      *> divided the way the children actually live
           SELECT CASE-PAYEE-FILE
               ASSIGN TO "data/case_payee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CASE-PAYEE-FILE-STATUS.

           SELECT CHILD-PAYEE-FILE
               ASSIGN TO "data/child_payee_assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHILD-ID
               FILE STATUS IS WS-CHILD-PAYEE-FILE-STATUS.

           SELECT RETAINED-COLLECTIONS-FILE
               ASSIGN USING WS-RETAINED-FILE-NAME.

      *> Stipulated arrears payment plans - a case current on its
      *> plan reports PLAN CURRENT instead of the delinquency flags,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CASE-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT BROKEN-PLAN-FILE
               ASSIGN TO "data/broken_plan_listing.dat".

      *> The month's billing coupons - written at the rollover for the
      *> coupon run to print and mail
           SELECT BILLING-COUPON-FILE
               ASSIGN TO "data/billing_coupons.dat".

           SELECT RUN-BALANCE-FILE
               ASSIGN USING WS-BALANCE-FILE-NAME.

           SELECT DISTRIBUTION-REGISTER-FILE
               ASSIGN USING WS-REGISTER-FILE-NAME.

      *> Intergovernmental cases - a collection on a case enforced
      *> for another state is forwarded there, not paid out here
           SELECT INTERGOV-CASE-FILE
               ASSIGN TO "data/intergov_case_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CASE-ID
               FILE STATUS IS WS-INTERGOV-FILE-STATUS.

      *> OPTIONAL - the first forwarded collection starts the ledger
           SELECT OPTIONAL INTERSTATE-FORWARDING-FILE
               ASSIGN USING WS-FORWARDING-FILE-NAME.

      *> How a night split into concurrent posting streams divides
      *> the cases - read only when the run is started as a stream
           SELECT OPTIONAL POSTING-STREAM-FILE
               ASSIGN TO "data/posting_streams.dat".

       DATA DIVISION.
       FILE SECTION.
               88  PL-STATUS-POSTED      VALUE "P".
               88  PL-STATUS-SUSPENSE    VALUE "S".
               88  PL-STATUS-REVERSED    VALUE "R".
      *>       An "A" row is an applied balance adjustment - as
      *>       permanent as a posted payment
               88  PL-STATUS-ADJUSTED    VALUE "A".

      *> Money actually paid out to the custodial party on a case,
      *> fed from every successfully posted payment.
      *>   Placeholder payee only - the payout run joins this file to
      *>   the custodial-party master by case ID and resolves the real
      *>   payee name, address, and payment method from there.
           05  DB-PAYEE-NAME             PIC X(18).
      *>   Which of the case's payees this share belongs to - 00 (or
      *>   spaces on older rows) is the custodial-master payee, 01-99
      *>   a further payee on the case-payee master
           05  DB-PAYEE-NUMBER           PIC X(02).
           05  DB-AMOUNT                 PIC 9(6)V99.
           05  DB-DISBURSEMENT-DATE      PIC 9(8).


       01  RG-REGISTER-LINE               PIC X(80).

      *> Non-cash adjustments to a case's balances - a judgment
      *> setting arrears, a compromise, an interest waiver, or a
      *> correction of a keying error. No money moves: the balance
      *> named is raised or lowered by the amount and the movement is
      *> written to the audit trail as an "A" row so the trail still
      *> proves every balance. Applied on a fresh posting run right
      *> after the reversals and before any new payment posts.
       FD  ADJUSTMENT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS ADJUSTMENT-REQUEST-RECORD.

       01  ADJUSTMENT-REQUEST-RECORD.
      *>   Carried onto the posted log like a payment ID, so a
      *>   re-fed request file cannot apply the same adjustment twice
           05  AJ-TRANSACTION-ID     PIC 9(10).
           05  AJ-CASE-ID            PIC 9(08).
      *>   A - arrears principal, I - accrued interest,
      *>   C - current support due
           05  AJ-BALANCE-CODE       PIC X(01).
               88  AJ-BALANCE-ARREARS    VALUE "A".
               88  AJ-BALANCE-INTEREST   VALUE "I".
               88  AJ-BALANCE-CURRENT    VALUE "C".
               88  AJ-BALANCE-VALID      VALUE "A" "I" "C".
           05  AJ-DIRECTION          PIC X(01).
               88  AJ-INCREASE           VALUE "+".
               88  AJ-DECREASE           VALUE "-".
           05  AJ-AMOUNT             PIC 9(06)V99.
           05  AJ-EFFECTIVE-DATE     PIC 9(08).
      *>   J - judgment, C - compromise, W - interest waiver,
      *>   K - keying correction
           05  AJ-REASON-CODE        PIC X(01).
               88  AJ-REASON-VALID       VALUE "J" "C" "W" "K".
           05  AJ-COURT-ORDER-REF    PIC X(10).
           05  FILLER                PIC X(01).

       FD  ADJUSTMENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AR-REGISTER-LINE.

       01  AR-REGISTER-LINE               PIC X(80).

             COPY "CUSTODIAL-MASTER".
             COPY "CASE-PAYEE".
             COPY "CHILD-PAYEE".
             COPY "INTERGOV-CASE".
             COPY "INTERSTATE-FORWARDING".
             COPY "POSTING-STREAMS".

             COPY "BILLING-COUPON".

      *> State-retained collections ledger - one row per assistance-
      *> case collection showing how the money split between the
       01  WS-POSTING-RUN              PIC X VALUE "Y".
       01  WS-REPORTING-RUN            PIC X VALUE "Y".

      *> Partitioned posting. A night too big for one posting run is
      *> split into concurrent streams by case ID range, each started
      *> with its stream number on the command line (a run started
      *> without one is the ordinary unsplit run). Stream 0 opens the
      *> night - it takes the new run serial and does everything a
      *> fresh run does ahead of the payments (rollover, suspense log
      *> purge, reversals, adjustments) but posts nothing. Streams 1
      *> and up then post only the payments for their own range off
      *> the posting stream table, each under its own checkpoint, so
      *> a failed stream is resumed alone. Every stream writes its
      *> own copy of the posting outputs and the merge step puts them
      *> back together; the reporting pass is left to a REPORT run
      *> after the merge.
       01  WS-STREAM-PARM              PIC X(10) VALUE SPACES.
       01  WS-STREAM-NUMBER            PIC X(01) VALUE SPACE.
       01  WS-STREAM-RUN               PIC X VALUE "N".
      *> Does this run do the night's fresh-run-only phases? The
      *> unsplit run and stream 0 do
       01  WS-OPENING-STEP             PIC X VALUE "Y".
      *> Does this run post payments? The unsplit run and streams 1
      *> and up do
       01  WS-PAYMENT-STREAM           PIC X VALUE "Y".
       01  WS-STREAM-RESUMING          PIC X VALUE "N".
       01  WS-STREAM-ERROR             PIC X(60) VALUE SPACES.
      *> A shared master that would not open, for the failure
       01  WS-OPEN-FAILED-FILE         PIC X(24) VALUE SPACES.
       01  WS-OPEN-FAILED-STATUS       PIC X(02) VALUE SPACES.
       01  WS-STREAM-LOW-ID            PIC 9(08) VALUE 0.
       01  WS-STREAM-HIGH-ID           PIC 9(08) VALUE 99999999.
       01  WS-STREAM-PASSED-COUNT      PIC 9(07) VALUE 0.
       01  WS-NIGHT-SERIAL             PIC 9(06) VALUE 0.
       01  WS-NIGHT-RUN-DATE           PIC 9(08) VALUE 0.
      *> The processing cycle the run control started this run under -
      *> the night's opening step stamps it and its streams match it,
      *> so a stream restarted after midnight is still tonight's
       01  WS-NIGHT-CYCLE-DATE         PIC 9(08) VALUE 0.
       01  WS-NIGHT-STATUS             PIC X(01) VALUE SPACE.
       01  WS-EOF-STREAMS              PIC X VALUE "N".
       01  WS-CHECKPOINT-ROW-FOUND     PIC X VALUE "N".

       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 9 TIMES.
               10  WS-STR-LOW-ID           PIC 9(08).
               10  WS-STR-HIGH-ID          PIC 9(08).
       01  WS-STREAM-COUNT             PIC 9(02) VALUE 0.
       01  WS-STREAM-MAX               PIC 9(02) VALUE 9.
       01  WS-STREAM-SUB               PIC 9(02) VALUE 0.
       01  WS-STREAM-DIGIT             PIC 9(01).
       01  WS-NEXT-LOW-ID              PIC 9(09) VALUE 0.

      *> Where the posting outputs and the checkpoint live. A stream
      *> swaps in its own copy of each, suffixed with its number.
       01  WS-POSTING-FILE-NAMES.
           05  WS-AUDIT-FILE-NAME          PIC X(40)
                   VALUE "data/payment_audit.dat".
           05  WS-SUSPENSE-FILE-NAME       PIC X(40)
                   VALUE "data/suspense_payments.dat".
           05  WS-DISBURSEMENT-FILE-NAME   PIC X(40)
                   VALUE "data/disbursements.dat".
           05  WS-RETAINED-FILE-NAME       PIC X(40)
                   VALUE "data/retained_collections.dat".
           05  WS-REGISTER-FILE-NAME       PIC X(40)
                   VALUE "data/distribution_register.dat".
           05  WS-BALANCE-FILE-NAME        PIC X(40)
                   VALUE "data/run_balance_report.dat".
           05  WS-FORWARDING-FILE-NAME     PIC X(40)
                   VALUE "data/interstate_forwarding.dat".
           05  WS-CHECKPOINT-FILE-NAME     PIC X(40)
                   VALUE "data/checkpoint_control.dat".
       01  WS-NIGHT-CHECKPOINT-NAME    PIC X(40)
               VALUE "data/checkpoint_control.dat".

      *> Aging bucket boundaries in days - defaults match the
      *> historical hardcoded ladder, overridable per run
       01  WS-AGE-THRESHOLD-1          PIC 9(3) VALUE 30.
       01  WS-LOG-ROW-EXISTS      PIC X VALUE "N".

       01  WS-EOF-REVERSALS       PIC X VALUE "N".
       01  WS-EOF-ADJUSTMENTS     PIC X VALUE "N".
       01  WS-EOF-PERIOD-AUDIT    PIC X VALUE "N".
       01  WS-EOF-PRIOR-AUDIT     PIC X VALUE "N".

       01  WS-PLAN-FOUND               PIC X VALUE "N".
       01  WS-PLAN-CURRENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-BROKEN-PLAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-COUPON-COUNT             PIC 9(7) VALUE 0.
       01  WS-COUPON-PAST-DUE          PIC 9(8)V99.
       01  WS-COUPON-DUE-GROSS         PIC 9(8)V99.

       01  WS-CUSTODIAL-FILE-STATUS    PIC X(02).
      *> A posting run without a custodial master on hand cannot know
       01  WS-CUSTODIAL-AVAILABLE      PIC X VALUE "N".
       01  WS-CUSTODIAL-FOUND          PIC X VALUE "N".

      *> Without the payee files every case pays its one custodial
      *> payee exactly as before
       01  WS-CASE-PAYEE-FILE-STATUS   PIC X(02).
       01  WS-CASE-PAYEE-AVAILABLE     PIC X VALUE "N".
       01  WS-CHILD-PAYEE-FILE-STATUS  PIC X(02).
       01  WS-CHILD-PAYEE-AVAILABLE    PIC X VALUE "N".

      *> One entry per payee carrying weight on the case being
      *> distributed - the weight is the sum of the support amounts
      *> of that payee's unemancipated children
       01  WS-PAYEE-SPLIT.
           05  WS-PAYEE-COUNT          PIC 9(2) VALUE 0.
           05  WS-PAYEE-MAX            PIC 9(2) VALUE 10.
           05  WS-PAYEE-ENTRY OCCURS 10 TIMES.
               10  WS-PAYEE-NUMBER     PIC 9(2).
               10  WS-PAYEE-WEIGHT     PIC 9(6)V99.
       01  WS-PAYEE-SUB                PIC 9(2).
       01  WS-PAYEE-FIND               PIC 9(2).
       01  WS-CHILD-PAYEE-NUMBER       PIC 9(2).
       01  WS-TOTAL-WEIGHT             PIC 9(7)V99.
       01  WS-FAMILY-SHARE             PIC 9(6)V99.
       01  WS-SHARE-LEFT               PIC 9(6)V99.
       01  WS-PAYEE-SHARE              PIC 9(6)V99.
       01  WS-PAYEE-ASSIST             PIC X VALUE "N".
       01  WS-PAYEE-UNREIMBURSED       PIC 9(7)V99.
       01  WS-SPLIT-CASE-COUNT         PIC 9(7) VALUE 0.

       01  WS-INTERGOV-FILE-STATUS     PIC X(02).
      *> No intergovernmental master on hand means no case is known
      *> to be another state's - everything pays out here as before
       01  WS-INTERGOV-AVAILABLE       PIC X VALUE "N".
       01  WS-INTERGOV-FOUND           PIC X VALUE "N".

      *> Distribution rules for assistance cases: the first slice of
      *> each collection passes through to the family, the rest is
      *> retained by the state up to the unreimbursed-assistance
           05  WS-RETAINED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-PASS-THROUGH-TOTAL       PIC 9(9)V99  VALUE 0.
           05  WS-FAMILY-PAID-TOTAL        PIC 9(9)V99  VALUE 0.
           05  WS-FORWARDED-COUNT          PIC 9(7)     VALUE 0.
           05  WS-FORWARDED-TOTAL          PIC 9(9)V99  VALUE 0.

       01  WS-ED-AMOUNT-2              PIC $$$,$$$,$$9.99.

           05  WS-REVERSED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-REVERSAL-EXCEPTION-COUNT PIC 9(7)     VALUE 0.

       01  WS-ADJUSTMENT-COUNTERS.
           05  WS-ADJUSTED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-ADJUST-UP-TOTAL          PIC 9(9)V99  VALUE 0.
           05  WS-ADJUST-DOWN-TOTAL        PIC 9(9)V99  VALUE 0.
           05  WS-ADJUST-EXCEPTION-COUNT   PIC 9(7)     VALUE 0.

       01  WS-ADJUST-REJECTED          PIC X VALUE "N".
       01  WS-ADJUST-REASON-TEXT       PIC X(30).
       01  WS-ADJUST-BALANCE-TEXT      PIC X(08).

      *> Run-balancing controls - every payment record read must
      *> land in exactly one of posted/suspensed/skipped, and every
      *> input dollar in applied/credit/suspensed/skipped
           05  WS-AGE-90-119-COUNT         PIC 9(7)     VALUE 0.
           05  WS-AGE-120-PLUS-COUNT       PIC 9(7)     VALUE 0.

             COPY "RUN-CONTROL".



       PROCEDURE DIVISION.

           DISPLAY "RUN MODE: " WS-RUN-MODE.

      *> A posting stream is started with its number as the parm
           ACCEPT WS-STREAM-PARM FROM COMMAND-LINE.
           MOVE WS-STREAM-PARM(1:1) TO WS-STREAM-NUMBER.
           IF WS-STREAM-NUMBER NOT = SPACE
               MOVE "Y" TO WS-STREAM-RUN
               DISPLAY "POSTING STREAM: " WS-STREAM-NUMBER
           END-IF.

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           IF WS-STREAM-RUN = "Y"
               STRING "CSES-STREAM-" WS-STREAM-NUMBER
                   DELIMITED BY SIZE INTO JC-JOB-NAME
               END-STRING
           ELSE
               STRING "CSES-" WS-RUN-MODE DELIMITED BY SPACE
                   INTO JC-JOB-NAME
               END-STRING
           END-IF
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JC-CYCLE-DATE TO WS-NIGHT-CYCLE-DATE.

       *> ==================================================
       *> A POSTING STREAM - WHICH CASES, WHICH CHECKPOINT,
       *> AND IS THE NIGHT READY FOR IT?
       *> ==================================================
           IF WS-STREAM-RUN = "Y"
               PERFORM 0420-SET-UP-POSTING-STREAM
                   THRU 0420-SET-UP-POSTING-STREAM-EXIT
               IF WS-STREAM-ERROR NOT = SPACES
                   DISPLAY WS-STREAM-ERROR
                   MOVE WS-STREAM-ERROR TO JC-MESSAGE
                   SET JC-REQUEST-FAIL TO TRUE
                   CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-MODE-FULL OR WS-MODE-POST-ONLY
               MOVE "Y" TO WS-POSTING-RUN
           ELSE
               MOVE "N" TO WS-REPORTING-RUN
           END-IF

      *> A stream sees only part of the master's payments - the
      *> reporting pass waits for a REPORT run after the merge
           IF WS-STREAM-RUN = "Y"
               MOVE "N" TO WS-REPORTING-RUN
           END-IF

           OPEN I-O PARENT-MASTER-FILE.

           IF WS-PARENT-FILE-STATUS NOT = "00"
               MOVE "PARENT MASTER" TO WS-OPEN-FAILED-FILE
               MOVE WS-PARENT-FILE-STATUS TO WS-OPEN-FAILED-STATUS
               PERFORM 0460-STOP-ON-OPEN-FAILURE
                   THRU 0460-STOP-ON-OPEN-FAILURE-EXIT
           END-IF

           OPEN INPUT
                CHILD-MASTER-FILE
                PAYMENT-TRANSACTION-FILE.
               OPEN OUTPUT PAYMENT-AUDIT-FILE
                           SUSPENSE-PAYMENT-FILE
                           DISBURSEMENT-FILE
                           RETAINED-COLLECTIONS-FILE
                           DISTRIBUTION-REGISTER-FILE
                           RUN-BALANCE-FILE

      *>       Reversals and adjustments belong to the step that
      *>       opens the night, so only it has their registers
               IF WS-OPENING-STEP = "Y"
                   OPEN OUTPUT REVERSAL-REGISTER-FILE
                               ADJUSTMENT-REGISTER-FILE
               END-IF

      *>       The custodial master tells the distribution split who
      *>       is on assistance. Without it nothing can be retained,
      *>       so the run degrades to paying the family as it always
      *>       did rather than holding the night's money hostage.
      *>       A master that is there but will not open is another
      *>       matter - paying round it would pay the wrong family -
      *>       so that stops the run.
               OPEN I-O CUSTODIAL-MASTER-FILE
               EVALUATE WS-CUSTODIAL-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-CUSTODIAL-AVAILABLE
                   WHEN "35"
                       MOVE "N" TO WS-CUSTODIAL-AVAILABLE
                       DISPLAY "CUSTODIAL MASTER NOT AVAILABLE, "
                           "STATUS: " WS-CUSTODIAL-FILE-STATUS
                       DISPLAY "NO COLLECTIONS RETAINED THIS RUN"
                   WHEN OTHER
                       MOVE "CUSTODIAL MASTER" TO WS-OPEN-FAILED-FILE
                       MOVE WS-CUSTODIAL-FILE-STATUS
                           TO WS-OPEN-FAILED-STATUS
                       PERFORM 0460-STOP-ON-OPEN-FAILURE
                           THRU 0460-STOP-ON-OPEN-FAILURE-EXIT
               END-EVALUATE

      *>       No payee files means no case is split - each pays its
      *>       custodial-master payee as before
               OPEN I-O CASE-PAYEE-FILE
               EVALUATE WS-CASE-PAYEE-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-CASE-PAYEE-AVAILABLE
                   WHEN "35"
                       MOVE "N" TO WS-CASE-PAYEE-AVAILABLE
                   WHEN OTHER
                       MOVE "CASE-PAYEE MASTER" TO WS-OPEN-FAILED-FILE
                       MOVE WS-CASE-PAYEE-FILE-STATUS
                           TO WS-OPEN-FAILED-STATUS
                       PERFORM 0460-STOP-ON-OPEN-FAILURE
                           THRU 0460-STOP-ON-OPEN-FAILURE-EXIT
               END-EVALUATE

               OPEN INPUT CHILD-PAYEE-FILE
               IF WS-CHILD-PAYEE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CHILD-PAYEE-AVAILABLE
               ELSE
                   MOVE "N" TO WS-CHILD-PAYEE-AVAILABLE
               END-IF

               OPEN INPUT INTERGOV-CASE-FILE
               IF WS-INTERGOV-FILE-STATUS = "00"
                   MOVE "Y" TO WS-INTERGOV-AVAILABLE
               ELSE
                   MOVE "N" TO WS-INTERGOV-AVAILABLE
                   DISPLAY "INTERGOVERNMENTAL MASTER NOT AVAILABLE, "
                       "STATUS: " WS-INTERGOV-FILE-STATUS
               END-IF

      *>       The ledger itself is cumulative; a stream's copy holds
      *>       only tonight's rows until the merge appends them, but
      *>       keeps what it had when the stream is resumed
               IF WS-STREAM-RUN = "Y" AND WS-STREAM-RESUMING = "N"
                   OPEN OUTPUT INTERSTATE-FORWARDING-FILE
               ELSE
                   OPEN EXTEND INTERSTATE-FORWARDING-FILE
               END-IF

               MOVE "COLLECTION DISTRIBUTION REGISTER" TO
               OPEN I-O POSTED-TRANSACTION-LOG-FILE
           END-IF

           IF WS-POSTED-LOG-STATUS NOT = "00"
               MOVE "POSTED-TRANSACTION LOG" TO WS-OPEN-FAILED-FILE
               MOVE WS-POSTED-LOG-STATUS TO WS-OPEN-FAILED-STATUS
               PERFORM 0460-STOP-ON-OPEN-FAILURE
                   THRU 0460-STOP-ON-OPEN-FAILURE-EXIT
           END-IF

       *> =========================================
       *> OPEN THE PAYMENT-PLAN MASTER
       *> =========================================
               OPEN I-O PAYMENT-PLAN-FILE
           END-IF

           IF WS-PLAN-FILE-STATUS NOT = "00"
               MOVE "PAYMENT-PLAN MASTER" TO WS-OPEN-FAILED-FILE
               MOVE WS-PLAN-FILE-STATUS TO WS-OPEN-FAILED-STATUS
               PERFORM 0460-STOP-ON-OPEN-FAILURE
                   THRU 0460-STOP-ON-OPEN-FAILURE-EXIT
           END-IF

       *> =========================================
       *> LOAD OR INITIALIZE THE RESTART CHECKPOINT
       *> =========================================
                   END-IF
           END-READ

      *> A stream's checkpoint only resumes a stream of tonight's
      *> serial - the set-up above has already decided which
           IF WS-STREAM-RUN = "Y" AND WS-OPENING-STEP = "N" AND
              WS-STREAM-RESUMING = "N"
               MOVE 0 TO WS-RESTART-COUNT
           END-IF

      *> The period boundary has to be read off CP-LAST-ROLLOVER-DATE
      *> before CP-RUN-DATE below is overwritten with today's date -
      *> CP-RUN-DATE only ever tells you the date of the most recent
           IF WS-POSTING-RUN = "Y"
               SET CP-RUN-IN-PROGRESS TO TRUE
               MOVE WS-RUN-DATE TO CP-RUN-DATE
      *>       A split night's opening step records the cycle it
      *>       opened, which its streams must be started under
               IF WS-STREAM-RUN = "Y" AND WS-OPENING-STEP = "Y"
                   MOVE WS-NIGHT-CYCLE-DATE TO CP-RUN-DATE
               END-IF
      *>       A fresh posting run is a new run of record - it gets
      *>       the next serial, and every audit row it writes will
      *>       carry it. A restart is still the same run.
      *>       A payment stream posts under the serial its night's
      *>       opening step took.
               IF WS-OPENING-STEP = "N"
                   MOVE WS-NIGHT-SERIAL TO CP-RUN-SERIAL
               ELSE
                   IF WS-RESTART-COUNT = 0
                       ADD 1 TO CP-RUN-SERIAL
                   END-IF
               END-IF
               REWRITE CHECKPOINT-CONTROL-RECORD
           END-IF.
      *> period's monthly obligation is loaded in.
           IF (WS-MODE-FULL OR WS-MODE-ROLLOVER-ONLY) AND
              WS-NEW-BILLING-PERIOD = "Y" AND WS-RESTART-COUNT = 0
              AND WS-OPENING-STEP = "Y"
      *>       The rollover is also when each payment plan's month
      *>       gets its verdict, so the broken-plan listing belongs
      *>       to this phase alone
               OPEN OUTPUT BROKEN-PLAN-FILE
      *>       And the month's bill goes out on the balances the
      *>       rollover has just set
               OPEN OUTPUT BILLING-COUPON-FILE

               MOVE "N" TO WS-EOF-PARENTS
               MOVE ZEROS TO PM-PARENT-ID
      *>               plan get honored?
                       PERFORM 0350-REVIEW-PAYMENT-PLAN
                           THRU 0350-REVIEW-PAYMENT-PLAN-EXIT

                       PERFORM 0360-WRITE-BILLING-COUPON
                           THRU 0360-WRITE-BILLING-COUPON-EXIT
                   END-IF

                   READ PARENT-MASTER-FILE NEXT RECORD
               REWRITE CHECKPOINT-CONTROL-RECORD

               CLOSE BROKEN-PLAN-FILE
                     BILLING-COUPON-FILE

               DISPLAY "PAYMENT PLANS BROKEN THIS PERIOD: "
                   WS-BROKEN-PLAN-COUNT
               DISPLAY "BILLING COUPONS WRITTEN: " WS-COUPON-COUNT
           END-IF

      *> ==========================================
      *> runs on every fresh run regardless of the billing period, so
      *> a restart-window guard never outlives the run it belongs to.
      *> Only a posting run purges - report and rollover runs leave
      *> the log exactly as the last posting run left it - and of a
      *> split night only its opening step, ahead of every stream.
           IF WS-RESTART-COUNT = 0 AND WS-POSTING-RUN = "Y" AND
              WS-OPENING-STEP = "Y"
               MOVE "N" TO WS-EOF-POSTED-LOG
               MOVE ZEROS TO PL-TRANSACTION-ID

      *> case before any new payments post, so a redeposit arriving
      *> in today's batch lands on restored balances. A restart must
      *> not take the same money back twice, so only a fresh run
      *> reads the request file. A split night takes its reversals
      *> in the opening step, ahead of every stream.
           IF WS-POSTING-RUN = "Y" AND WS-OPENING-STEP = "Y"
               MOVE "PAYMENT REVERSAL REGISTER" TO RG-REGISTER-LINE
               WRITE RG-REGISTER-LINE

               END-IF
           END-IF

      *> ==========================================
      *> FRESH POSTING RUN ONLY - APPLY ADJUSTMENTS
      *> ==========================================
      *> Court-ordered and keyed balance adjustments land after the
      *> reversals and before the night's payments, so a payment in
      *> today's batch allocates against the adjusted balances. Same
      *> restart and opening-step rules as the reversals.
           IF WS-POSTING-RUN = "Y" AND WS-OPENING-STEP = "Y"
               MOVE "BALANCE ADJUSTMENT REGISTER" TO AR-REGISTER-LINE
               WRITE AR-REGISTER-LINE

               MOVE SPACES TO AR-REGISTER-LINE
               WRITE AR-REGISTER-LINE

               IF WS-RESTART-COUNT = 0
                   PERFORM 0800-PROCESS-ADJUSTMENTS
                       THRU 0800-PROCESS-ADJUSTMENTS-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-TOTAL-PARENTS
                     WS-CURRENT-COUNT
                     WS-DELINQUENT-COUNT

      *> Skip payments already posted in a prior run per the
      *> checkpoint - a run without a posting pass reads no payments
      *> at all, and neither does a split night's opening step
           IF WS-POSTING-RUN = "Y" AND WS-PAYMENT-STREAM = "Y"
               MOVE 0 TO WS-SKIP-COUNTER
               PERFORM WITH TEST BEFORE
                       UNTIL WS-SKIP-COUNTER >= WS-RESTART-COUNT

           PERFORM UNTIL WS-EOF-PAYMENTS = "Y"

      *>       A stream posts only its own range of cases - the rest
      *>       of the file is another stream's tonight, passed by
      *>       uncounted but still stepped over by the checkpoint
               IF WS-STREAM-RUN = "Y" AND
                  (PT-PARENT-ID < WS-STREAM-LOW-ID OR
                   PT-PARENT-ID > WS-STREAM-HIGH-ID)
                   ADD 1 TO WS-STREAM-PASSED-COUNT
               ELSE

               DISPLAY "PROCESSING PAYMENT RECORD"

               MOVE PT-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT-NUM

               END-IF

               END-IF

       *>      Advance and periodically save the restart checkpoint
               ADD 1 TO WS-TRANS-PROCESSED-COUNT
               ADD 1 TO WS-CHECKPOINT-COUNTER
                   DELIMITED BY SIZE INTO DR-REGISTER-LINE
               WRITE DR-REGISTER-LINE

               MOVE WS-FORWARDED-TOTAL TO WS-ED-AMOUNT
               MOVE SPACES TO DR-REGISTER-LINE
               STRING "FORWARDED INTERSTATE:       " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO DR-REGISTER-LINE
               WRITE DR-REGISTER-LINE

               MOVE WS-SPLIT-CASE-COUNT TO WS-ED-COUNT
               MOVE SPACES TO DR-REGISTER-LINE
               STRING "SPLIT-CUSTODY COLLECTIONS: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO DR-REGISTER-LINE
               WRITE DR-REGISTER-LINE

      *>       The page operations balances the night against
               PERFORM 0700-WRITE-BALANCE-REPORT
                   THRU 0700-WRITE-BALANCE-REPORT-EXIT
               CLOSE PAYMENT-AUDIT-FILE
                     SUSPENSE-PAYMENT-FILE
                     DISBURSEMENT-FILE
                     RETAINED-COLLECTIONS-FILE
                     DISTRIBUTION-REGISTER-FILE
                     RUN-BALANCE-FILE
               IF WS-OPENING-STEP = "Y"
                   CLOSE REVERSAL-REGISTER-FILE
                         ADJUSTMENT-REGISTER-FILE
               END-IF
               IF WS-CUSTODIAL-AVAILABLE = "Y"
                   CLOSE CUSTODIAL-MASTER-FILE
               END-IF
               IF WS-CASE-PAYEE-AVAILABLE = "Y"
                   CLOSE CASE-PAYEE-FILE
               END-IF
               IF WS-CHILD-PAYEE-AVAILABLE = "Y"
                   CLOSE CHILD-PAYEE-FILE
               END-IF
               IF WS-INTERGOV-AVAILABLE = "Y"
                   CLOSE INTERGOV-CASE-FILE
               END-IF
               CLOSE INTERSTATE-FORWARDING-FILE
           END-IF

           IF WS-REPORTING-RUN = "Y"
                     EMANCIPATION-LOOKAHEAD-FILE
           END-IF

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "TRANS READ" TO JC-COUNT-LABEL(1)
           MOVE WS-BAL-READ-COUNT TO JC-COUNT(1)
           MOVE "POSTED" TO JC-COUNT-LABEL(2)
           MOVE WS-BAL-POSTED-COUNT TO JC-COUNT(2)
           MOVE "SUSPENDED" TO JC-COUNT-LABEL(3)
           MOVE WS-BAL-SUSP-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           STOP RUN.

       *> ==================================================
       0350-REVIEW-PAYMENT-PLAN-EXIT.
           EXIT.

       *> ==================================================
       *> THE MONTH'S BILLING COUPON FOR THE CASE IN
       *> PM-PARENT-ID - A CASE OWING NOTHING GETS NO BILL.
       *> RUNS AFTER THE PLAN REVIEW, SO A PLAN THAT JUST
       *> BROKE NO LONGER LIMITS WHAT THE COUPON ASKS FOR
       *> ==================================================
       0360-WRITE-BILLING-COUPON.
           IF PM-CURRENT-DUE-BALANCE = 0 AND PM-TOTAL-ARREARS = 0
              AND PM-INTEREST-BALANCE = 0
               GO TO 0360-WRITE-BILLING-COUPON-EXIT
           END-IF

           MOVE SPACES TO BILLING-COUPON-RECORD
           MOVE PM-PARENT-ID TO BC-CASE-ID
           MOVE WS-RUN-YR-MO TO BC-BILLING-PERIOD
           MOVE WS-RUN-DATE TO BC-BILL-DATE
           MOVE PM-PARENT-NAME TO BC-PARENT-NAME
           MOVE PM-ADDRESS TO BC-ADDRESS
           MOVE PM-ADDRESS-STATUS TO BC-ADDRESS-STATUS
           MOVE PM-CURRENT-DUE-BALANCE TO BC-CURRENT-DUE
           MOVE PM-TOTAL-ARREARS TO BC-ARREARS
           MOVE PM-INTEREST-BALANCE TO BC-INTEREST
           MOVE PM-CREDIT-BALANCE TO BC-CREDIT
           MOVE 0 TO BC-PLAN-AMOUNT

      *>   A case on an active plan is asked for the installment it
      *>   agreed to; any other case for everything past due
           COMPUTE WS-COUPON-PAST-DUE =
               PM-TOTAL-ARREARS + PM-INTEREST-BALANCE
           IF WS-PLAN-FOUND = "Y" AND PP-STATUS-ACTIVE
               MOVE PP-MONTHLY-AMOUNT TO BC-PLAN-AMOUNT
               IF PP-MONTHLY-AMOUNT < WS-COUPON-PAST-DUE
                   MOVE PP-MONTHLY-AMOUNT TO WS-COUPON-PAST-DUE
               END-IF
           END-IF

           COMPUTE WS-COUPON-DUE-GROSS =
               PM-CURRENT-DUE-BALANCE + WS-COUPON-PAST-DUE

           IF WS-COUPON-DUE-GROSS > PM-CREDIT-BALANCE
               COMPUTE BC-AMOUNT-DUE =
                   WS-COUPON-DUE-GROSS - PM-CREDIT-BALANCE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO BC-AMOUNT-DUE
               END-COMPUTE
           ELSE
               MOVE 0 TO BC-AMOUNT-DUE
           END-IF

           WRITE BILLING-COUPON-RECORD
           ADD 1 TO WS-COUPON-COUNT.

       0360-WRITE-BILLING-COUPON-EXIT.
           EXIT.

       *> ==================================================
       *> LOAD THE OPERATOR'S RUN PARAMETERS - ANY FIELD
       *> THAT FAILS ITS EDIT FALLS BACK TO THE DEFAULT
       0400-LOAD-RUN-PARAMETERS-EXIT.
           EXIT.

       *> ==================================================
       *> SET UP A POSTING STREAM - ITS CASE RANGE OFF THE
       *> STREAM TABLE, ITS OWN OUTPUT FILES AND CHECKPOINT,
       *> AND PROOF THAT THE NIGHT IS READY FOR IT. A FAULT
       *> COMES BACK IN WS-STREAM-ERROR AND THE RUN STOPS.
       *> ==================================================
       0420-SET-UP-POSTING-STREAM.
           MOVE SPACES TO WS-STREAM-ERROR

           IF WS-STREAM-NUMBER IS NOT NUMERIC
               MOVE "POSTING STREAM NUMBER MUST BE 0 THROUGH 9"
                   TO WS-STREAM-ERROR
               GO TO 0420-SET-UP-POSTING-STREAM-EXIT
           END-IF

           IF NOT WS-MODE-FULL AND NOT WS-MODE-POST-ONLY
               MOVE "A POSTING STREAM RUNS ONLY IN FULL OR POST MODE"
                   TO WS-STREAM-ERROR
               GO TO 0420-SET-UP-POSTING-STREAM-EXIT
           END-IF

           PERFORM 0430-LOAD-STREAM-TABLE
               THRU 0430-LOAD-STREAM-TABLE-EXIT
           IF WS-STREAM-ERROR NOT = SPACES
               GO TO 0420-SET-UP-POSTING-STREAM-EXIT
           END-IF

           MOVE WS-STREAM-NUMBER TO WS-STREAM-SUB
           IF WS-STREAM-SUB > WS-STREAM-COUNT
               STRING "POSTING STREAM " WS-STREAM-NUMBER
                   " IS NOT ON THE POSTING STREAM TABLE"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 0420-SET-UP-POSTING-STREAM-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *>   The night's own checkpoint row - stream 0 keeps it, just
      *>   as an unsplit run does
           MOVE WS-NIGHT-CHECKPOINT-NAME TO WS-CHECKPOINT-FILE-NAME
           PERFORM 0440-READ-CHECKPOINT-ROW
               THRU 0440-READ-CHECKPOINT-ROW-EXIT
           IF WS-CHECKPOINT-ROW-FOUND = "Y"
               MOVE CP-RUN-SERIAL TO WS-NIGHT-SERIAL
               MOVE CP-RUN-DATE TO WS-NIGHT-RUN-DATE
               MOVE CP-RUN-STATUS TO WS-NIGHT-STATUS
           END-IF

           IF WS-STREAM-NUMBER = "0"
               MOVE "N" TO WS-PAYMENT-STREAM
      *>       A stream of the last split night left unfinished would
      *>       lose its place for good once the serial moves on
               PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                       UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
                          OR WS-STREAM-ERROR NOT = SPACES
                   MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT
                   MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
                   STRING "data/checkpoint_control_s" WS-STREAM-DIGIT
                       ".dat" DELIMITED BY SIZE
                       INTO WS-CHECKPOINT-FILE-NAME
                   PERFORM 0440-READ-CHECKPOINT-ROW
                       THRU 0440-READ-CHECKPOINT-ROW-EXIT
                   IF WS-CHECKPOINT-ROW-FOUND = "Y" AND
                      CP-RUN-IN-PROGRESS
                       STRING "POSTING STREAM " WS-STREAM-DIGIT
                           " OF RUN SERIAL " CP-RUN-SERIAL
                           " NEVER FINISHED - RESUME IT FIRST"
                           DELIMITED BY SIZE INTO WS-STREAM-ERROR
                   END-IF
               END-PERFORM
               MOVE WS-NIGHT-CHECKPOINT-NAME TO WS-CHECKPOINT-FILE-NAME
           ELSE
               MOVE "N" TO WS-OPENING-STEP
               MOVE WS-STR-LOW-ID(WS-STREAM-SUB) TO WS-STREAM-LOW-ID
               MOVE WS-STR-HIGH-ID(WS-STREAM-SUB) TO WS-STREAM-HIGH-ID
               DISPLAY "POSTING CASES " WS-STREAM-LOW-ID " THRU "
                   WS-STREAM-HIGH-ID

      *>       The opening step has to have finished in this cycle -
      *>       the serial, reversals and rollover are all its
               IF WS-NIGHT-STATUS NOT = "C" OR
                  WS-NIGHT-RUN-DATE NOT = WS-NIGHT-CYCLE-DATE
                   MOVE "OPENING STREAM 0 HAS NOT COMPLETED THIS CYCLE"
                       TO WS-STREAM-ERROR
                   GO TO 0420-SET-UP-POSTING-STREAM-EXIT
               END-IF

      *>       This stream's own checkpoint: mid-run under tonight's
      *>       serial is a resume, complete under it is a rerun that
      *>       would wipe the stream's output, anything else is a
      *>       fresh start
               MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
               STRING "data/checkpoint_control_s" WS-STREAM-NUMBER
                   ".dat" DELIMITED BY SIZE
                   INTO WS-CHECKPOINT-FILE-NAME
               PERFORM 0440-READ-CHECKPOINT-ROW
                   THRU 0440-READ-CHECKPOINT-ROW-EXIT
               IF WS-CHECKPOINT-ROW-FOUND = "Y" AND
                  CP-RUN-SERIAL = WS-NIGHT-SERIAL
                   IF CP-RUN-IN-PROGRESS
                       MOVE "Y" TO WS-STREAM-RESUMING
                   ELSE
                       STRING "POSTING STREAM " WS-STREAM-NUMBER
                           " HAS ALREADY COMPLETED RUN SERIAL "
                           WS-NIGHT-SERIAL
                           DELIMITED BY SIZE INTO WS-STREAM-ERROR
                       GO TO 0420-SET-UP-POSTING-STREAM-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-STREAM-ERROR NOT = SPACES
               GO TO 0420-SET-UP-POSTING-STREAM-EXIT
           END-IF

      *>   The stream's own copy of every posting output
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING "data/payment_audit_s" WS-STREAM-NUMBER ".dat"
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
           MOVE SPACES TO WS-SUSPENSE-FILE-NAME
           STRING "data/suspense_payments_s" WS-STREAM-NUMBER ".dat"
               DELIMITED BY SIZE INTO WS-SUSPENSE-FILE-NAME
           MOVE SPACES TO WS-DISBURSEMENT-FILE-NAME
           STRING "data/disbursements_s" WS-STREAM-NUMBER ".dat"
               DELIMITED BY SIZE INTO WS-DISBURSEMENT-FILE-NAME
           MOVE SPACES TO WS-RETAINED-FILE-NAME
           STRING "data/retained_collections_s" WS-STREAM-NUMBER
               ".dat" DELIMITED BY SIZE INTO WS-RETAINED-FILE-NAME
           MOVE SPACES TO WS-REGISTER-FILE-NAME
           STRING "data/distribution_register_s" WS-STREAM-NUMBER
               ".dat" DELIMITED BY SIZE INTO WS-REGISTER-FILE-NAME
           MOVE SPACES TO WS-BALANCE-FILE-NAME
           STRING "data/run_balance_report_s" WS-STREAM-NUMBER ".dat"
               DELIMITED BY SIZE INTO WS-BALANCE-FILE-NAME
           MOVE SPACES TO WS-FORWARDING-FILE-NAME
           STRING "data/interstate_forwarding_s" WS-STREAM-NUMBER
               ".dat" DELIMITED BY SIZE INTO WS-FORWARDING-FILE-NAME.

       0420-SET-UP-POSTING-STREAM-EXIT.
           EXIT.

       *> ==================================================
       *> LOAD AND PROVE THE POSTING STREAM TABLE - STREAMS
       *> NUMBERED FROM 1, RANGES ASCENDING, EVERY CASE ID
       *> FROM 00000000 THROUGH 99999999 IN EXACTLY ONE
       *> ==================================================
       0430-LOAD-STREAM-TABLE.
           MOVE 0 TO WS-STREAM-COUNT
           MOVE 0 TO WS-NEXT-LOW-ID
           MOVE "N" TO WS-EOF-STREAMS

           OPEN INPUT POSTING-STREAM-FILE

           PERFORM UNTIL WS-EOF-STREAMS = "Y"
                      OR WS-STREAM-ERROR NOT = SPACES
               READ POSTING-STREAM-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAMS
                   NOT AT END
                       PERFORM 0435-EDIT-STREAM-ROW
                           THRU 0435-EDIT-STREAM-ROW-EXIT
               END-READ
           END-PERFORM

           CLOSE POSTING-STREAM-FILE

           IF WS-STREAM-ERROR NOT = SPACES
               GO TO 0430-LOAD-STREAM-TABLE-EXIT
           END-IF

           IF WS-STREAM-COUNT = 0
               MOVE "POSTING STREAM TABLE IS MISSING OR EMPTY"
                   TO WS-STREAM-ERROR
               GO TO 0430-LOAD-STREAM-TABLE-EXIT
           END-IF

           IF WS-NEXT-LOW-ID NOT = 100000000
               MOVE "POSTING STREAM TABLE STOPS SHORT OF CASE 99999999"
                   TO WS-STREAM-ERROR
           END-IF.

       0430-LOAD-STREAM-TABLE-EXIT.
           EXIT.

       0435-EDIT-STREAM-ROW.
           ADD 1 TO WS-STREAM-COUNT

           IF WS-STREAM-COUNT > WS-STREAM-MAX
               MOVE "MORE THAN 9 STREAMS ON THE POSTING STREAM TABLE"
                   TO WS-STREAM-ERROR
               GO TO 0435-EDIT-STREAM-ROW-EXIT
           END-IF

           MOVE WS-STREAM-COUNT TO WS-STREAM-DIGIT

           IF PS-STREAM-NUMBER NOT = WS-STREAM-DIGIT
               STRING "POSTING STREAM TABLE ROW " WS-STREAM-DIGIT
                   " IS NOT NUMBERED " WS-STREAM-DIGIT
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 0435-EDIT-STREAM-ROW-EXIT
           END-IF

           IF PS-LOW-PARENT-ID IS NOT NUMERIC OR
              PS-HIGH-PARENT-ID IS NOT NUMERIC
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " CASE RANGE IS NOT NUMERIC"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 0435-EDIT-STREAM-ROW-EXIT
           END-IF

           MOVE PS-LOW-PARENT-ID TO WS-STR-LOW-ID(WS-STREAM-COUNT)
           MOVE PS-HIGH-PARENT-ID TO WS-STR-HIGH-ID(WS-STREAM-COUNT)

           IF WS-STR-LOW-ID(WS-STREAM-COUNT) NOT = WS-NEXT-LOW-ID
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " DOES NOT START WHERE THE STREAM BEFORE IT ENDS"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 0435-EDIT-STREAM-ROW-EXIT
           END-IF

           IF WS-STR-HIGH-ID(WS-STREAM-COUNT) <
              WS-STR-LOW-ID(WS-STREAM-COUNT)
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " CASE RANGE RUNS BACKWARD"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 0435-EDIT-STREAM-ROW-EXIT
           END-IF

           COMPUTE WS-NEXT-LOW-ID =
               WS-STR-HIGH-ID(WS-STREAM-COUNT) + 1.

       0435-EDIT-STREAM-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> READ ROW 1 OF THE CHECKPOINT FILE NAMED IN
       *> WS-CHECKPOINT-FILE-NAME, WITHOUT DISTURBING IT
       *> ==================================================
       0440-READ-CHECKPOINT-ROW.
           MOVE "N" TO WS-CHECKPOINT-ROW-FOUND

           OPEN INPUT CHECKPOINT-CONTROL-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               GO TO 0440-READ-CHECKPOINT-ROW-EXIT
           END-IF

           MOVE 1 TO CP-CONTROL-ID
           READ CHECKPOINT-CONTROL-FILE
               INVALID KEY MOVE "N" TO WS-CHECKPOINT-ROW-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-CHECKPOINT-ROW-FOUND
           END-READ

           CLOSE CHECKPOINT-CONTROL-FILE.

       0440-READ-CHECKPOINT-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> A SHARED MASTER WOULD NOT OPEN - HELD EXCLUSIVELY
       *> BY ANOTHER RUN, OR DAMAGED. THE RUN CANNOT POST
       *> SAFELY ROUND IT, SO IT STOPS AND SAYS WHY.
       *> ==================================================
       0460-STOP-ON-OPEN-FAILURE.
           MOVE SPACES TO JC-MESSAGE
           STRING WS-OPEN-FAILED-FILE DELIMITED BY "  "
                  " OPEN FAILED, STATUS " DELIMITED BY SIZE
                  WS-OPEN-FAILED-STATUS DELIMITED BY SIZE
               INTO JC-MESSAGE
           END-STRING
           DISPLAY JC-MESSAGE
           SET JC-REQUEST-FAIL TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       0460-STOP-ON-OPEN-FAILURE-EXIT.
           EXIT.

       *> ==================================================
       *> APPLY OPERATOR-REQUESTED PAYMENT REVERSALS - NSF
       *> CHECKS AND BANK-RECALLED EFTS. THE AUDIT TRAIL
                   UNTIL WS-RVT-SUB > WS-REVERSAL-COUNT
               IF WS-RVT-TRANSACTION-ID (WS-RVT-SUB) =
                  WA-TRANSACTION-ID
                  AND WA-ENTRY-TYPE NOT = "A"
                   IF WA-ENTRY-TYPE = "R"
                       MOVE "R" TO WS-RVT-LAST-TYPE (WS-RVT-SUB)
                   ELSE
       *> THROUGH TO THE FAMILY, RETAINS THE REST TO THE
       *> STATE UP TO THE UNREIMBURSED-ASSISTANCE BALANCE,
       *> AND PAYS ANY EXCESS TO THE FAMILY; A NON-
       *> ASSISTANCE CASE PAYS OUT EXACTLY AS ALWAYS. A
       *> CASE WE ENFORCE FOR ANOTHER STATE IS NEITHER -
       *> THE WHOLE COLLECTION IS FORWARDED TO THAT STATE,
       *> WHICH DISTRIBUTES IT UNDER ITS OWN RULES.
       *> ==================================================
       0600-DISTRIBUTE-COLLECTION.
           MOVE 0 TO WS-RETAINED-AMOUNT
               GO TO 0600-DISTRIBUTE-COLLECTION-EXIT
           END-IF

           MOVE "N" TO WS-INTERGOV-FOUND
           IF WS-INTERGOV-AVAILABLE = "Y"
               MOVE PM-PARENT-ID TO IG-CASE-ID
               READ INTERGOV-CASE-FILE
                   INVALID KEY MOVE "N" TO WS-INTERGOV-FOUND
                   NOT INVALID KEY MOVE "Y" TO WS-INTERGOV-FOUND
               END-READ
           END-IF

           IF WS-INTERGOV-FOUND = "Y" AND IG-RESPONDING
               MOVE SPACES TO INTERSTATE-FORWARDING-RECORD
               MOVE PM-PARENT-ID TO FW-CASE-ID
               MOVE IG-OTHER-STATE-FIPS TO FW-OTHER-STATE-FIPS
               MOVE IG-OTHER-CASE-NUMBER TO FW-OTHER-CASE-NUMBER
               MOVE PT-PAYMENT-DATE TO FW-COLLECTION-DATE
               MOVE WS-DISBURSABLE-AMOUNT TO FW-AMOUNT
               MOVE PT-TRANSACTION-ID TO FW-TRANSACTION-ID
               MOVE WS-RUN-DATE TO FW-RUN-DATE
               MOVE CP-RUN-SERIAL TO FW-RUN-SERIAL
               WRITE INTERSTATE-FORWARDING-RECORD

               ADD 1 TO WS-FORWARDED-COUNT
               ADD WS-DISBURSABLE-AMOUNT TO WS-FORWARDED-TOTAL

               MOVE WS-DISBURSABLE-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO DR-REGISTER-LINE
               STRING "CASE " PM-PARENT-ID
                   " FORWARDED " WS-ED-AMOUNT
                   " TO FIPS " IG-OTHER-STATE-FIPS
                   DELIMITED BY SIZE INTO DR-REGISTER-LINE
               WRITE DR-REGISTER-LINE
               GO TO 0600-DISTRIBUTE-COLLECTION-EXIT
           END-IF

      *>   Split custody - the family's share is divided across the
      *>   case's payees in proportion to the support amounts of the
      *>   children each one has. A case with no assignments has one
      *>   payee, the custodial master's, and pays exactly as before.
           PERFORM 0610-BUILD-PAYEE-SPLIT
               THRU 0610-BUILD-PAYEE-SPLIT-EXIT

           IF WS-PAYEE-COUNT = 0
               MOVE 1 TO WS-PAYEE-COUNT
               MOVE 0 TO WS-PAYEE-NUMBER (1)
               MOVE 1 TO WS-PAYEE-WEIGHT (1)
               MOVE 1 TO WS-TOTAL-WEIGHT
           END-IF

           MOVE WS-DISBURSABLE-AMOUNT TO WS-FAMILY-SHARE
           MOVE WS-DISBURSABLE-AMOUNT TO WS-SHARE-LEFT

           IF WS-PAYEE-COUNT > 1
               ADD 1 TO WS-SPLIT-CASE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUB
               MOVE WS-FAMILY-SHARE TO WS-ED-AMOUNT
               MOVE SPACES TO DR-REGISTER-LINE
               STRING "CASE " PM-PARENT-ID
                   " SPLIT " WS-ED-AMOUNT
                   " ACROSS " WS-PAYEE-SUB " PAYEES"
                   DELIMITED BY SIZE INTO DR-REGISTER-LINE
               WRITE DR-REGISTER-LINE
           END-IF

           PERFORM 0620-PAY-PAYEE-SHARE
               THRU 0620-PAY-PAYEE-SHARE-EXIT
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.

       0600-DISTRIBUTE-COLLECTION-EXIT.
           EXIT.

       *> ==================================================
       *> WEIGH THE PAYEES ON THE CASE IN PM-PARENT-ID - EACH
       *> UNEMANCIPATED CHILD'S SUPPORT AMOUNT COUNTS TOWARD
       *> THE PAYEE THE CHILD IS ASSIGNED TO (THE CUSTODIAL-
       *> MASTER PAYEE, 00, WHEN UNASSIGNED OR WHEN THE
       *> ASSIGNED PAYEE IS NO LONGER ON FILE)
       *> ==================================================
       0610-BUILD-PAYEE-SPLIT.
           MOVE 0 TO WS-PAYEE-COUNT
           MOVE 0 TO WS-TOTAL-WEIGHT

           IF WS-CHILD-PAYEE-AVAILABLE NOT = "Y" OR
              WS-CASE-PAYEE-AVAILABLE NOT = "Y"
               GO TO 0610-BUILD-PAYEE-SPLIT-EXIT
           END-IF

           MOVE PM-PARENT-ID TO CC-PARENT-ID
           MOVE "N" TO WS-EOF-CHILDREN

           START CHILD-MASTER-FILE KEY IS = CC-PARENT-ID
               INVALID KEY MOVE "Y" TO WS-EOF-CHILDREN
           END-START

           IF WS-EOF-CHILDREN NOT = "Y"
               READ CHILD-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-CHILDREN
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-CHILDREN = "Y"
                      OR CC-PARENT-ID NOT = PM-PARENT-ID
               IF (CC-EMANCIPATION-DATE = 0 OR
                   CC-EMANCIPATION-DATE > WS-RUN-DATE) AND
                  CC-SUPPORT-AMOUNT > 0
                   PERFORM 0615-WEIGH-CHILD
                       THRU 0615-WEIGH-CHILD-EXIT
               END-IF

               READ CHILD-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-CHILDREN
               END-READ
           END-PERFORM.

       0610-BUILD-PAYEE-SPLIT-EXIT.
           EXIT.

       0615-WEIGH-CHILD.
           MOVE 0 TO WS-CHILD-PAYEE-NUMBER
           MOVE CC-CHILD-ID TO CX-CHILD-ID
           READ CHILD-PAYEE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CX-CASE-ID = PM-PARENT-ID
                       MOVE CX-PAYEE-NUMBER TO WS-CHILD-PAYEE-NUMBER
                   END-IF
           END-READ

           IF WS-CHILD-PAYEE-NUMBER > 0
               MOVE PM-PARENT-ID TO PY-CASE-ID
               MOVE WS-CHILD-PAYEE-NUMBER TO PY-PAYEE-NUMBER
               READ CASE-PAYEE-FILE
                   INVALID KEY
                       DISPLAY "CHILD " CC-CHILD-ID
                           " ASSIGNED TO MISSING PAYEE "
                           WS-CHILD-PAYEE-NUMBER
                           " - PAID TO CUSTODIAL PAYEE"
                       MOVE 0 TO WS-CHILD-PAYEE-NUMBER
               END-READ
           END-IF

           PERFORM VARYING WS-PAYEE-FIND FROM 1 BY 1
               UNTIL WS-PAYEE-FIND > WS-PAYEE-COUNT
                  OR WS-PAYEE-NUMBER (WS-PAYEE-FIND) =
                     WS-CHILD-PAYEE-NUMBER
               CONTINUE
           END-PERFORM

      *>   More payees than the table holds is not a real family -
      *>   the overflow child's share stays with the first payee
      *>   and the operator hears about it
           IF WS-PAYEE-FIND > WS-PAYEE-COUNT
               IF WS-PAYEE-COUNT < WS-PAYEE-MAX
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-FIND
                   MOVE WS-CHILD-PAYEE-NUMBER TO
                       WS-PAYEE-NUMBER (WS-PAYEE-FIND)
                   MOVE 0 TO WS-PAYEE-WEIGHT (WS-PAYEE-FIND)
               ELSE
                   DISPLAY "PAYEE TABLE FULL FOR CASE: " PM-PARENT-ID
                   MOVE 1 TO WS-PAYEE-FIND
               END-IF
           END-IF

           ADD CC-SUPPORT-AMOUNT TO WS-PAYEE-WEIGHT (WS-PAYEE-FIND)
           ADD CC-SUPPORT-AMOUNT TO WS-TOTAL-WEIGHT.

       0615-WEIGH-CHILD-EXIT.
           EXIT.

       *> ==================================================
       *> PAY ONE PAYEE'S SLICE OF THE FAMILY SHARE - THE
       *> ASSISTANCE RETENTION RULES RUN ON THE SLICE USING
       *> THAT PAYEE'S OWN STANDING AND BALANCE, THEN THE
       *> REST GOES OUT AS THAT PAYEE'S DISBURSEMENT. THE
       *> LAST PAYEE TAKES THE ROUNDING REMAINDER.
       *> ==================================================
       0620-PAY-PAYEE-SHARE.
           MOVE 0 TO WS-RETAINED-AMOUNT
           MOVE 0 TO WS-PASS-THROUGH-AMOUNT

           IF WS-PAYEE-SUB = WS-PAYEE-COUNT
               MOVE WS-SHARE-LEFT TO WS-PAYEE-SHARE
           ELSE
               COMPUTE WS-PAYEE-SHARE ROUNDED =
                   WS-FAMILY-SHARE * WS-PAYEE-WEIGHT (WS-PAYEE-SUB)
                   / WS-TOTAL-WEIGHT
               IF WS-PAYEE-SHARE > WS-SHARE-LEFT
                   MOVE WS-SHARE-LEFT TO WS-PAYEE-SHARE
               END-IF
           END-IF
           SUBTRACT WS-PAYEE-SHARE FROM WS-SHARE-LEFT

           IF WS-PAYEE-SHARE = 0
               GO TO 0620-PAY-PAYEE-SHARE-EXIT
           END-IF

           MOVE "N" TO WS-PAYEE-ASSIST
           MOVE 0 TO WS-PAYEE-UNREIMBURSED

           IF WS-PAYEE-NUMBER (WS-PAYEE-SUB) = 0
               MOVE "N" TO WS-CUSTODIAL-FOUND
               IF WS-CUSTODIAL-AVAILABLE = "Y"
                   MOVE PM-PARENT-ID TO CU-CASE-ID
                   READ CUSTODIAL-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-CUSTODIAL-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-CUSTODIAL-FOUND
                   END-READ
               END-IF
               IF WS-CUSTODIAL-FOUND = "Y" AND CU-ASSIST-CURRENT
                   MOVE "Y" TO WS-PAYEE-ASSIST
                   MOVE CU-UNREIMBURSED-ASSIST TO
                       WS-PAYEE-UNREIMBURSED
               END-IF
           ELSE
               MOVE PM-PARENT-ID TO PY-CASE-ID
               MOVE WS-PAYEE-NUMBER (WS-PAYEE-SUB) TO PY-PAYEE-NUMBER
               READ CASE-PAYEE-FILE
                   INVALID KEY MOVE SPACES TO PY-ASSISTANCE-STATUS
               END-READ
               IF PY-ASSIST-CURRENT
                   MOVE "Y" TO WS-PAYEE-ASSIST
                   MOVE PY-UNREIMBURSED-ASSIST TO
                       WS-PAYEE-UNREIMBURSED
               END-IF
           END-IF

           IF WS-PAYEE-ASSIST = "Y" AND WS-PAYEE-UNREIMBURSED > 0
               IF WS-PAYEE-SHARE > WS-PASS-THROUGH-LIMIT
                   MOVE WS-PASS-THROUGH-LIMIT TO
                       WS-PASS-THROUGH-AMOUNT
               ELSE
                   MOVE WS-PAYEE-SHARE TO
                       WS-PASS-THROUGH-AMOUNT
               END-IF

               COMPUTE WS-SPLIT-REMAINDER =
                   WS-PAYEE-SHARE - WS-PASS-THROUGH-AMOUNT

               IF WS-SPLIT-REMAINDER > WS-PAYEE-UNREIMBURSED
                   MOVE WS-PAYEE-UNREIMBURSED TO WS-RETAINED-AMOUNT
               ELSE
                   MOVE WS-SPLIT-REMAINDER TO WS-RETAINED-AMOUNT
               END-IF

               SUBTRACT WS-RETAINED-AMOUNT FROM
                   WS-PAYEE-UNREIMBURSED
               SUBTRACT WS-RETAINED-AMOUNT FROM
                   WS-PAYEE-SHARE

               IF WS-PAYEE-NUMBER (WS-PAYEE-SUB) = 0
                   MOVE WS-PAYEE-UNREIMBURSED TO
                       CU-UNREIMBURSED-ASSIST
                   REWRITE CUSTODIAL-MASTER-RECORD
               ELSE
                   MOVE WS-PAYEE-UNREIMBURSED TO
                       PY-UNREIMBURSED-ASSIST
                   REWRITE CASE-PAYEE-RECORD
               END-IF

               MOVE PM-PARENT-ID TO RC-CASE-ID
               MOVE PT-PAYMENT-DATE TO RC-PAYMENT-DATE
               MOVE WS-RETAINED-AMOUNT TO RC-RETAINED-AMOUNT
               MOVE WS-PASS-THROUGH-AMOUNT TO RC-PASS-THROUGH-AMOUNT
               MOVE WS-PAYEE-SHARE TO RC-FAMILY-AMOUNT
               MOVE WS-PAYEE-UNREIMBURSED TO
                   RC-UNREIMBURSED-REMAINING
               WRITE RETAINED-COLLECTIONS-RECORD

               ADD WS-PASS-THROUGH-AMOUNT TO WS-PASS-THROUGH-TOTAL

               MOVE WS-RETAINED-AMOUNT TO WS-ED-AMOUNT
               MOVE WS-PAYEE-SHARE TO WS-ED-AMOUNT-2
               MOVE SPACES TO DR-REGISTER-LINE
               IF WS-PAYEE-COUNT = 1 AND
                  WS-PAYEE-NUMBER (WS-PAYEE-SUB) = 0
                   STRING "CASE " PM-PARENT-ID
                       " RETAINED " WS-ED-AMOUNT
                       " FAMILY " WS-ED-AMOUNT-2
                       DELIMITED BY SIZE INTO DR-REGISTER-LINE
               ELSE
                   STRING "CASE " PM-PARENT-ID
                       " PAYEE " WS-PAYEE-NUMBER (WS-PAYEE-SUB)
                       " RETAINED " WS-ED-AMOUNT
                       " FAMILY " WS-ED-AMOUNT-2
                       DELIMITED BY SIZE INTO DR-REGISTER-LINE
               END-IF
               WRITE DR-REGISTER-LINE
           END-IF

      *>   Whatever the split left for the family goes out as a
      *>   disbursement to this payee - a non-assistance payee keeps
      *>   all of its slice. Nothing left to pay writes no record.
           IF WS-PAYEE-SHARE > 0
               MOVE PM-PARENT-ID TO DB-CASE-ID
               MOVE SPACES TO DB-PAYEE-NAME
               STRING "CASE " PM-PARENT-ID
                   DELIMITED BY SIZE INTO DB-PAYEE-NAME
               MOVE WS-PAYEE-NUMBER (WS-PAYEE-SUB) TO DB-PAYEE-NUMBER
               MOVE WS-PAYEE-SHARE TO DB-AMOUNT
               MOVE PT-PAYMENT-DATE TO DB-DISBURSEMENT-DATE

               WRITE DISBURSEMENT-RECORD

               ADD WS-PAYEE-SHARE TO WS-FAMILY-PAID-TOTAL
               ADD 1 TO WS-BAL-DISB-COUNT

               IF WS-PAYEE-COUNT > 1 OR
                  WS-PAYEE-NUMBER (WS-PAYEE-SUB) > 0
                   MOVE WS-PAYEE-SHARE TO WS-ED-AMOUNT
                   MOVE SPACES TO DR-REGISTER-LINE
                   STRING "CASE " PM-PARENT-ID
                       " PAYEE " WS-PAYEE-NUMBER (WS-PAYEE-SUB)
                       " PAID " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO DR-REGISTER-LINE
                   WRITE DR-REGISTER-LINE
               END-IF
           END-IF.

       0620-PAY-PAYEE-SHARE-EXIT.
           EXIT.

       *> ==================================================
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

      *>   One stream's share of a split night - the merge step
      *>   proves the whole night from these
           IF WS-STREAM-RUN = "Y"
               MOVE WS-STREAM-PASSED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO RB-REPORT-LINE
               STRING "POSTING STREAM " WS-STREAM-NUMBER
                   "  CASES " WS-STREAM-LOW-ID
                   " THRU " WS-STREAM-HIGH-ID
                   "  PASSED BY " WS-ED-COUNT
                   DELIMITED BY SIZE INTO RB-REPORT-LINE
               WRITE RB-REPORT-LINE
           END-IF

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-FORWARDED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "FORWARDED INTERSTATE:        " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-RECOUPED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "RECOUPED FROM PAYOUTS:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

      *>   Adjustments move balances but no money, so they stand
      *>   outside the dollar equation below
           MOVE WS-ADJUSTED-COUNT TO WS-ED-COUNT
           MOVE WS-ADJUST-UP-TOTAL TO WS-ED-AMOUNT
           MOVE WS-ADJUST-DOWN-TOTAL TO WS-ED-AMOUNT-2
           MOVE SPACES TO RB-REPORT-LINE
           STRING "ADJUSTMENTS APPLIED:" WS-ED-COUNT "  +"
               WS-ED-AMOUNT " -" WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE


       0700-WRITE-BALANCE-REPORT-EXIT.
           EXIT.

       *> ==================================================
       *> APPLY NON-CASH BALANCE ADJUSTMENTS - EACH REQUEST
       *> IS PROVED AGAINST THE POSTED LOG AND THE MASTER,
       *> RAISES OR LOWERS THE ONE BALANCE IT NAMES, AND
       *> LEAVES AN "A" ROW ON THE AUDIT TRAIL. NOTHING IS
       *> DISTRIBUTED OR DISBURSED - NO MONEY CHANGED HANDS
       *> ==================================================
       0800-PROCESS-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-REQUEST-FILE

           MOVE "N" TO WS-EOF-ADJUSTMENTS
           READ ADJUSTMENT-REQUEST-FILE
               AT END MOVE "Y" TO WS-EOF-ADJUSTMENTS
           END-READ

           PERFORM UNTIL WS-EOF-ADJUSTMENTS = "Y"
               PERFORM 0810-APPLY-ONE-ADJUSTMENT
                   THRU 0810-APPLY-ONE-ADJUSTMENT-EXIT

               READ ADJUSTMENT-REQUEST-FILE
                   AT END MOVE "Y" TO WS-EOF-ADJUSTMENTS
               END-READ
           END-PERFORM

           CLOSE ADJUSTMENT-REQUEST-FILE

           MOVE SPACES TO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           MOVE WS-ADJUSTED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "ADJUSTED:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           MOVE WS-ADJUST-UP-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "INCREASES:  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           MOVE WS-ADJUST-DOWN-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "DECREASES:  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           MOVE WS-ADJUST-EXCEPTION-COUNT TO WS-ED-COUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "EXCEPTIONS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           DISPLAY "BALANCE ADJUSTMENTS APPLIED: " WS-ADJUSTED-COUNT
           DISPLAY "ADJUSTMENT EXCEPTIONS: "
               WS-ADJUST-EXCEPTION-COUNT.

       0800-PROCESS-ADJUSTMENTS-EXIT.
           EXIT.

       *> ==================================================
       *> ONE ADJUSTMENT REQUEST - EDIT IT, PROVE IT IS NOT
       *> ALREADY ON THE LOG, THEN MOVE THE BALANCE
       *> ==================================================
       0810-APPLY-ONE-ADJUSTMENT.
           MOVE "N" TO WS-ADJUST-REJECTED
           MOVE SPACES TO WS-ADJUST-REASON-TEXT

           IF AJ-TRANSACTION-ID NOT NUMERIC
              OR AJ-CASE-ID NOT NUMERIC
              OR AJ-AMOUNT NOT NUMERIC
              OR AJ-EFFECTIVE-DATE NOT NUMERIC
               MOVE "FIELD NOT NUMERIC" TO WS-ADJUST-REASON-TEXT
           ELSE
               IF NOT AJ-BALANCE-VALID
                   MOVE "INVALID BALANCE CODE" TO
                       WS-ADJUST-REASON-TEXT
               ELSE
                   IF NOT AJ-INCREASE AND NOT AJ-DECREASE
                       MOVE "INVALID DIRECTION" TO
                           WS-ADJUST-REASON-TEXT
                   ELSE
                       IF NOT AJ-REASON-VALID
                           MOVE "INVALID REASON CODE" TO
                               WS-ADJUST-REASON-TEXT
                       ELSE
                           IF AJ-AMOUNT = 0
                               MOVE "ZERO AMOUNT" TO
                                   WS-ADJUST-REASON-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

      *>   A judgment or compromise stands on a court order - the
      *>   reference is what an auditor pulls the file by
           IF WS-ADJUST-REASON-TEXT = SPACES
              AND (AJ-REASON-CODE = "J" OR AJ-REASON-CODE = "C")
              AND AJ-COURT-ORDER-REF = SPACES
               MOVE "NO COURT ORDER REFERENCE" TO
                   WS-ADJUST-REASON-TEXT
           END-IF

           IF WS-ADJUST-REASON-TEXT NOT = SPACES
               GO TO 0810-REJECT-ADJUSTMENT
           END-IF

           MOVE AJ-TRANSACTION-ID TO PL-TRANSACTION-ID
           READ POSTED-TRANSACTION-LOG-FILE
               INVALID KEY MOVE "N" TO WS-LOG-ROW-EXISTS
               NOT INVALID KEY MOVE "Y" TO WS-LOG-ROW-EXISTS
           END-READ

           IF WS-LOG-ROW-EXISTS = "Y"
               MOVE "ALREADY ON POSTED LOG" TO WS-ADJUST-REASON-TEXT
               GO TO 0810-REJECT-ADJUSTMENT
           END-IF

           MOVE AJ-CASE-ID TO PM-PARENT-ID
           READ PARENT-MASTER-FILE
               INVALID KEY
                   MOVE "CASE NOT ON MASTER" TO WS-ADJUST-REASON-TEXT
           END-READ

           IF WS-ADJUST-REASON-TEXT NOT = SPACES
               GO TO 0810-REJECT-ADJUSTMENT
           END-IF

           MOVE PM-TOTAL-ARREARS TO WS-OLD-ARREARS-BALANCE
           MOVE PM-CURRENT-DUE-BALANCE TO WS-OLD-CURRENT-DUE
           MOVE PM-CREDIT-BALANCE TO WS-OLD-CREDIT-BALANCE
           MOVE PM-INTEREST-BALANCE TO WS-OLD-INTEREST-BALANCE

      *>   A decrease never takes a balance below zero - a request
      *>   for more than is owed goes back to the caseworker
           EVALUATE TRUE
               WHEN AJ-BALANCE-ARREARS
                   MOVE "ARREARS" TO WS-ADJUST-BALANCE-TEXT
                   IF AJ-INCREASE
                       ADD AJ-AMOUNT TO PM-TOTAL-ARREARS
                           ON SIZE ERROR MOVE "Y" TO WS-ADJUST-REJECTED
                       END-ADD
                   ELSE
                       IF AJ-AMOUNT > PM-TOTAL-ARREARS
                           MOVE "Y" TO WS-ADJUST-REJECTED
                       ELSE
                           SUBTRACT AJ-AMOUNT FROM PM-TOTAL-ARREARS
                       END-IF
                   END-IF
               WHEN AJ-BALANCE-INTEREST
                   MOVE "INTEREST" TO WS-ADJUST-BALANCE-TEXT
                   IF AJ-INCREASE
                       ADD AJ-AMOUNT TO PM-INTEREST-BALANCE
                           ON SIZE ERROR MOVE "Y" TO WS-ADJUST-REJECTED
                       END-ADD
                   ELSE
                       IF AJ-AMOUNT > PM-INTEREST-BALANCE
                           MOVE "Y" TO WS-ADJUST-REJECTED
                       ELSE
                           SUBTRACT AJ-AMOUNT FROM PM-INTEREST-BALANCE
                       END-IF
                   END-IF
               WHEN AJ-BALANCE-CURRENT
                   MOVE "CURR DUE" TO WS-ADJUST-BALANCE-TEXT
                   IF AJ-INCREASE
                       ADD AJ-AMOUNT TO PM-CURRENT-DUE-BALANCE
                           ON SIZE ERROR MOVE "Y" TO WS-ADJUST-REJECTED
                       END-ADD
                   ELSE
                       IF AJ-AMOUNT > PM-CURRENT-DUE-BALANCE
                           MOVE "Y" TO WS-ADJUST-REJECTED
                       ELSE
                           SUBTRACT AJ-AMOUNT FROM
                               PM-CURRENT-DUE-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-ADJUST-REJECTED = "Y"
               IF AJ-INCREASE
                   MOVE "BALANCE FIELD OVERFLOW" TO
                       WS-ADJUST-REASON-TEXT
               ELSE
                   MOVE "DECREASE EXCEEDS BALANCE" TO
                       WS-ADJUST-REASON-TEXT
               END-IF
               GO TO 0810-REJECT-ADJUSTMENT
           END-IF

           REWRITE PARENT-MASTER-RECORD

      *>   The audit row carries both sides of every balance like a
      *>   payment row does, so the trail proves the case unaided
           MOVE PM-PARENT-ID TO PA-PARENT-ID
           MOVE AJ-EFFECTIVE-DATE TO PA-PAYMENT-DATE
           MOVE WS-OLD-ARREARS-BALANCE TO PA-OLD-ARREARS-BALANCE
           MOVE AJ-AMOUNT TO PA-PAYMENT-APPLIED
           MOVE PM-TOTAL-ARREARS TO PA-NEW-ARREARS-BALANCE
           MOVE AJ-REASON-CODE TO PA-SOURCE-METHOD
           MOVE AJ-COURT-ORDER-REF TO PA-SOURCE-REFERENCE
           MOVE WS-OLD-CURRENT-DUE TO PA-OLD-CURRENT-DUE
           MOVE PM-CURRENT-DUE-BALANCE TO PA-NEW-CURRENT-DUE
           MOVE WS-OLD-CREDIT-BALANCE TO PA-OLD-CREDIT-BALANCE
           MOVE PM-CREDIT-BALANCE TO PA-NEW-CREDIT-BALANCE
           MOVE WS-OLD-INTEREST-BALANCE TO PA-OLD-INTEREST-BALANCE
           MOVE PM-INTEREST-BALANCE TO PA-NEW-INTEREST-BALANCE
           MOVE AJ-TRANSACTION-ID TO PA-TRANSACTION-ID
           SET PA-TYPE-ADJUSTMENT TO TRUE
           MOVE CP-RUN-SERIAL TO PA-RUN-ID

           WRITE PAYMENT-AUDIT-RECORD

           ADD 1 TO WS-BAL-AUDIT-ROWS

           MOVE AJ-TRANSACTION-ID TO PL-TRANSACTION-ID
           MOVE AJ-CASE-ID TO PL-PARENT-ID
           MOVE AJ-AMOUNT TO PL-PAYMENT-AMOUNT
           MOVE WS-RUN-DATE TO PL-POSTED-DATE
           SET PL-STATUS-ADJUSTED TO TRUE
           WRITE POSTED-TRANSACTION-LOG-RECORD

           ADD 1 TO WS-ADJUSTED-COUNT
           IF AJ-INCREASE
               ADD AJ-AMOUNT TO WS-ADJUST-UP-TOTAL
           ELSE
               ADD AJ-AMOUNT TO WS-ADJUST-DOWN-TOTAL
           END-IF

           MOVE AJ-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "ADJUSTED " AJ-TRANSACTION-ID
               " CASE " AJ-CASE-ID " " WS-ADJUST-BALANCE-TEXT
               " " AJ-DIRECTION WS-ED-AMOUNT " " AJ-REASON-CODE
               " " AJ-COURT-ORDER-REF
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           GO TO 0810-APPLY-ONE-ADJUSTMENT-EXIT.

       0810-REJECT-ADJUSTMENT.
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "TRANS " AJ-TRANSACTION-ID " CASE " AJ-CASE-ID
               " NOT ADJUSTED - " WS-ADJUST-REASON-TEXT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE
           ADD 1 TO WS-ADJUST-EXCEPTION-COUNT.

       0810-APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.
