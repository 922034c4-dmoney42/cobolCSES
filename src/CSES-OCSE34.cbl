       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-OCSE34.

      *> Quarterly collections and disbursements financial report -
      *> the money side of the federal reporting, where FEDSTATS is
      *> the caseload side: collections received by source, what was
      *> retained to the state, what was distributed and actually
      *> disbursed to families, and what is still undistributed,
      *> aged. The report proves itself: collections in must equal
      *> disbursed plus retained plus undistributed, to the penny,
      *> or the summary says OUT OF BALANCE and the submission
      *> carries the flag.
      *>
      *> Most of the distribution-side files are rewritten every
      *> night, so the quarter cannot be read off them at the end of
      *> it. The run therefore works in three functions, taken off
      *> the parameter file the way CSES-AUDITACC takes its own:
      *>
      *>   ACCUM (the default) - nightly, after the posting, payout,
      *>   suspense and check register runs. Takes that night's
      *>   distribution register, retained collections,
      *>   disbursement file, payout register, escheatment listing,
      *>   new suspense and the posting run's balance report, and
      *>   banks the night's totals on the quarter store under the
      *>   posting run's serial. A serial already on the store is
      *>   refused - the same double-count guard the audit
      *>   accumulation uses - and a night whose files do not agree
      *>   with each other is banked but listed, so the quarter's
      *>   proof can be traced back to the night that broke it.
      *>
      *>   REPORT - at quarter end, before the audit period closes.
      *>   Collections come off the period audit accumulation (the
      *>   same input FEDSTATS reads), undistributed suspense off the
      *>   unresolved suspense file, and everything else off the
      *>   quarter store. Writes the printable summary and the
      *>   fixed-format submission; can be rerun as often as needed.
      *>
      *>   CLOSE - once the quarter is filed, lists and empties the
      *>   quarter store so the next quarter starts clean.
      *>
      *> The balance equation, on gross posted collections:
      *>
      *>   posted payments + unresolved suspense =
      *>       retained to state
      *>     + disbursed to families (EFT and checks, less reissues
      *>       of voided checks, which are not new money)
      *>     + recouped against payouts of reversed payments
      *>     + forwarded to other states on the interstate cases we
      *>       enforce for them
      *>     + undistributed (suspense, case credits, payouts held
      *>       for want of a payee)
      *>
      *> Reversals and escheated checks are shown as memo lines -
      *> neither moves money between the columns above.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENT-AUDIT-FILE
               ASSIGN TO "data/payment_audit_period.dat".

           SELECT OPTIONAL SUSPENSE-UNRESOLVED-FILE
               ASSIGN TO "data/suspense_unresolved.dat".

           SELECT OPTIONAL SUSPENSE-PAYMENT-FILE
               ASSIGN TO "data/suspense_payments.dat".

           SELECT OPTIONAL RETAINED-COLLECTIONS-FILE
               ASSIGN TO "data/retained_collections.dat".

           SELECT OPTIONAL DISBURSEMENT-FILE
               ASSIGN TO "data/disbursements.dat".

           SELECT OPTIONAL DISTRIBUTION-REGISTER-FILE
               ASSIGN TO "data/distribution_register.dat".

           SELECT OPTIONAL PAYOUT-REGISTER-FILE
               ASSIGN TO "data/payout_register.dat".

           SELECT OPTIONAL ESCHEAT-LISTING-FILE
               ASSIGN TO "data/escheatment_listing.dat".

           SELECT OPTIONAL RUN-BALANCE-FILE
               ASSIGN TO "data/run_balance_report.dat".

      *> One row per posting run banked this quarter, keyed by the
      *> posting run's serial
           SELECT QUARTER-STORE-FILE
               ASSIGN TO "data/ocse34_quarter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-RUN-SERIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT OCSE34-PARAMETER-FILE
               ASSIGN TO "data/ocse34_parameters.dat"
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "data/ocse34_control_report.dat".

           SELECT SUBMISSION-FILE
               ASSIGN TO "data/ocse34_submission.dat".

           SELECT FINANCIAL-SUMMARY-FILE
               ASSIGN TO "data/ocse34_summary.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "PAYMENT-AUDIT".

       FD  SUSPENSE-UNRESOLVED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS SUSPENSE-UNRESOLVED-RECORD.

       01  SUSPENSE-UNRESOLVED-RECORD.
           05  SU-TRANSACTION-ID         PIC 9(10).
           05  SU-PARENT-ID              PIC 9(8).
           05  SU-PAYMENT-AMOUNT         PIC 9(6)V99.
           05  SU-PAYMENT-DATE           PIC 9(8).
           05  SU-PAYMENT-METHOD         PIC X(01).
           05  SU-REFERENCE-NUMBER       PIC X(10).
           05  SU-REASON-CODE            PIC X(02).
           05  SU-RUN-DATE               PIC 9(8).

       FD  SUSPENSE-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS SUSPENSE-PAYMENT-RECORD.

       01  SUSPENSE-PAYMENT-RECORD.
           05  SP-TRANSACTION-ID         PIC 9(10).
           05  SP-PARENT-ID              PIC 9(8).
           05  SP-PAYMENT-AMOUNT         PIC 9(6)V99.
           05  SP-PAYMENT-DATE           PIC 9(8).
           05  SP-PAYMENT-METHOD         PIC X(01).
           05  SP-REFERENCE-NUMBER       PIC X(10).
           05  SP-REASON-CODE            PIC X(02).
           05  SP-RUN-DATE               PIC 9(8).

       FD  RETAINED-COLLECTIONS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RETAINED-COLLECTIONS-RECORD.

       01  RETAINED-COLLECTIONS-RECORD.
           05  RC-CASE-ID                PIC 9(8).
           05  RC-PAYMENT-DATE           PIC 9(8).
           05  RC-RETAINED-AMOUNT        PIC 9(6)V99.
           05  RC-PASS-THROUGH-AMOUNT    PIC 9(6)V99.
           05  RC-FAMILY-AMOUNT          PIC 9(6)V99.
           05  RC-UNREIMBURSED-REMAINING PIC 9(7)V99.

       FD  DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS DISBURSEMENT-RECORD.

       01  DISBURSEMENT-RECORD.
           05  DB-CASE-ID                PIC 9(8).
           05  DB-PAYEE-NAME             PIC X(18).
      *>   00 (or spaces on older rows) is the custodial-master payee,
      *>   01-99 a further payee on the case-payee master
           05  DB-PAYEE-NUMBER           PIC X(02).
           05  DB-AMOUNT                 PIC 9(6)V99.
           05  DB-DISBURSEMENT-DATE      PIC 9(8).

      *> The three registers and the balance report are print files;
      *> only their fixed total lines are read, by caption
       FD  DISTRIBUTION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DR-REGISTER-LINE.

       01  DR-REGISTER-LINE               PIC X(80).

       FD  PAYOUT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PR-REGISTER-LINE.

       01  PR-REGISTER-LINE               PIC X(80).

       FD  ESCHEAT-LISTING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ES-LISTING-LINE.

       01  ES-LISTING-LINE                PIC X(80).

       FD  RUN-BALANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RB-REPORT-LINE.

       01  RB-REPORT-LINE                 PIC X(80).

       FD  QUARTER-STORE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS
           DATA RECORD IS QUARTER-STORE-RECORD.

       01  QUARTER-STORE-RECORD.
           05  QS-RUN-SERIAL             PIC 9(06).
      *>   Date the posting run ran - the age of anything it left
      *>   held at payout
           05  QS-RUN-DATE               PIC 9(08).
           05  QS-ACCUM-DATE             PIC 9(08).
           05  QS-RETAINED               PIC 9(9)V99.
           05  QS-PASS-THROUGH           PIC 9(9)V99.
      *>   The posting run's family share, off the distribution
      *>   register - what the night distributed to families
           05  QS-FAMILY-PAID            PIC 9(9)V99.
           05  QS-RECOUPED               PIC 9(9)V99.
      *>   Collections on responding interstate cases, sent on to
      *>   the initiating state rather than paid out here
           05  QS-FORWARDED              PIC 9(9)V99.
      *>   The payout run's input, which carries reissued checks
      *>   merged in by the operator as well as the family share
           05  QS-DISBURSEMENT-TOTAL     PIC 9(9)V99.
           05  QS-PAYOUT-EFT             PIC 9(9)V99.
           05  QS-PAYOUT-CHECK           PIC 9(9)V99.
           05  QS-PAYOUT-HELD            PIC 9(9)V99.
           05  QS-ESCHEATED              PIC 9(9)V99.
           05  QS-NEW-SUSPENSE           PIC 9(9)V99.
      *>   "Y" when the night's files did not agree with each other
           05  QS-EXCEPTION-FLAG         PIC X(01).
           05  FILLER                    PIC X(07).

       FD  OCSE34-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS OCSE34-PARAMETER-RECORD.

       01  OCSE34-PARAMETER-RECORD.
      *>   ACCUM, REPORT or CLOSE
           05  OP-FUNCTION           PIC X(08).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CT-REPORT-LINE.

       01  CT-REPORT-LINE                 PIC X(80).

       FD  SUBMISSION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 293 CHARACTERS
           DATA RECORD IS SUBMISSION-RECORD.

       01  SUBMISSION-RECORD.
      *>   Year and quarter the report covers, then the run date
           05  OS-REPORT-YEAR            PIC 9(4).
           05  OS-REPORT-QUARTER         PIC 9(1).
           05  OS-RUN-DATE               PIC 9(8).
      *>   Collections received by source
           05  OS-RECEIVED-WAGE          PIC 9(11)V99.
           05  OS-RECEIVED-TAX-OFFSET    PIC 9(11)V99.
           05  OS-RECEIVED-BANK-LEVY     PIC 9(11)V99.
           05  OS-RECEIVED-CHECK         PIC 9(11)V99.
           05  OS-RECEIVED-EFT           PIC 9(11)V99.
           05  OS-RECEIVED-OTHER         PIC 9(11)V99.
           05  OS-RECEIVED-TOTAL         PIC 9(11)V99.
      *>   Where it went
           05  OS-RETAINED-TOTAL         PIC 9(11)V99.
           05  OS-PASS-THROUGH-TOTAL     PIC 9(11)V99.
           05  OS-DISBURSED-TOTAL        PIC 9(11)V99.
           05  OS-RECOUPED-TOTAL         PIC 9(11)V99.
           05  OS-FORWARDED-TOTAL        PIC 9(11)V99.
           05  OS-UNDISTRIBUTED-TOTAL    PIC 9(11)V99.
      *>   Undistributed aged 0-2 days, 3-30, 31-180, 181-365, and
      *>   over a year; case credits are not aged
           05  OS-UNDIST-AGE-1           PIC 9(11)V99.
           05  OS-UNDIST-AGE-2           PIC 9(11)V99.
           05  OS-UNDIST-AGE-3           PIC 9(11)V99.
           05  OS-UNDIST-AGE-4           PIC 9(11)V99.
           05  OS-UNDIST-AGE-5           PIC 9(11)V99.
           05  OS-UNDIST-CREDIT          PIC 9(11)V99.
      *>   Memo lines
           05  OS-REVERSED-TOTAL         PIC 9(11)V99.
           05  OS-ESCHEATED-TOTAL        PIC 9(11)V99.
           05  OS-RUNS-IN-QUARTER        PIC 9(5).
      *>   "B" when the balance equation held, "O" when it did not
           05  OS-BALANCE-FLAG           PIC X(1).
      *>   "E" when a night banked this quarter carried an exception
           05  OS-EXCEPTION-FLAG         PIC X(1).

       FD  FINANCIAL-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FR-REPORT-LINE.

       01  FR-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-AUDIT           PIC X VALUE "N".
       01  WS-EOF-SUSPENSE        PIC X VALUE "N".
       01  WS-EOF-RETAINED        PIC X VALUE "N".
       01  WS-EOF-DISBURSEMENTS   PIC X VALUE "N".
       01  WS-EOF-REGISTER        PIC X VALUE "N".
       01  WS-EOF-STORE           PIC X VALUE "N".
       01  WS-SERIAL-FOUND        PIC X VALUE "N".
       01  WS-SERIAL-KNOWN        PIC X VALUE "N".
       01  WS-NIGHT-EXCEPTION     PIC X VALUE "N".
       01  WS-DIST-REGISTER-SEEN  PIC X VALUE "N".
       01  WS-PAYOUT-REGISTER-SEEN PIC X VALUE "N".

       01  WS-STORE-FILE-STATUS        PIC X(02).
       01  WS-PARAMETER-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-MONTH           PIC 9(2).
       01  WS-FUNCTION            PIC X(08) VALUE "ACCUM".
           88  WS-FUNCTION-ACCUM       VALUE "ACCUM".
           88  WS-FUNCTION-REPORT      VALUE "REPORT".
           88  WS-FUNCTION-CLOSE       VALUE "CLOSE".

       01  WS-TODAY-INTEGER       PIC 9(7).
       01  WS-DATE-INTEGER        PIC 9(7).
       01  WS-DAYS-HELD           PIC S9(7).

      *> Print-file total lines are read back through this edited
      *> picture - the same one every register here prints with
       01  WS-PARSE-TEXT               PIC X(14).
       01  WS-PARSE-EDITED REDEFINES WS-PARSE-TEXT
                                       PIC $$$,$$$,$$9.99.
       01  WS-PARSED-AMOUNT            PIC 9(9)V99.

      *> The posting run the night's files belong to, off its
      *> balance report
       01  WS-NIGHT-SERIAL             PIC 9(06) VALUE 0.
       01  WS-NIGHT-RUN-DATE           PIC 9(08) VALUE 0.

      *> Tonight's totals before they are banked
       01  WS-NIGHT-TOTALS.
           05  WS-NT-RETAINED              PIC 9(9)V99  VALUE 0.
           05  WS-NT-PASS-THROUGH          PIC 9(9)V99  VALUE 0.
           05  WS-NT-REG-RETAINED          PIC 9(9)V99  VALUE 0.
           05  WS-NT-FAMILY-PAID           PIC 9(9)V99  VALUE 0.
           05  WS-NT-RECOUPED              PIC 9(9)V99  VALUE 0.
           05  WS-NT-FORWARDED             PIC 9(9)V99  VALUE 0.
           05  WS-NT-DISB-TOTAL            PIC 9(9)V99  VALUE 0.
           05  WS-NT-DISB-COUNT            PIC 9(7)     VALUE 0.
           05  WS-NT-PAYOUT-EFT            PIC 9(9)V99  VALUE 0.
           05  WS-NT-PAYOUT-CHECK          PIC 9(9)V99  VALUE 0.
           05  WS-NT-PAYOUT-HELD           PIC 9(9)V99  VALUE 0.
           05  WS-NT-ESCHEATED             PIC 9(9)V99  VALUE 0.
           05  WS-NT-NEW-SUSPENSE          PIC 9(9)V99  VALUE 0.
           05  WS-NT-PAYOUT-SUM            PIC 9(9)V99  VALUE 0.

      *> Quarter figures for the report
       01  WS-QUARTER-TOTALS.
           05  WS-QT-RECEIVED-WAGE         PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-TAX-OFFSET   PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-BANK-LEVY    PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-CHECK        PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-EFT          PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-OTHER        PIC 9(11)V99 VALUE 0.
           05  WS-QT-POSTED-TOTAL          PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECEIVED-TOTAL        PIC 9(11)V99 VALUE 0.
           05  WS-QT-REVERSED              PIC 9(11)V99 VALUE 0.
           05  WS-QT-CREDIT-CARRIED        PIC 9(11)V99 VALUE 0.
           05  WS-QT-SUSPENSE-HELD         PIC 9(11)V99 VALUE 0.
           05  WS-QT-SUSPENSE-COUNT        PIC 9(7)     VALUE 0.
           05  WS-QT-RETAINED              PIC 9(11)V99 VALUE 0.
           05  WS-QT-PASS-THROUGH          PIC 9(11)V99 VALUE 0.
           05  WS-QT-FAMILY-PAID           PIC 9(11)V99 VALUE 0.
           05  WS-QT-RECOUPED              PIC 9(11)V99 VALUE 0.
           05  WS-QT-FORWARDED             PIC 9(11)V99 VALUE 0.
           05  WS-QT-DISB-TOTAL            PIC 9(11)V99 VALUE 0.
           05  WS-QT-PAYOUT-EFT            PIC 9(11)V99 VALUE 0.
           05  WS-QT-PAYOUT-CHECK          PIC 9(11)V99 VALUE 0.
           05  WS-QT-PAYOUT-HELD           PIC 9(11)V99 VALUE 0.
           05  WS-QT-REISSUED              PIC 9(11)V99 VALUE 0.
           05  WS-QT-DISBURSED             PIC 9(11)V99 VALUE 0.
           05  WS-QT-ESCHEATED             PIC 9(11)V99 VALUE 0.
           05  WS-QT-NEW-SUSPENSE          PIC 9(11)V99 VALUE 0.
           05  WS-QT-UNDISTRIBUTED         PIC 9(11)V99 VALUE 0.
           05  WS-QT-ACCOUNTED             PIC 9(11)V99 VALUE 0.
           05  WS-QT-RUN-COUNT             PIC 9(5)     VALUE 0.
           05  WS-QT-EXCEPTION-RUNS        PIC 9(5)     VALUE 0.
           05  WS-QT-FIRST-RUN-DATE        PIC 9(8)     VALUE 0.
           05  WS-QT-LAST-RUN-DATE         PIC 9(8)     VALUE 0.

      *> Undistributed by age - 0-2 days, 3-30, 31-180, 181-365,
      *> over a year
       01  WS-AGING-TABLE.
           05  WS-AGE-BUCKET-AMOUNT PIC 9(11)V99 OCCURS 5 TIMES.
       01  WS-AGE-SUB                  PIC 9(1).
       01  WS-AGE-AMOUNT               PIC 9(9)V99.
       01  WS-AGE-FROM-DATE            PIC 9(8).

       01  WS-CREDIT-MOVEMENT          PIC S9(7)V99.
       01  WS-OUT-OF-BALANCE           PIC S9(11)V99.
       01  WS-REPORT-QUARTER           PIC 9(1).

       01  WS-STORE-COUNTERS.
           05  WS-RUNS-CLEARED             PIC 9(5)     VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$,$$$,$$$,$$9.99.
       01  WS-ED-AMOUNT-2              PIC $$,$$$,$$$,$$9.99.
       01  WS-ED-SIGNED                PIC $$,$$$,$$$,$$9.99-.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "OCSE-34 FINANCIAL REPORTING STARTED".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       *> ==================================================
       *> WHICH FUNCTION - A MISSING OR UNREADABLE PARAMETER
       *> FILE MEANS THE NIGHTLY ACCUMULATION
       *> ==================================================
           OPEN INPUT OCSE34-PARAMETER-FILE.

           IF WS-PARAMETER-FILE-STATUS = "00"
               READ OCSE34-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OP-FUNCTION = "ACCUM" OR
                          OP-FUNCTION = "REPORT" OR
                          OP-FUNCTION = "CLOSE"
                           MOVE OP-FUNCTION TO WS-FUNCTION
                       ELSE
                           DISPLAY "FUNCTION NOT RECOGNIZED, "
                               "ACCUM ASSUMED: " OP-FUNCTION
                       END-IF
               END-READ
               CLOSE OCSE34-PARAMETER-FILE
           END-IF

           DISPLAY "FUNCTION: " WS-FUNCTION.

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           STRING "OCSE34-" WS-FUNCTION DELIMITED BY SPACE
               INTO JC-JOB-NAME
           END-STRING
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> ==================================================
       *> OPEN (OR START) THE QUARTER STORE
       *> ==================================================
           OPEN I-O QUARTER-STORE-FILE.

           IF WS-STORE-FILE-STATUS = "35"
               OPEN OUTPUT QUARTER-STORE-FILE
               CLOSE QUARTER-STORE-FILE
               OPEN I-O QUARTER-STORE-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCTION-REPORT
                   PERFORM 3000-REPORT-QUARTER
                       THRU 3000-REPORT-QUARTER-EXIT
               WHEN WS-FUNCTION-CLOSE
                   PERFORM 4000-CLOSE-QUARTER
                       THRU 4000-CLOSE-QUARTER-EXIT
               WHEN OTHER
                   PERFORM 2000-ACCUMULATE-NIGHT
                       THRU 2000-ACCUMULATE-NIGHT-EXIT
           END-EVALUATE

           CLOSE QUARTER-STORE-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "NIGHTS" TO JC-COUNT-LABEL(1)
           MOVE WS-QT-RUN-COUNT TO JC-COUNT(1)
           MOVE "DISBURSEMNTS" TO JC-COUNT-LABEL(2)
           MOVE WS-NT-DISB-COUNT TO JC-COUNT(2)
           MOVE "RUNS CLEARED" TO JC-COUNT-LABEL(3)
           MOVE WS-RUNS-CLEARED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "OCSE-34 FINANCIAL REPORTING COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ACCUM - BANK ONE POSTING NIGHT'S DISTRIBUTION-SIDE
       *> TOTALS ON THE QUARTER STORE
       *> ==================================================
       2000-ACCUMULATE-NIGHT.
           OPEN OUTPUT CONTROL-REPORT-FILE.

           MOVE "OCSE-34 NIGHTLY ACCUMULATION" TO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE SPACES TO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

      *>   Which posting run the night's files came from - and what
      *>   it recouped, which only its balance report carries
           OPEN INPUT RUN-BALANCE-FILE.

           MOVE "N" TO WS-EOF-REGISTER
           READ RUN-BALANCE-FILE
               AT END MOVE "Y" TO WS-EOF-REGISTER
           END-READ

           PERFORM UNTIL WS-EOF-REGISTER = "Y"
               IF RB-REPORT-LINE(1:9) = "RUN DATE " AND
                  RB-REPORT-LINE(18:13) = "  RUN SERIAL " AND
                  RB-REPORT-LINE(10:8) IS NUMERIC AND
                  RB-REPORT-LINE(31:6) IS NUMERIC
                   MOVE RB-REPORT-LINE(10:8) TO WS-NIGHT-RUN-DATE
                   MOVE RB-REPORT-LINE(31:6) TO WS-NIGHT-SERIAL
                   MOVE "Y" TO WS-SERIAL-FOUND
               END-IF

               IF RB-REPORT-LINE(1:22) = "RECOUPED FROM PAYOUTS:"
                   MOVE RB-REPORT-LINE(30:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-RECOUPED
               END-IF

               READ RUN-BALANCE-FILE
                   AT END MOVE "Y" TO WS-EOF-REGISTER
               END-READ
           END-PERFORM

           CLOSE RUN-BALANCE-FILE

           IF WS-SERIAL-FOUND NOT = "Y" OR WS-NIGHT-SERIAL = 0
               MOVE SPACES TO CT-REPORT-LINE
               STRING "ACCUMULATION REFUSED - NO POSTING RUN SERIAL "
                   "ON THE BALANCE REPORT"
                   DELIMITED BY SIZE INTO CT-REPORT-LINE
               WRITE CT-REPORT-LINE
               DISPLAY "ACCUMULATION REFUSED - NO RUN SERIAL"
               CLOSE CONTROL-REPORT-FILE
               GO TO 2000-ACCUMULATE-NIGHT-EXIT
           END-IF

      *>   The double-count guard - a serial on the store is banked
           MOVE WS-NIGHT-SERIAL TO QS-RUN-SERIAL
           READ QUARTER-STORE-FILE
               INVALID KEY MOVE "N" TO WS-SERIAL-KNOWN
               NOT INVALID KEY MOVE "Y" TO WS-SERIAL-KNOWN
           END-READ

           IF WS-SERIAL-KNOWN = "Y"
               MOVE SPACES TO CT-REPORT-LINE
               STRING "ACCUMULATION REFUSED - RUN " QS-RUN-SERIAL
                   " ALREADY BANKED " QS-ACCUM-DATE
                   DELIMITED BY SIZE INTO CT-REPORT-LINE
               WRITE CT-REPORT-LINE
               DISPLAY "ACCUMULATION REFUSED - RUN ALREADY BANKED: "
                   WS-NIGHT-SERIAL
               CLOSE CONTROL-REPORT-FILE
               GO TO 2000-ACCUMULATE-NIGHT-EXIT
           END-IF

      *>   The state's share, straight off the structured file
           OPEN INPUT RETAINED-COLLECTIONS-FILE.

           READ RETAINED-COLLECTIONS-FILE
               AT END MOVE "Y" TO WS-EOF-RETAINED
           END-READ

           PERFORM UNTIL WS-EOF-RETAINED = "Y"
               ADD RC-RETAINED-AMOUNT TO WS-NT-RETAINED
               ADD RC-PASS-THROUGH-AMOUNT TO WS-NT-PASS-THROUGH

               READ RETAINED-COLLECTIONS-FILE
                   AT END MOVE "Y" TO WS-EOF-RETAINED
               END-READ
           END-PERFORM

           CLOSE RETAINED-COLLECTIONS-FILE

      *>   The family share the posting run distributed, and its
      *>   retained total to prove the retained file against
           OPEN INPUT DISTRIBUTION-REGISTER-FILE.

           MOVE "N" TO WS-EOF-REGISTER
           READ DISTRIBUTION-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF-REGISTER
           END-READ

           PERFORM UNTIL WS-EOF-REGISTER = "Y"
               IF DR-REGISTER-LINE(1:19) = "RETAINED TO STATE: "
                   MOVE DR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-REG-RETAINED
               END-IF

               IF DR-REGISTER-LINE(1:17) = "PAID TO FAMILIES:"
                   MOVE DR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-FAMILY-PAID
                   MOVE "Y" TO WS-DIST-REGISTER-SEEN
               END-IF

               IF DR-REGISTER-LINE(1:21) = "FORWARDED INTERSTATE:"
                   MOVE DR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-FORWARDED
               END-IF

               READ DISTRIBUTION-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF-REGISTER
               END-READ
           END-PERFORM

           CLOSE DISTRIBUTION-REGISTER-FILE

      *>   What the payout run was handed
           OPEN INPUT DISBURSEMENT-FILE.

           READ DISBURSEMENT-FILE
               AT END MOVE "Y" TO WS-EOF-DISBURSEMENTS
           END-READ

           PERFORM UNTIL WS-EOF-DISBURSEMENTS = "Y"
               ADD 1 TO WS-NT-DISB-COUNT
               ADD DB-AMOUNT TO WS-NT-DISB-TOTAL

               READ DISBURSEMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-DISBURSEMENTS
               END-READ
           END-PERFORM

           CLOSE DISBURSEMENT-FILE

      *>   What the payout run actually sent, and what it held
           OPEN INPUT PAYOUT-REGISTER-FILE.

           MOVE "N" TO WS-EOF-REGISTER
           READ PAYOUT-REGISTER-FILE
               AT END MOVE "Y" TO WS-EOF-REGISTER
           END-READ

           PERFORM UNTIL WS-EOF-REGISTER = "Y"
               IF PR-REGISTER-LINE(1:13) = "EFT PAYMENTS:"
                   MOVE PR-REGISTER-LINE(27:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-PAYOUT-EFT
                   MOVE "Y" TO WS-PAYOUT-REGISTER-SEEN
               END-IF

               IF PR-REGISTER-LINE(1:15) = "CHECKS PRINTED:"
                   MOVE PR-REGISTER-LINE(27:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-PAYOUT-CHECK
               END-IF

               IF PR-REGISTER-LINE(1:16) = "HELD - NO PAYEE:"
                   MOVE PR-REGISTER-LINE(27:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-PAYOUT-HELD
               END-IF

               READ PAYOUT-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF-REGISTER
               END-READ
           END-PERFORM

           CLOSE PAYOUT-REGISTER-FILE

      *>   Checks that went stale unclaimed tonight
           OPEN INPUT ESCHEAT-LISTING-FILE.

           MOVE "N" TO WS-EOF-REGISTER
           READ ESCHEAT-LISTING-FILE
               AT END MOVE "Y" TO WS-EOF-REGISTER
           END-READ

           PERFORM UNTIL WS-EOF-REGISTER = "Y"
               IF ES-LISTING-LINE(1:10) = "ESCHEATED:"
                   MOVE ES-LISTING-LINE(21:14) TO WS-PARSE-TEXT
                   PERFORM 9200-PARSE-AMOUNT
                       THRU 9200-PARSE-AMOUNT-EXIT
                   MOVE WS-PARSED-AMOUNT TO WS-NT-ESCHEATED
               END-IF

               READ ESCHEAT-LISTING-FILE
                   AT END MOVE "Y" TO WS-EOF-REGISTER
               END-READ
           END-PERFORM

           CLOSE ESCHEAT-LISTING-FILE

      *>   Collections the posting run could not match to a case
           OPEN INPUT SUSPENSE-PAYMENT-FILE.

           MOVE "N" TO WS-EOF-SUSPENSE
           READ SUSPENSE-PAYMENT-FILE
               AT END MOVE "Y" TO WS-EOF-SUSPENSE
           END-READ

           PERFORM UNTIL WS-EOF-SUSPENSE = "Y"
               ADD SP-PAYMENT-AMOUNT TO WS-NT-NEW-SUSPENSE

               READ SUSPENSE-PAYMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-SUSPENSE
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-PAYMENT-FILE

      *>   The night's files must agree with each other - a night
      *>   that does not is banked as it stands, but flagged
           IF WS-NT-RETAINED NOT = WS-NT-REG-RETAINED
               MOVE "Y" TO WS-NIGHT-EXCEPTION
               MOVE WS-NT-RETAINED TO WS-ED-AMOUNT
               MOVE WS-NT-REG-RETAINED TO WS-ED-AMOUNT-2
               MOVE SPACES TO CT-REPORT-LINE
               STRING "RETAINED FILE " WS-ED-AMOUNT
                   " NOT = REGISTER " WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO CT-REPORT-LINE
               WRITE CT-REPORT-LINE
           END-IF

           IF WS-DIST-REGISTER-SEEN NOT = "Y"
               MOVE "Y" TO WS-NIGHT-EXCEPTION
               MOVE "DISTRIBUTION REGISTER HAS NO FAMILY TOTAL" TO
                   CT-REPORT-LINE
               WRITE CT-REPORT-LINE
           END-IF

           IF WS-NT-DISB-TOTAL < WS-NT-FAMILY-PAID
               MOVE "Y" TO WS-NIGHT-EXCEPTION
               MOVE WS-NT-DISB-TOTAL TO WS-ED-AMOUNT
               MOVE WS-NT-FAMILY-PAID TO WS-ED-AMOUNT-2
               MOVE SPACES TO CT-REPORT-LINE
               STRING "DISBURSEMENT FILE " WS-ED-AMOUNT
                   " SHORT OF FAMILY " WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO CT-REPORT-LINE
               WRITE CT-REPORT-LINE
           END-IF

           COMPUTE WS-NT-PAYOUT-SUM =
               WS-NT-PAYOUT-EFT + WS-NT-PAYOUT-CHECK +
               WS-NT-PAYOUT-HELD

           IF WS-PAYOUT-REGISTER-SEEN NOT = "Y"
               MOVE "Y" TO WS-NIGHT-EXCEPTION
               MOVE "PAYOUT REGISTER HAS NO TOTALS - PAYOUT NOT RUN?"
                   TO CT-REPORT-LINE
               WRITE CT-REPORT-LINE
           ELSE
               IF WS-NT-PAYOUT-SUM NOT = WS-NT-DISB-TOTAL
                   MOVE "Y" TO WS-NIGHT-EXCEPTION
                   MOVE WS-NT-PAYOUT-SUM TO WS-ED-AMOUNT
                   MOVE WS-NT-DISB-TOTAL TO WS-ED-AMOUNT-2
                   MOVE SPACES TO CT-REPORT-LINE
                   STRING "PAYOUT " WS-ED-AMOUNT
                       " NOT = DISBURSEMENT FILE " WS-ED-AMOUNT-2
                       DELIMITED BY SIZE INTO CT-REPORT-LINE
                   WRITE CT-REPORT-LINE
               END-IF
           END-IF

           MOVE WS-NIGHT-SERIAL TO QS-RUN-SERIAL
           MOVE WS-NIGHT-RUN-DATE TO QS-RUN-DATE
           MOVE WS-RUN-DATE TO QS-ACCUM-DATE
           MOVE WS-NT-RETAINED TO QS-RETAINED
           MOVE WS-NT-PASS-THROUGH TO QS-PASS-THROUGH
           MOVE WS-NT-FAMILY-PAID TO QS-FAMILY-PAID
           MOVE WS-NT-RECOUPED TO QS-RECOUPED
           MOVE WS-NT-FORWARDED TO QS-FORWARDED
           MOVE WS-NT-DISB-TOTAL TO QS-DISBURSEMENT-TOTAL
           MOVE WS-NT-PAYOUT-EFT TO QS-PAYOUT-EFT
           MOVE WS-NT-PAYOUT-CHECK TO QS-PAYOUT-CHECK
           MOVE WS-NT-PAYOUT-HELD TO QS-PAYOUT-HELD
           MOVE WS-NT-ESCHEATED TO QS-ESCHEATED
           MOVE WS-NT-NEW-SUSPENSE TO QS-NEW-SUSPENSE
           MOVE WS-NIGHT-EXCEPTION TO QS-EXCEPTION-FLAG
           WRITE QUARTER-STORE-RECORD

           MOVE SPACES TO CT-REPORT-LINE
           STRING "RUN " WS-NIGHT-SERIAL " OF " WS-NIGHT-RUN-DATE
               " BANKED"
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-RETAINED TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  RETAINED TO STATE:     " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-FAMILY-PAID TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  DISTRIBUTED TO FAMILY: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-RECOUPED TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  RECOUPED:              " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-FORWARDED TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  FORWARDED INTERSTATE:  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-DISB-COUNT TO WS-ED-COUNT
           MOVE WS-NT-DISB-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  PAYOUT INPUT:          " WS-ED-AMOUNT
               " " WS-ED-COUNT " ITEMS"
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           COMPUTE WS-PARSED-AMOUNT =
               WS-NT-PAYOUT-EFT + WS-NT-PAYOUT-CHECK
           MOVE WS-PARSED-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  PAID OUT:              " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-PAYOUT-HELD TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  HELD - NO PAYEE:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-NEW-SUSPENSE TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  NEW SUSPENSE:          " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE WS-NT-ESCHEATED TO WS-ED-AMOUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "  ESCHEATED:             " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           IF WS-NIGHT-EXCEPTION = "Y"
               MOVE "  BANKED WITH EXCEPTIONS - SEE ABOVE" TO
                   CT-REPORT-LINE
               WRITE CT-REPORT-LINE
           END-IF

           CLOSE CONTROL-REPORT-FILE

           DISPLAY "RUN BANKED: " WS-NIGHT-SERIAL.

       2000-ACCUMULATE-NIGHT-EXIT.
           EXIT.

       *> ==================================================
       *> REPORT - THE QUARTER'S FINANCIAL REPORT, PROVED
       *> ==================================================
       3000-REPORT-QUARTER.
           OPEN OUTPUT SUBMISSION-FILE
                       FINANCIAL-SUMMARY-FILE.

           INITIALIZE WS-AGING-TABLE

      *>   Collections received, posted side - a reversal backs the
      *>   bounced money out of the source it came in under, floored
      *>   at zero as FEDSTATS does; adjustments moved no money
           OPEN INPUT PAYMENT-AUDIT-FILE.

           READ PAYMENT-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-AUDIT
           END-READ

           PERFORM UNTIL WS-EOF-AUDIT = "Y"
               IF PA-TYPE-PAYMENT
                   ADD PA-PAYMENT-APPLIED TO WS-QT-POSTED-TOTAL
                   EVALUATE PA-SOURCE-METHOD
                       WHEN "W"
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-WAGE
                       WHEN "T"
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-TAX-OFFSET
                       WHEN "L"
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-BANK-LEVY
                       WHEN "C"
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-CHECK
                       WHEN "E"
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-EFT
                       WHEN OTHER
                           ADD PA-PAYMENT-APPLIED TO
                               WS-QT-RECEIVED-OTHER
                   END-EVALUATE

      *>           Overpayment held on the case, not distributed
                   COMPUTE WS-CREDIT-MOVEMENT =
                       PA-NEW-CREDIT-BALANCE - PA-OLD-CREDIT-BALANCE
                   IF WS-CREDIT-MOVEMENT > 0
                       ADD WS-CREDIT-MOVEMENT TO WS-QT-CREDIT-CARRIED
                   END-IF
               END-IF

               IF PA-TYPE-REVERSAL
                   ADD PA-PAYMENT-APPLIED TO WS-QT-REVERSED
               END-IF

               READ PAYMENT-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-AUDIT
               END-READ
           END-PERFORM

           CLOSE PAYMENT-AUDIT-FILE

      *>   Collections received but not yet identified - aged off
      *>   the night each item went into suspense
           OPEN INPUT SUSPENSE-UNRESOLVED-FILE.

           MOVE "N" TO WS-EOF-SUSPENSE
           READ SUSPENSE-UNRESOLVED-FILE
               AT END MOVE "Y" TO WS-EOF-SUSPENSE
           END-READ

           PERFORM UNTIL WS-EOF-SUSPENSE = "Y"
               ADD 1 TO WS-QT-SUSPENSE-COUNT
               ADD SU-PAYMENT-AMOUNT TO WS-QT-SUSPENSE-HELD

               EVALUATE SU-PAYMENT-METHOD
                   WHEN "W"
                       ADD SU-PAYMENT-AMOUNT TO WS-QT-RECEIVED-WAGE
                   WHEN "T"
                       ADD SU-PAYMENT-AMOUNT TO
                           WS-QT-RECEIVED-TAX-OFFSET
                   WHEN "L"
                       ADD SU-PAYMENT-AMOUNT TO
                           WS-QT-RECEIVED-BANK-LEVY
                   WHEN "C"
                       ADD SU-PAYMENT-AMOUNT TO WS-QT-RECEIVED-CHECK
                   WHEN "E"
                       ADD SU-PAYMENT-AMOUNT TO WS-QT-RECEIVED-EFT
                   WHEN OTHER
                       ADD SU-PAYMENT-AMOUNT TO WS-QT-RECEIVED-OTHER
               END-EVALUATE

               MOVE SU-PAYMENT-AMOUNT TO WS-AGE-AMOUNT
               MOVE SU-RUN-DATE TO WS-AGE-FROM-DATE
               PERFORM 3500-AGE-UNDISTRIBUTED
                   THRU 3500-AGE-UNDISTRIBUTED-EXIT

               READ SUSPENSE-UNRESOLVED-FILE
                   AT END MOVE "Y" TO WS-EOF-SUSPENSE
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-UNRESOLVED-FILE

      *>   The distribution side, night by night off the store
           MOVE ZEROS TO QS-RUN-SERIAL

           START QUARTER-STORE-FILE KEY IS NOT LESS THAN QS-RUN-SERIAL
               INVALID KEY MOVE "Y" TO WS-EOF-STORE
           END-START

           IF WS-EOF-STORE NOT = "Y"
               READ QUARTER-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-STORE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-STORE = "Y"
               ADD 1 TO WS-QT-RUN-COUNT
               IF QS-EXCEPTION-FLAG = "Y"
                   ADD 1 TO WS-QT-EXCEPTION-RUNS
               END-IF
               IF WS-QT-FIRST-RUN-DATE = 0 OR
                  QS-RUN-DATE < WS-QT-FIRST-RUN-DATE
                   MOVE QS-RUN-DATE TO WS-QT-FIRST-RUN-DATE
               END-IF
               IF QS-RUN-DATE > WS-QT-LAST-RUN-DATE
                   MOVE QS-RUN-DATE TO WS-QT-LAST-RUN-DATE
               END-IF

               ADD QS-RETAINED TO WS-QT-RETAINED
               ADD QS-PASS-THROUGH TO WS-QT-PASS-THROUGH
               ADD QS-FAMILY-PAID TO WS-QT-FAMILY-PAID
               ADD QS-RECOUPED TO WS-QT-RECOUPED
               ADD QS-FORWARDED TO WS-QT-FORWARDED
               ADD QS-DISBURSEMENT-TOTAL TO WS-QT-DISB-TOTAL
               ADD QS-PAYOUT-EFT TO WS-QT-PAYOUT-EFT
               ADD QS-PAYOUT-CHECK TO WS-QT-PAYOUT-CHECK
               ADD QS-PAYOUT-HELD TO WS-QT-PAYOUT-HELD
               ADD QS-ESCHEATED TO WS-QT-ESCHEATED
               ADD QS-NEW-SUSPENSE TO WS-QT-NEW-SUSPENSE

      *>       A payout held for want of a payee sits undistributed
      *>       from the night it was held
               IF QS-PAYOUT-HELD > 0
                   MOVE QS-PAYOUT-HELD TO WS-AGE-AMOUNT
                   MOVE QS-RUN-DATE TO WS-AGE-FROM-DATE
                   PERFORM 3500-AGE-UNDISTRIBUTED
                       THRU 3500-AGE-UNDISTRIBUTED-EXIT
               END-IF

               READ QUARTER-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-STORE
               END-READ
           END-PERFORM

      *>   Reissued checks ride the payout input on top of the
      *>   posting runs' family share - paid out, but not new money
           IF WS-QT-DISB-TOTAL > WS-QT-FAMILY-PAID
               COMPUTE WS-QT-REISSUED =
                   WS-QT-DISB-TOTAL - WS-QT-FAMILY-PAID
           END-IF

           COMPUTE WS-QT-DISBURSED =
               WS-QT-PAYOUT-EFT + WS-QT-PAYOUT-CHECK - WS-QT-REISSUED

           COMPUTE WS-QT-RECEIVED-TOTAL =
               WS-QT-POSTED-TOTAL + WS-QT-SUSPENSE-HELD

           COMPUTE WS-QT-UNDISTRIBUTED =
               WS-QT-SUSPENSE-HELD + WS-QT-CREDIT-CARRIED +
               WS-QT-PAYOUT-HELD

           COMPUTE WS-QT-ACCOUNTED =
               WS-QT-RETAINED + WS-QT-DISBURSED + WS-QT-RECOUPED +
               WS-QT-FORWARDED +
               WS-QT-UNDISTRIBUTED

           COMPUTE WS-OUT-OF-BALANCE =
               WS-QT-RECEIVED-TOTAL - WS-QT-ACCOUNTED

           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-REPORT-QUARTER = (WS-RUN-MONTH + 2) / 3

           PERFORM 3100-WRITE-SUBMISSION
               THRU 3100-WRITE-SUBMISSION-EXIT

           PERFORM 3200-WRITE-SUMMARY
               THRU 3200-WRITE-SUMMARY-EXIT

           CLOSE SUBMISSION-FILE
                 FINANCIAL-SUMMARY-FILE

           DISPLAY "COLLECTIONS RECEIVED: " WS-QT-RECEIVED-TOTAL.
           DISPLAY "OUT OF BALANCE BY: " WS-OUT-OF-BALANCE.

       3000-REPORT-QUARTER-EXIT.
           EXIT.

       *> ==================================================
       *> FIXED-FORMAT SUBMISSION RECORD
       *> ==================================================
       3100-WRITE-SUBMISSION.
           MOVE WS-RUN-DATE(1:4) TO OS-REPORT-YEAR
           MOVE WS-REPORT-QUARTER TO OS-REPORT-QUARTER
           MOVE WS-RUN-DATE TO OS-RUN-DATE
           MOVE WS-QT-RECEIVED-WAGE TO OS-RECEIVED-WAGE
           MOVE WS-QT-RECEIVED-TAX-OFFSET TO OS-RECEIVED-TAX-OFFSET
           MOVE WS-QT-RECEIVED-BANK-LEVY TO OS-RECEIVED-BANK-LEVY
           MOVE WS-QT-RECEIVED-CHECK TO OS-RECEIVED-CHECK
           MOVE WS-QT-RECEIVED-EFT TO OS-RECEIVED-EFT
           MOVE WS-QT-RECEIVED-OTHER TO OS-RECEIVED-OTHER
           MOVE WS-QT-RECEIVED-TOTAL TO OS-RECEIVED-TOTAL
           MOVE WS-QT-RETAINED TO OS-RETAINED-TOTAL
           MOVE WS-QT-PASS-THROUGH TO OS-PASS-THROUGH-TOTAL
           MOVE WS-QT-DISBURSED TO OS-DISBURSED-TOTAL
           MOVE WS-QT-RECOUPED TO OS-RECOUPED-TOTAL
           MOVE WS-QT-FORWARDED TO OS-FORWARDED-TOTAL
           MOVE WS-QT-UNDISTRIBUTED TO OS-UNDISTRIBUTED-TOTAL
           MOVE WS-AGE-BUCKET-AMOUNT (1) TO OS-UNDIST-AGE-1
           MOVE WS-AGE-BUCKET-AMOUNT (2) TO OS-UNDIST-AGE-2
           MOVE WS-AGE-BUCKET-AMOUNT (3) TO OS-UNDIST-AGE-3
           MOVE WS-AGE-BUCKET-AMOUNT (4) TO OS-UNDIST-AGE-4
           MOVE WS-AGE-BUCKET-AMOUNT (5) TO OS-UNDIST-AGE-5
           MOVE WS-QT-CREDIT-CARRIED TO OS-UNDIST-CREDIT
           MOVE WS-QT-REVERSED TO OS-REVERSED-TOTAL
           MOVE WS-QT-ESCHEATED TO OS-ESCHEATED-TOTAL
           MOVE WS-QT-RUN-COUNT TO OS-RUNS-IN-QUARTER

           IF WS-OUT-OF-BALANCE = 0
               MOVE "B" TO OS-BALANCE-FLAG
           ELSE
               MOVE "O" TO OS-BALANCE-FLAG
           END-IF

           IF WS-QT-EXCEPTION-RUNS > 0
               MOVE "E" TO OS-EXCEPTION-FLAG
           ELSE
               MOVE SPACE TO OS-EXCEPTION-FLAG
           END-IF

           WRITE SUBMISSION-RECORD.

       3100-WRITE-SUBMISSION-EXIT.
           EXIT.

       *> ==================================================
       *> READABLE SUMMARY FOR THE ANALYSTS
       *> ==================================================
       3200-WRITE-SUMMARY.
           MOVE "QUARTERLY COLLECTIONS AND DISBURSEMENTS (OCSE-34)"
               TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           STRING "QUARTER " WS-RUN-DATE(1:4) "-Q" WS-REPORT-QUARTER
               "  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RUN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "POSTING RUNS BANKED: " WS-ED-COUNT
               "  " WS-QT-FIRST-RUN-DATE " TO " WS-QT-LAST-RUN-DATE
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "COLLECTIONS RECEIVED BY SOURCE" TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-WAGE TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  WAGE WITHHOLDING:        " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-TAX-OFFSET TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  TAX REFUND OFFSET:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-BANK-LEVY TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  BANK LEVY:               " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-CHECK TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  CHECK:                   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-EFT TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  ELECTRONIC:              " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-OTHER TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  OTHER:                   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECEIVED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "TOTAL COLLECTIONS RECEIVED:" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-POSTED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  POSTED TO CASES:         " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-SUSPENSE-HELD TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  IN SUSPENSE:             " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "DISTRIBUTION" TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RETAINED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  RETAINED TO STATE:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-FAMILY-PAID TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  DISTRIBUTED TO FAMILIES: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-PASS-THROUGH TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "    OF WHICH PASS-THROUGH: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-RECOUPED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  RECOUPED (PRIOR PAYOUTS):" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-FORWARDED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  FORWARDED INTERSTATE:     " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "DISBURSEMENT" TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-PAYOUT-EFT TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  EFT:                     " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-PAYOUT-CHECK TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  CHECK:                   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-REISSUED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  LESS REISSUED CHECKS:    " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-DISBURSED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  DISBURSED TO FAMILIES:   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "UNDISTRIBUTED" TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-SUSPENSE-COUNT TO WS-ED-COUNT
           MOVE WS-QT-SUSPENSE-HELD TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  SUSPENSE:                " WS-ED-AMOUNT
               " " WS-ED-COUNT " ITEMS"
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-PAYOUT-HELD TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  HELD - NO PAYEE:         " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-CREDIT-CARRIED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  CASE CREDITS CARRIED:    " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-UNDISTRIBUTED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  TOTAL UNDISTRIBUTED:     " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "UNDISTRIBUTED BY AGE (EXCLUDING CASE CREDITS)" TO
               FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-AGE-BUCKET-AMOUNT (1) TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  0-2 DAYS:                " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-AGE-BUCKET-AMOUNT (2) TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  3-30 DAYS:               " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-AGE-BUCKET-AMOUNT (3) TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  31-180 DAYS:             " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-AGE-BUCKET-AMOUNT (4) TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  181-365 DAYS:            " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-AGE-BUCKET-AMOUNT (5) TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  OVER ONE YEAR:           " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE "MEMO" TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-REVERSED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  REVERSED (NSF/RECALL):   " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-ESCHEATED TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  CHECKS ESCHEATED:        " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE WS-QT-NEW-SUSPENSE TO WS-ED-AMOUNT
           MOVE SPACES TO FR-REPORT-LINE
           STRING "  SUSPENSED DURING QUARTER:" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           MOVE SPACES TO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

      *>   The equation that proves the quarter
           MOVE WS-QT-RECEIVED-TOTAL TO WS-ED-AMOUNT
           MOVE WS-QT-ACCOUNTED TO WS-ED-AMOUNT-2
           MOVE SPACES TO FR-REPORT-LINE
           STRING "RECEIVED " WS-ED-AMOUNT
               "  ACCOUNTED FOR " WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO FR-REPORT-LINE
           WRITE FR-REPORT-LINE

           IF WS-OUT-OF-BALANCE = 0
               MOVE "QUARTER IN BALANCE" TO FR-REPORT-LINE
               WRITE FR-REPORT-LINE
           ELSE
               MOVE WS-OUT-OF-BALANCE TO WS-ED-SIGNED
               MOVE SPACES TO FR-REPORT-LINE
               STRING "*** QUARTER OUT OF BALANCE BY " WS-ED-SIGNED
                   " - DO NOT SUBMIT AS-IS"
                   DELIMITED BY SIZE INTO FR-REPORT-LINE
               WRITE FR-REPORT-LINE
           END-IF

           IF WS-QT-EXCEPTION-RUNS > 0
               MOVE WS-QT-EXCEPTION-RUNS TO WS-ED-COUNT
               MOVE SPACES TO FR-REPORT-LINE
               STRING "*** " WS-ED-COUNT " NIGHT(S) BANKED WITH "
                   "EXCEPTIONS - SEE THE ACCUMULATION REPORTS"
                   DELIMITED BY SIZE INTO FR-REPORT-LINE
               WRITE FR-REPORT-LINE
           END-IF.

       3200-WRITE-SUMMARY-EXIT.
           EXIT.

       *> ==================================================
       *> ONE UNDISTRIBUTED AMOUNT (WS-AGE-AMOUNT) INTO ITS
       *> AGE BUCKET BY DAYS SINCE WS-AGE-FROM-DATE
       *> ==================================================
       3500-AGE-UNDISTRIBUTED.
           IF WS-AGE-FROM-DATE NOT NUMERIC OR WS-AGE-FROM-DATE = 0
               MOVE 0 TO WS-DAYS-HELD
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
               COMPUTE WS-DAYS-HELD =
                   WS-TODAY-INTEGER - WS-DATE-INTEGER
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-HELD < 3
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-DAYS-HELD < 31
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-DAYS-HELD < 181
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-DAYS-HELD < 366
                   MOVE 4 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGE-SUB
           END-EVALUATE

           ADD WS-AGE-AMOUNT TO WS-AGE-BUCKET-AMOUNT (WS-AGE-SUB).

       3500-AGE-UNDISTRIBUTED-EXIT.
           EXIT.

       *> ==================================================
       *> CLOSE - LIST AND EMPTY THE QUARTER STORE ONCE THE
       *> QUARTER IS FILED
       *> ==================================================
       4000-CLOSE-QUARTER.
           OPEN OUTPUT CONTROL-REPORT-FILE.

           MOVE "OCSE-34 QUARTER CLOSED - BANKED RUNS WERE:" TO
               CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           MOVE ZEROS TO QS-RUN-SERIAL

           START QUARTER-STORE-FILE KEY IS NOT LESS THAN QS-RUN-SERIAL
               INVALID KEY MOVE "Y" TO WS-EOF-STORE
           END-START

           IF WS-EOF-STORE NOT = "Y"
               READ QUARTER-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-STORE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-STORE = "Y"
               MOVE QS-FAMILY-PAID TO WS-ED-AMOUNT
               MOVE QS-RETAINED TO WS-ED-AMOUNT-2
               MOVE SPACES TO CT-REPORT-LINE
               STRING "  RUN " QS-RUN-SERIAL " " QS-RUN-DATE
                   " FAMILY" WS-ED-AMOUNT " RETAINED" WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO CT-REPORT-LINE
               WRITE CT-REPORT-LINE

               ADD 1 TO WS-RUNS-CLEARED

               DELETE QUARTER-STORE-FILE RECORD
               END-DELETE

               READ QUARTER-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-STORE
               END-READ
           END-PERFORM

           MOVE WS-RUNS-CLEARED TO WS-ED-COUNT
           MOVE SPACES TO CT-REPORT-LINE
           STRING "RUNS CLEARED: " WS-ED-COUNT
               DELIMITED BY SIZE INTO CT-REPORT-LINE
           WRITE CT-REPORT-LINE

           CLOSE CONTROL-REPORT-FILE

           DISPLAY "QUARTER CLOSED, RUNS CLEARED: " WS-RUNS-CLEARED.

       4000-CLOSE-QUARTER-EXIT.
           EXIT.

       *> ==================================================
       *> AN EDITED DOLLAR FIGURE OFF A PRINTED TOTAL LINE
       *> (IN WS-PARSE-TEXT) BACK TO A NUMBER - A FIELD THAT
       *> IS NOT ONE COMES BACK ZERO
       *> ==================================================
       9200-PARSE-AMOUNT.
           MOVE 0 TO WS-PARSED-AMOUNT

           IF WS-PARSE-TEXT = SPACES
               GO TO 9200-PARSE-AMOUNT-EXIT
           END-IF

           MOVE WS-PARSE-EDITED TO WS-PARSED-AMOUNT.

       9200-PARSE-AMOUNT-EXIT.
           EXIT.
