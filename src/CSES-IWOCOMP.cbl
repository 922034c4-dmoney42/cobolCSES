       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-IWOCOMP.

      *> Employer income-withholding compliance monitoring. The
      *> e-IWO extract sends the orders and the remittance run takes
      *> in what employers send back; this run watches the gap
      *> between the two, per employer and per case, and escalates
      *> on the employers who are not honoring the orders.
      *>
      *> Pass one walks the updated parent extract. Every open case
      *> with an active order (UP-IWO-ACTIVE) is tied to its employer
      *> on the employer master by employer name, the same name the
      *> new-hire run wrote to both, and gets a compliance history
      *> row keyed employer plus case. A new row's order date is the
      *> run that first saw the order - the e-IWO extract transmits
      *> it the same night.
      *>
      *> Pass two reads the day's employer remittance file, the one
      *> CSES-REMIT splits into transactions, and accumulates every
      *> detail onto the history row for that employer and case:
      *> remitted this month, last remittance date, and a late count
      *> for a detail whose header remittance date falls more than
      *> the remit window after the payday the detail carries. A
      *> detail with no usable payday is taken but never judged
      *> late - counted undated instead. The control file records
      *> the run date the remittance file was last accumulated, so a
      *> rerun the same day cannot count the same money twice.
      *>
      *> Pass three sweeps the history master in employer order and
      *> settles a finding per active order:
      *>
      *>   NR - no remittance at all within the start window
      *>   ST - remitting stopped, nothing within the stop window
      *>   SH - the last closed month came in short of the ordered
      *>        PM-WITHHOLDING-AMOUNT (a month closes at the first
      *>        run of the next month)
      *>   LT - a remittance arrived late this month or last
      *>
      *> A noncompliant order escalates one step at a time - a first
      *> letter to the employer contact, then a second letter once
      *> the cure period has run with no cure, then a referral line
      *> on the report for enforcement against the employer. A cured
      *> order drops back to stage 0. The history row carries the
      *> stage and letter dates, so escalation picks up where it
      *> left off run to run. Letters are one per employer per
      *> stage, listing its cases; a rerun the same day reprints the
      *> day's letters without escalating again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATED-PARENT-FILE
               ASSIGN TO "data/parent_master_updated.dat".

           SELECT OPTIONAL REMITTANCE-FILE
               ASSIGN TO "data/employer_remittance.dat".

           SELECT EMPLOYER-MASTER-FILE
               ASSIGN TO "data/employer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYER-ID
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.

           SELECT COMPLIANCE-HISTORY-FILE
               ASSIGN TO "data/iwo_compliance_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL COMPLIANCE-CONTROL-FILE
               ASSIGN TO "data/iwo_compliance_control.dat".

           SELECT COMPLIANCE-REPORT-FILE
               ASSIGN TO "data/iwo_compliance_report.dat".

           SELECT NONCOMPLIANCE-LETTER-FILE
               ASSIGN TO "data/iwo_noncompliance_letters.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "UPDATED-PARENT".

      *> The employer remittance interface - the same E header / D
      *> detail layout the remittance run edits
       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REMITTANCE-RECORD.

       01  REMITTANCE-RECORD.
           05  RM-RECORD-TYPE        PIC X(01).
               88  RM-TYPE-EMPLOYER  VALUE "E".
               88  RM-TYPE-DETAIL    VALUE "D".
           05  RM-RECORD-BODY        PIC X(39).
           05  RM-EMPLOYER-BODY REDEFINES RM-RECORD-BODY.
               10  RM-EMPLOYER-ID    PIC X(10).
               10  RM-REMIT-DATE     PIC X(08).
               10  RM-REMIT-DATE-NUM REDEFINES RM-REMIT-DATE
                                     PIC 9(08).
               10  RM-REMIT-TOTAL    PIC X(11).
               10  RM-REMIT-REFERENCE PIC X(10).
           05  RM-DETAIL-BODY REDEFINES RM-RECORD-BODY.
               10  RM-CASE-ID        PIC X(08).
               10  RM-CASE-ID-NUM REDEFINES RM-CASE-ID
                                     PIC 9(08).
               10  RM-WITHHELD-AMOUNT PIC X(08).
               10  RM-WITHHELD-NUM REDEFINES RM-WITHHELD-AMOUNT
                                     PIC 9(6)V99.
      *>           The payday the amount was withheld from - blank
      *>           from an employer whose payroll does not send it
               10  RM-PAY-DATE       PIC X(08).
               10  RM-PAY-DATE-NUM REDEFINES RM-PAY-DATE
                                     PIC 9(08).
               10  FILLER            PIC X(15).

             COPY "EMPLOYER-MASTER".

      *> One row per order per employer - a case that changes
      *> employers starts a fresh row under the new employer, and the
      *> old one goes inactive with its history intact
       FD  COMPLIANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS COMPLIANCE-HISTORY-RECORD.

       01  COMPLIANCE-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-EMPLOYER-ID        PIC X(10).
               10  CH-CASE-ID            PIC 9(08).
           05  CH-ORDER-NUMBER           PIC X(10).
      *>   First run that saw the order active at this employer
           05  CH-ORDER-DATE             PIC 9(08).
           05  CH-WITHHOLDING-AMOUNT     PIC 9(04)V99.
           05  CH-ORDER-STATUS           PIC X(01).
               88  CH-ORDER-ACTIVE           VALUE "A".
               88  CH-ORDER-INACTIVE         VALUE "I".
      *>   Stamped whenever the extract still carried the order here
           05  CH-LAST-SEEN-DATE         PIC 9(08).
      *>   The month being accumulated and what came in against it
           05  CH-ACCUM-MONTH            PIC 9(06).
           05  CH-MONTH-REMITTED         PIC 9(06)V99.
           05  CH-MONTH-LATE-COUNT       PIC 9(03).
      *>   The last closed month, kept for the shortfall finding
           05  CH-PRIOR-MONTH            PIC 9(06).
           05  CH-PRIOR-REMITTED         PIC 9(06)V99.
           05  CH-PRIOR-SHORT            PIC X(01).
           05  CH-PRIOR-LATE-COUNT       PIC 9(03).
           05  CH-LAST-REMIT-DATE        PIC 9(08).
           05  CH-LAST-REMIT-AMOUNT      PIC 9(06)V99.
           05  CH-TOTAL-REMITTED         PIC 9(08)V99.
      *>   0 - in compliance, 1 - first letter sent, 2 - second
      *>   letter sent
           05  CH-ESCALATION-STAGE       PIC X(01).
               88  CH-STAGE-NONE             VALUE "0".
               88  CH-STAGE-FIRST-LETTER     VALUE "1".
               88  CH-STAGE-SECOND-LETTER    VALUE "2".
           05  CH-FIRST-LETTER-DATE      PIC 9(08).
           05  CH-SECOND-LETTER-DATE     PIC 9(08).
      *>   NR / ST / SH / LT as settled by the last review, blank
      *>   when the order was in compliance
           05  CH-LAST-FINDING           PIC X(02).
           05  CH-LAST-REVIEW-DATE       PIC 9(08).
           05  FILLER                    PIC X(11).

      *> Run control - the date the remittance file was last
      *> accumulated, so a same-day rerun skips that pass
       FD  COMPLIANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS COMPLIANCE-CONTROL-RECORD.

       01  COMPLIANCE-CONTROL-RECORD.
           05  CT-REMIT-APPLIED-DATE     PIC 9(08).
           05  CT-LAST-RUN-DATE          PIC 9(08).

       FD  COMPLIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CR-REPORT-LINE.

       01  CR-REPORT-LINE                 PIC X(80).

       FD  NONCOMPLIANCE-LETTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NC-LETTER-LINE.

       01  NC-LETTER-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-REMITTANCE      PIC X VALUE "N".
       01  WS-EOF-EMPLOYERS       PIC X VALUE "N".
       01  WS-EOF-HISTORY         PIC X VALUE "N".
       01  WS-EOF-CONTROL         PIC X VALUE "N".
       01  WS-HISTORY-FOUND       PIC X VALUE "N".
       01  WS-EMPLOYER-FOUND      PIC X VALUE "N".
       01  WS-HEADER-USABLE       PIC X VALUE "N".
       01  WS-DATE-VALID          PIC X VALUE "N".
       01  WS-REMIT-ALREADY-APPLIED PIC X VALUE "N".

       01  WS-EMPLOYER-FILE-STATUS PIC X(02).
       01  WS-HISTORY-FILE-STATUS PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-MONTH           PIC 9(6).
       01  WS-EDIT-DATE           PIC X(8).

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR          PIC 9(04).
           05  WS-DATE-MONTH         PIC 9(02).
           05  WS-DATE-DAY           PIC 9(02).
       01  WS-DAYS-IN-MONTH          PIC 9(02).

      *> Statutory windows, in calendar days. An employer has until
      *> the first pay period after fourteen days from service to
      *> start withholding and seven business days after payday to
      *> remit - thirty days covers a monthly payroll. An order that
      *> was remitting and then goes forty-five days dry has stopped.
       01  WS-START-WINDOW-DAYS   PIC 9(3) VALUE 30.
       01  WS-STOP-WINDOW-DAYS    PIC 9(3) VALUE 45.
       01  WS-REMIT-LATE-DAYS     PIC 9(3) VALUE 7.
      *> Days an employer has to cure after a letter before the
      *> next step of escalation
       01  WS-CURE-PERIOD-DAYS    PIC 9(3) VALUE 30.

       01  WS-TODAY-INTEGER       PIC 9(7).
       01  WS-DATE-INTEGER        PIC 9(7).
       01  WS-DAYS-ELAPSED        PIC S9(7).

      *> The header being worked in the remittance pass
       01  WS-REMIT-EMPLOYER-ID   PIC X(10).
       01  WS-REMIT-DATE          PIC 9(8).

       01  WS-FINDING             PIC X(02).
       01  WS-FINDING-TEXT        PIC X(20).
       01  WS-ACTION-TEXT         PIC X(20).

      *> The employer master, loaded once so each case's employer
      *> name resolves to the employer ID the remittances quote
       01  WS-EMPLOYER-TABLE.
           05  WS-EMPLOYER-ENTRY OCCURS 5000 TIMES.
               10  WS-ET-EMPLOYER-ID     PIC X(10).
               10  WS-ET-EMPLOYER-NAME   PIC X(20).

       01  WS-EMPLOYER-COUNT           PIC 9(04) VALUE 0.
       01  WS-EMPLOYER-MAX             PIC 9(04) VALUE 5000.
       01  WS-ET-SUB                   PIC 9(04).
       01  WS-MATCHED-EMPLOYER-ID      PIC X(10).

      *> Control break in the history sweep - the employer whose
      *> orders are being reviewed, and the cases due a letter
      *> from it this run
       01  WS-BREAK-EMPLOYER-ID        PIC X(10) VALUE SPACES.
       01  WS-BREAK-ACTIVE-COUNT       PIC 9(05) VALUE 0.
       01  WS-BREAK-NONCOMP-COUNT      PIC 9(05) VALUE 0.

       01  WS-LETTER-TABLE.
           05  WS-LETTER-ENTRY OCCURS 500 TIMES.
               10  WS-LT-CASE-ID         PIC 9(08).
               10  WS-LT-ORDER-NUMBER    PIC X(10).
               10  WS-LT-WITHHOLDING     PIC 9(04)V99.
               10  WS-LT-FINDING-TEXT    PIC X(20).
               10  WS-LT-STAGE           PIC X(01).

       01  WS-LETTER-COUNT             PIC 9(03) VALUE 0.
       01  WS-LETTER-MAX               PIC 9(03) VALUE 500.
       01  WS-LT-SUB                   PIC 9(03).
       01  WS-LETTER-STAGE             PIC X(01).
       01  WS-LETTER-CASES             PIC 9(03).

       01  WS-COMPLIANCE-COUNTERS.
           05  WS-ORDERS-SEEN              PIC 9(7)     VALUE 0.
           05  WS-NO-EMPLOYER-COUNT        PIC 9(7)     VALUE 0.
           05  WS-ORDERS-OPENED            PIC 9(7)     VALUE 0.
           05  WS-ORDERS-ENDED             PIC 9(7)     VALUE 0.
           05  WS-REMIT-DETAILS            PIC 9(7)     VALUE 0.
           05  WS-REMIT-DOLLARS            PIC 9(9)V99  VALUE 0.
           05  WS-REMIT-UNMATCHED          PIC 9(7)     VALUE 0.
           05  WS-REMIT-UNUSABLE           PIC 9(7)     VALUE 0.
           05  WS-REMIT-UNDATED            PIC 9(7)     VALUE 0.
           05  WS-EMPLOYERS-REVIEWED       PIC 9(7)     VALUE 0.
           05  WS-ORDERS-REVIEWED          PIC 9(7)     VALUE 0.
           05  WS-ORDERS-COMPLIANT         PIC 9(7)     VALUE 0.
           05  WS-ORDERS-NONCOMPLIANT      PIC 9(7)     VALUE 0.
           05  WS-ORDERS-CURED             PIC 9(7)     VALUE 0.
           05  WS-FIRST-LETTER-COUNT       PIC 9(7)     VALUE 0.
           05  WS-SECOND-LETTER-COUNT      PIC 9(7)     VALUE 0.
           05  WS-REFERRAL-COUNT           PIC 9(7)     VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-2               PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-AMOUNT-2              PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "EMPLOYER IWO COMPLIANCE MONITORING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "IWOCOMP" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COMPLIANCE-HISTORY-FILE.

           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-HISTORY-FILE
               CLOSE COMPLIANCE-HISTORY-FILE
               OPEN I-O COMPLIANCE-HISTORY-FILE
           END-IF

      *>   The employer master is the only bridge from a case's
      *>   employer name to the ID the remittances carry - without
      *>   it nothing can be monitored, and the run says so
           OPEN INPUT EMPLOYER-MASTER-FILE.

           IF WS-EMPLOYER-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYER MASTER NOT AVAILABLE, STATUS: "
                   WS-EMPLOYER-FILE-STATUS
               DISPLAY "IWO COMPLIANCE NOT MONITORED THIS RUN"
               CLOSE COMPLIANCE-HISTORY-FILE
               MOVE "EMPLOYER MASTER NOT AVAILABLE" TO JC-MESSAGE
               SET JC-REQUEST-FAIL TO TRUE
               CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
               STOP RUN
           END-IF

           OPEN INPUT UPDATED-PARENT-FILE
                      REMITTANCE-FILE.

           OPEN OUTPUT COMPLIANCE-REPORT-FILE
                       NONCOMPLIANCE-LETTER-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *>   A same-day rerun must not count the remittance file twice
           MOVE 0 TO CT-REMIT-APPLIED-DATE
           OPEN INPUT COMPLIANCE-CONTROL-FILE
           READ COMPLIANCE-CONTROL-FILE
               AT END MOVE "Y" TO WS-EOF-CONTROL
           END-READ
           IF WS-EOF-CONTROL = "Y"
               MOVE 0 TO CT-REMIT-APPLIED-DATE
           END-IF
           CLOSE COMPLIANCE-CONTROL-FILE

           IF CT-REMIT-APPLIED-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-REMIT-ALREADY-APPLIED
           END-IF

           MOVE "EMPLOYER IWO COMPLIANCE REPORT" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

       *> ==================================================
       *> LOAD THE EMPLOYER MASTER FOR THE NAME LOOKUP
       *> ==================================================
           MOVE LOW-VALUES TO EM-EMPLOYER-ID

           START EMPLOYER-MASTER-FILE KEY IS NOT LESS THAN
               EM-EMPLOYER-ID
               INVALID KEY MOVE "Y" TO WS-EOF-EMPLOYERS
           END-START

           IF WS-EOF-EMPLOYERS NOT = "Y"
               READ EMPLOYER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-EMPLOYERS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-EMPLOYERS = "Y"
               IF WS-EMPLOYER-COUNT < WS-EMPLOYER-MAX
                   ADD 1 TO WS-EMPLOYER-COUNT
                   MOVE EM-EMPLOYER-ID TO
                       WS-ET-EMPLOYER-ID (WS-EMPLOYER-COUNT)
                   MOVE EM-EMPLOYER-NAME TO
                       WS-ET-EMPLOYER-NAME (WS-EMPLOYER-COUNT)
               ELSE
                   DISPLAY "EMPLOYER MASTER EXCEEDS TABLE "
                       "CAPACITY, IGNORING: " EM-EMPLOYER-ID
               END-IF

               READ EMPLOYER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-EMPLOYERS
               END-READ
           END-PERFORM.

       *> ==================================================
       *> PASS ONE - EVERY ACTIVE ORDER ON THE EXTRACT GETS
       *> ITS HISTORY ROW OPENED OR REFRESHED
       *> ==================================================
           READ UPDATED-PARENT-FILE
               AT END MOVE "Y" TO WS-EOF-PARENTS
           END-READ.

           PERFORM UNTIL WS-EOF-PARENTS = "Y"

               IF UP-IWO-ACTIVE AND UP-CASE-STATUS = "O"
                   PERFORM 1100-TRACK-ONE-ORDER
                       THRU 1100-TRACK-ONE-ORDER-EXIT
               END-IF

               READ UPDATED-PARENT-FILE
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ

           END-PERFORM.

       *> ==================================================
       *> PASS TWO - ACCUMULATE THE DAY'S REMITTANCE DETAIL
       *> ONTO THE HISTORY ROWS
       *> ==================================================
           IF WS-REMIT-ALREADY-APPLIED = "Y"
               DISPLAY "REMITTANCE FILE ALREADY ACCUMULATED FOR "
                   WS-RUN-DATE ", NOT COUNTED AGAIN"
               MOVE SPACES TO CR-REPORT-LINE
               STRING "REMITTANCES ALREADY ACCUMULATED FOR "
                   WS-RUN-DATE " - NOT COUNTED AGAIN"
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               MOVE SPACES TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           ELSE
               READ REMITTANCE-FILE
                   AT END MOVE "Y" TO WS-EOF-REMITTANCE
               END-READ

               PERFORM UNTIL WS-EOF-REMITTANCE = "Y"
                   PERFORM 2100-APPLY-REMITTANCE
                       THRU 2100-APPLY-REMITTANCE-EXIT

                   READ REMITTANCE-FILE
                       AT END MOVE "Y" TO WS-EOF-REMITTANCE
                   END-READ
               END-PERFORM
           END-IF

       *> ==================================================
       *> PASS THREE - REVIEW EVERY ORDER IN EMPLOYER ORDER,
       *> SETTLE ITS FINDING AND ESCALATE
       *> ==================================================
           MOVE LOW-VALUES TO CH-KEY

           START COMPLIANCE-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-HISTORY
           END-START

           IF WS-EOF-HISTORY NOT = "Y"
               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-HISTORY
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-HISTORY = "Y"
               IF CH-EMPLOYER-ID NOT = WS-BREAK-EMPLOYER-ID
                   IF WS-BREAK-EMPLOYER-ID NOT = SPACES
                       PERFORM 3900-CLOSE-EMPLOYER
                           THRU 3900-CLOSE-EMPLOYER-EXIT
                   END-IF
                   PERFORM 3800-OPEN-EMPLOYER
                       THRU 3800-OPEN-EMPLOYER-EXIT
               END-IF

               PERFORM 3100-REVIEW-ONE-ORDER
                   THRU 3100-REVIEW-ONE-ORDER-EXIT

               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-HISTORY
               END-READ
           END-PERFORM

           IF WS-BREAK-EMPLOYER-ID NOT = SPACES
               PERFORM 3900-CLOSE-EMPLOYER
                   THRU 3900-CLOSE-EMPLOYER-EXIT
           END-IF

       *> ==================================================
       *> REPORT TOTALS
       *> ==================================================
           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE "RUN TOTALS" TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-SEEN TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "ACTIVE ORDERS ON EXTRACT:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-NO-EMPLOYER-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "EMPLOYER NOT ON MASTER:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-OPENED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "NEW ORDERS MONITORED:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-ENDED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "ORDERS NO LONGER ACTIVE:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-REMIT-DETAILS TO WS-ED-COUNT
           MOVE WS-REMIT-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "REMITTANCE DETAILS TAKEN:  " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-REMIT-UNMATCHED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "REMITTED WITH NO ORDER:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-REMIT-UNUSABLE TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "REMITTANCE LINES UNUSABLE: " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-REMIT-UNDATED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "TAKEN WITH NO PAYDAY:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-EMPLOYERS-REVIEWED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "EMPLOYERS REVIEWED:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-REVIEWED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "ORDERS REVIEWED:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-COMPLIANT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "  IN COMPLIANCE:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-NONCOMPLIANT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "  NONCOMPLIANT:            " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-ORDERS-CURED TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "  CURED SINCE LAST LETTER: " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-FIRST-LETTER-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "FIRST LETTERS (CASES):     " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-SECOND-LETTER-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "SECOND LETTERS (CASES):    " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE WS-REFERRAL-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CR-REPORT-LINE
           STRING "REFER FOR ENFORCEMENT:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

      *>   The remittance file counts as accumulated for today only
      *>   once the whole run is through
           MOVE WS-RUN-DATE TO CT-LAST-RUN-DATE
           IF WS-REMIT-ALREADY-APPLIED = "N"
               MOVE WS-RUN-DATE TO CT-REMIT-APPLIED-DATE
           END-IF
           OPEN OUTPUT COMPLIANCE-CONTROL-FILE
           WRITE COMPLIANCE-CONTROL-RECORD
           CLOSE COMPLIANCE-CONTROL-FILE

           DISPLAY "ORDERS REVIEWED: " WS-ORDERS-REVIEWED.
           DISPLAY "NONCOMPLIANT: " WS-ORDERS-NONCOMPLIANT.
           DISPLAY "FIRST LETTERS: " WS-FIRST-LETTER-COUNT.
           DISPLAY "SECOND LETTERS: " WS-SECOND-LETTER-COUNT.
           DISPLAY "REFER FOR ENFORCEMENT: " WS-REFERRAL-COUNT.

           CLOSE UPDATED-PARENT-FILE
                 REMITTANCE-FILE
                 EMPLOYER-MASTER-FILE
                 COMPLIANCE-HISTORY-FILE
                 COMPLIANCE-REPORT-FILE
                 NONCOMPLIANCE-LETTER-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ORDERS SEEN" TO JC-COUNT-LABEL(1)
           MOVE WS-ORDERS-SEEN TO JC-COUNT(1)
           MOVE "OPENED" TO JC-COUNT-LABEL(2)
           MOVE WS-ORDERS-OPENED TO JC-COUNT(2)
           MOVE "ENDED" TO JC-COUNT-LABEL(3)
           MOVE WS-ORDERS-ENDED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "EMPLOYER IWO COMPLIANCE MONITORING COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE ACTIVE ORDER ON THE EXTRACT - RESOLVE ITS
       *> EMPLOYER, THEN OPEN OR REFRESH ITS HISTORY ROW
       *> ==================================================
       1100-TRACK-ONE-ORDER.
           ADD 1 TO WS-ORDERS-SEEN

           MOVE SPACES TO WS-MATCHED-EMPLOYER-ID
           PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > WS-EMPLOYER-COUNT
                      OR WS-MATCHED-EMPLOYER-ID NOT = SPACES
               IF WS-ET-EMPLOYER-NAME (WS-ET-SUB) = UP-EMPLOYER-NAME
                   MOVE WS-ET-EMPLOYER-ID (WS-ET-SUB) TO
                       WS-MATCHED-EMPLOYER-ID
               END-IF
           END-PERFORM

      *>   An order at an employer the master does not know cannot
      *>   be matched to any remittance - listed for the caseworker
           IF WS-MATCHED-EMPLOYER-ID = SPACES
               ADD 1 TO WS-NO-EMPLOYER-COUNT
               MOVE SPACES TO CR-REPORT-LINE
               STRING "CASE " UP-PARENT-ID " ORDER "
                   UP-IWO-ORDER-NUMBER " EMPLOYER "
                   UP-EMPLOYER-NAME " NOT ON MASTER"
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               GO TO 1100-TRACK-ONE-ORDER-EXIT
           END-IF

           MOVE WS-MATCHED-EMPLOYER-ID TO CH-EMPLOYER-ID
           MOVE UP-PARENT-ID TO CH-CASE-ID
           READ COMPLIANCE-HISTORY-FILE
               INVALID KEY MOVE "N" TO WS-HISTORY-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-HISTORY-FOUND
           END-READ

           IF WS-HISTORY-FOUND = "N"
               MOVE SPACES TO COMPLIANCE-HISTORY-RECORD
               MOVE WS-MATCHED-EMPLOYER-ID TO CH-EMPLOYER-ID
               MOVE UP-PARENT-ID TO CH-CASE-ID
               MOVE WS-RUN-DATE TO CH-ORDER-DATE
               MOVE WS-RUN-MONTH TO CH-ACCUM-MONTH
               MOVE 0 TO CH-MONTH-REMITTED
                         CH-MONTH-LATE-COUNT
                         CH-PRIOR-MONTH
                         CH-PRIOR-REMITTED
                         CH-PRIOR-LATE-COUNT
                         CH-LAST-REMIT-DATE
                         CH-LAST-REMIT-AMOUNT
                         CH-TOTAL-REMITTED
                         CH-FIRST-LETTER-DATE
                         CH-SECOND-LETTER-DATE
                         CH-LAST-REVIEW-DATE
               MOVE "N" TO CH-PRIOR-SHORT
               SET CH-STAGE-NONE TO TRUE
               ADD 1 TO WS-ORDERS-OPENED
           END-IF

      *>   An order that went inactive here and came back is a new
      *>   order - the clock and the escalation start over
           IF WS-HISTORY-FOUND = "Y" AND CH-ORDER-INACTIVE
               MOVE WS-RUN-DATE TO CH-ORDER-DATE
               SET CH-STAGE-NONE TO TRUE
               MOVE 0 TO CH-FIRST-LETTER-DATE
                         CH-SECOND-LETTER-DATE
               ADD 1 TO WS-ORDERS-OPENED
           END-IF

           PERFORM 2500-ROLL-MONTH THRU 2500-ROLL-MONTH-EXIT

           MOVE UP-IWO-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE UP-WITHHOLDING-AMOUNT TO CH-WITHHOLDING-AMOUNT
           SET CH-ORDER-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO CH-LAST-SEEN-DATE

           IF WS-HISTORY-FOUND = "Y"
               REWRITE COMPLIANCE-HISTORY-RECORD
           ELSE
               WRITE COMPLIANCE-HISTORY-RECORD
           END-IF.

       1100-TRACK-ONE-ORDER-EXIT.
           EXIT.

       *> ==================================================
       *> ONE REMITTANCE RECORD - A HEADER SETS THE EMPLOYER
       *> AND REMITTANCE DATE, A DETAIL LANDS ON ITS ORDER
       *> ==================================================
       2100-APPLY-REMITTANCE.
           IF RM-TYPE-EMPLOYER
               MOVE RM-EMPLOYER-ID TO WS-REMIT-EMPLOYER-ID
               MOVE RM-REMIT-DATE TO WS-EDIT-DATE
               PERFORM 9100-EDIT-DATE THRU 9100-EDIT-DATE-EXIT
               IF WS-DATE-VALID = "Y"
                   MOVE RM-REMIT-DATE-NUM TO WS-REMIT-DATE
                   MOVE "Y" TO WS-HEADER-USABLE
               ELSE
                   MOVE "N" TO WS-HEADER-USABLE
               END-IF
               GO TO 2100-APPLY-REMITTANCE-EXIT
           END-IF

           IF NOT RM-TYPE-DETAIL
               GO TO 2100-APPLY-REMITTANCE-EXIT
           END-IF

      *>   A detail under an unusable header, or one that fails its
      *>   own edit, is the remittance run's reject - not evidence
      *>   either way
           IF WS-HEADER-USABLE NOT = "Y" OR
              RM-CASE-ID NOT NUMERIC OR
              RM-WITHHELD-AMOUNT NOT NUMERIC
               ADD 1 TO WS-REMIT-UNUSABLE
               GO TO 2100-APPLY-REMITTANCE-EXIT
           END-IF

           MOVE WS-REMIT-EMPLOYER-ID TO CH-EMPLOYER-ID
           MOVE RM-CASE-ID-NUM TO CH-CASE-ID
           READ COMPLIANCE-HISTORY-FILE
               INVALID KEY MOVE "N" TO WS-HISTORY-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-HISTORY-FOUND
           END-READ

           IF WS-HISTORY-FOUND = "N"
               ADD 1 TO WS-REMIT-UNMATCHED
               MOVE RM-WITHHELD-NUM TO WS-ED-AMOUNT
               MOVE SPACES TO CR-REPORT-LINE
               STRING "EMPLOYER " WS-REMIT-EMPLOYER-ID
                   " REMITTED " WS-ED-AMOUNT " ON CASE "
                   RM-CASE-ID " - NO ORDER ON FILE"
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               GO TO 2100-APPLY-REMITTANCE-EXIT
           END-IF

           PERFORM 2500-ROLL-MONTH THRU 2500-ROLL-MONTH-EXIT

           ADD RM-WITHHELD-NUM TO CH-MONTH-REMITTED
               ON SIZE ERROR MOVE 999999.99 TO CH-MONTH-REMITTED
           END-ADD
           ADD RM-WITHHELD-NUM TO CH-TOTAL-REMITTED
               ON SIZE ERROR MOVE 99999999.99 TO CH-TOTAL-REMITTED
           END-ADD
           IF WS-REMIT-DATE > CH-LAST-REMIT-DATE
               MOVE WS-REMIT-DATE TO CH-LAST-REMIT-DATE
               MOVE RM-WITHHELD-NUM TO CH-LAST-REMIT-AMOUNT
           END-IF

      *>   Withheld on the detail's payday, remitted on the header's
      *>   date - past the remit window is late whatever the amount.
      *>   No usable payday means no lateness finding either way.
           MOVE RM-PAY-DATE TO WS-EDIT-DATE
           PERFORM 9100-EDIT-DATE THRU 9100-EDIT-DATE-EXIT
           IF WS-DATE-VALID = "Y"
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RM-PAY-DATE-NUM)
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-REMIT-DATE)
                   - WS-DATE-INTEGER
               IF WS-DAYS-ELAPSED > WS-REMIT-LATE-DAYS
                   ADD 1 TO CH-MONTH-LATE-COUNT
                       ON SIZE ERROR CONTINUE
                   END-ADD
               END-IF
           ELSE
               ADD 1 TO WS-REMIT-UNDATED
           END-IF

           REWRITE COMPLIANCE-HISTORY-RECORD

           ADD 1 TO WS-REMIT-DETAILS
           ADD RM-WITHHELD-NUM TO WS-REMIT-DOLLARS.

       2100-APPLY-REMITTANCE-EXIT.
           EXIT.

       *> ==================================================
       *> CLOSE OUT THE ROW'S ACCUMULATED MONTH WHEN THE RUN
       *> HAS MOVED PAST IT - A MONTH THE ORDER STOOD FOR IN
       *> FULL IS SHORT WHEN LESS THAN ORDERED CAME IN
       *> ==================================================
       2500-ROLL-MONTH.
           IF CH-ACCUM-MONTH = WS-RUN-MONTH
               GO TO 2500-ROLL-MONTH-EXIT
           END-IF

           MOVE CH-ACCUM-MONTH TO CH-PRIOR-MONTH
           MOVE CH-MONTH-REMITTED TO CH-PRIOR-REMITTED
           MOVE CH-MONTH-LATE-COUNT TO CH-PRIOR-LATE-COUNT
           MOVE "N" TO CH-PRIOR-SHORT

           IF CH-ORDER-DATE(1:6) < CH-ACCUM-MONTH AND
              CH-MONTH-REMITTED < CH-WITHHOLDING-AMOUNT
               MOVE "Y" TO CH-PRIOR-SHORT
           END-IF

           MOVE WS-RUN-MONTH TO CH-ACCUM-MONTH
           MOVE 0 TO CH-MONTH-REMITTED
           MOVE 0 TO CH-MONTH-LATE-COUNT.

       2500-ROLL-MONTH-EXIT.
           EXIT.

       *> ==================================================
       *> ONE HISTORY ROW - SETTLE THE FINDING AND STEP THE
       *> ESCALATION
       *> ==================================================
       3100-REVIEW-ONE-ORDER.
           IF NOT CH-ORDER-ACTIVE
               GO TO 3100-REVIEW-ONE-ORDER-EXIT
           END-IF

      *>   Active on the history but not on tonight's extract - the
      *>   order ended or moved to another employer
           IF CH-LAST-SEEN-DATE NOT = WS-RUN-DATE
               SET CH-ORDER-INACTIVE TO TRUE
               MOVE SPACES TO CH-LAST-FINDING
               MOVE WS-RUN-DATE TO CH-LAST-REVIEW-DATE
               REWRITE COMPLIANCE-HISTORY-RECORD
               ADD 1 TO WS-ORDERS-ENDED

               MOVE SPACES TO CR-REPORT-LINE
               STRING "  CASE " CH-CASE-ID " ORDER "
                   CH-ORDER-NUMBER " NO LONGER ACTIVE HERE"
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               GO TO 3100-REVIEW-ONE-ORDER-EXIT
           END-IF

           ADD 1 TO WS-ORDERS-REVIEWED
           ADD 1 TO WS-BREAK-ACTIVE-COUNT

           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-FINDING-TEXT

           IF CH-LAST-REMIT-DATE = 0
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CH-ORDER-DATE)
               COMPUTE WS-DAYS-ELAPSED =
                   WS-TODAY-INTEGER - WS-DATE-INTEGER
               IF WS-DAYS-ELAPSED > WS-START-WINDOW-DAYS
                   MOVE "NR" TO WS-FINDING
                   MOVE "NO REMITTANCE" TO WS-FINDING-TEXT
               END-IF
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CH-LAST-REMIT-DATE)
               COMPUTE WS-DAYS-ELAPSED =
                   WS-TODAY-INTEGER - WS-DATE-INTEGER
               IF WS-DAYS-ELAPSED > WS-STOP-WINDOW-DAYS
                   MOVE "ST" TO WS-FINDING
                   MOVE "REMITTANCE STOPPED" TO WS-FINDING-TEXT
               END-IF
           END-IF

           IF WS-FINDING = SPACES AND CH-PRIOR-SHORT = "Y"
               MOVE "SH" TO WS-FINDING
               MOVE "SHORT REMITTANCE" TO WS-FINDING-TEXT
           END-IF

           IF WS-FINDING = SPACES AND
              (CH-MONTH-LATE-COUNT > 0 OR CH-PRIOR-LATE-COUNT > 0)
               MOVE "LT" TO WS-FINDING
               MOVE "LATE REMITTANCE" TO WS-FINDING-TEXT
           END-IF

           MOVE SPACES TO WS-ACTION-TEXT
           MOVE SPACE TO WS-LETTER-STAGE

           IF WS-FINDING = SPACES
               ADD 1 TO WS-ORDERS-COMPLIANT
               IF NOT CH-STAGE-NONE
                   SET CH-STAGE-NONE TO TRUE
                   ADD 1 TO WS-ORDERS-CURED
                   MOVE "CURED" TO WS-ACTION-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-ORDERS-NONCOMPLIANT
               ADD 1 TO WS-BREAK-NONCOMP-COUNT
               PERFORM 3200-ESCALATE THRU 3200-ESCALATE-EXIT
           END-IF

           MOVE WS-FINDING TO CH-LAST-FINDING
           MOVE WS-RUN-DATE TO CH-LAST-REVIEW-DATE
           REWRITE COMPLIANCE-HISTORY-RECORD

      *>   The report carries every noncompliant order and every
      *>   order that moved this run; a quiet compliant order only
      *>   counts toward its employer's totals
           IF WS-FINDING NOT = SPACES OR WS-ACTION-TEXT NOT = SPACES
               MOVE CH-WITHHOLDING-AMOUNT TO WS-ED-AMOUNT
               MOVE CH-PRIOR-REMITTED TO WS-ED-AMOUNT-2
               MOVE SPACES TO CR-REPORT-LINE
               STRING "  CASE " CH-CASE-ID " ORDERED" WS-ED-AMOUNT
                   " LAST MO" WS-ED-AMOUNT-2
                   " LAST REMIT " CH-LAST-REMIT-DATE
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE

               MOVE SPACES TO CR-REPORT-LINE
               STRING "       ORDER " CH-ORDER-NUMBER
                   " " WS-FINDING-TEXT
                   " STAGE " CH-ESCALATION-STAGE
                   " " WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           END-IF

           IF WS-LETTER-STAGE NOT = SPACE
               IF WS-LETTER-COUNT < WS-LETTER-MAX
                   ADD 1 TO WS-LETTER-COUNT
                   MOVE CH-CASE-ID TO WS-LT-CASE-ID (WS-LETTER-COUNT)
                   MOVE CH-ORDER-NUMBER TO
                       WS-LT-ORDER-NUMBER (WS-LETTER-COUNT)
                   MOVE CH-WITHHOLDING-AMOUNT TO
                       WS-LT-WITHHOLDING (WS-LETTER-COUNT)
                   MOVE WS-FINDING-TEXT TO
                       WS-LT-FINDING-TEXT (WS-LETTER-COUNT)
                   MOVE WS-LETTER-STAGE TO
                       WS-LT-STAGE (WS-LETTER-COUNT)
               ELSE
                   DISPLAY "LETTER TABLE FULL FOR EMPLOYER "
                       CH-EMPLOYER-ID ", CASE NOT LISTED: "
                       CH-CASE-ID
               END-IF
           END-IF.

       3100-REVIEW-ONE-ORDER-EXIT.
           EXIT.

       *> ==================================================
       *> STEP A NONCOMPLIANT ORDER ONE RUNG UP THE LADDER -
       *> FIRST LETTER, SECOND LETTER AFTER THE CURE PERIOD,
       *> THEN REFERRAL. A LETTER DATED TODAY IS REPRINTED,
       *> NEVER ESCALATED AGAIN
       *> ==================================================
       3200-ESCALATE.
           EVALUATE TRUE
               WHEN CH-STAGE-NONE
                   SET CH-STAGE-FIRST-LETTER TO TRUE
                   MOVE WS-RUN-DATE TO CH-FIRST-LETTER-DATE
                   MOVE "1" TO WS-LETTER-STAGE
                   MOVE "FIRST LETTER" TO WS-ACTION-TEXT
                   ADD 1 TO WS-FIRST-LETTER-COUNT

               WHEN CH-STAGE-FIRST-LETTER
                   IF CH-FIRST-LETTER-DATE = WS-RUN-DATE
                       MOVE "1" TO WS-LETTER-STAGE
                       MOVE "FIRST LETTER" TO WS-ACTION-TEXT
                       ADD 1 TO WS-FIRST-LETTER-COUNT
                       GO TO 3200-ESCALATE-EXIT
                   END-IF
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CH-FIRST-LETTER-DATE)
                   COMPUTE WS-DAYS-ELAPSED =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
                   IF WS-DAYS-ELAPSED > WS-CURE-PERIOD-DAYS
                       SET CH-STAGE-SECOND-LETTER TO TRUE
                       MOVE WS-RUN-DATE TO CH-SECOND-LETTER-DATE
                       MOVE "2" TO WS-LETTER-STAGE
                       MOVE "SECOND LETTER" TO WS-ACTION-TEXT
                       ADD 1 TO WS-SECOND-LETTER-COUNT
                   ELSE
                       MOVE "IN CURE PERIOD" TO WS-ACTION-TEXT
                   END-IF

               WHEN CH-STAGE-SECOND-LETTER
                   IF CH-SECOND-LETTER-DATE = WS-RUN-DATE
                       MOVE "2" TO WS-LETTER-STAGE
                       MOVE "SECOND LETTER" TO WS-ACTION-TEXT
                       ADD 1 TO WS-SECOND-LETTER-COUNT
                       GO TO 3200-ESCALATE-EXIT
                   END-IF
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CH-SECOND-LETTER-DATE)
                   COMPUTE WS-DAYS-ELAPSED =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
                   IF WS-DAYS-ELAPSED > WS-CURE-PERIOD-DAYS
                       MOVE "REFER FOR ENFORCEMENT" TO WS-ACTION-TEXT
                       ADD 1 TO WS-REFERRAL-COUNT
                   ELSE
                       MOVE "IN CURE PERIOD" TO WS-ACTION-TEXT
                   END-IF
           END-EVALUATE.

       3200-ESCALATE-EXIT.
           EXIT.

       *> ==================================================
       *> CONTROL BREAK - A NEW EMPLOYER'S ORDERS BEGIN
       *> ==================================================
       3800-OPEN-EMPLOYER.
           MOVE CH-EMPLOYER-ID TO WS-BREAK-EMPLOYER-ID
           MOVE 0 TO WS-BREAK-ACTIVE-COUNT
           MOVE 0 TO WS-BREAK-NONCOMP-COUNT
           MOVE 0 TO WS-LETTER-COUNT
           ADD 1 TO WS-EMPLOYERS-REVIEWED

           MOVE CH-EMPLOYER-ID TO EM-EMPLOYER-ID
           READ EMPLOYER-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-EMPLOYER-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-EMPLOYER-FOUND
           END-READ

           IF WS-EMPLOYER-FOUND = "N"
               MOVE SPACES TO EMPLOYER-MASTER-RECORD
               MOVE CH-EMPLOYER-ID TO EM-EMPLOYER-ID
               MOVE "(NOT ON MASTER)" TO EM-EMPLOYER-NAME
           END-IF

           MOVE SPACES TO CR-REPORT-LINE
           STRING "EMPLOYER " EM-EMPLOYER-ID " " EM-EMPLOYER-NAME
               " CONTACT " EM-CONTACT-NAME
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE.

       3800-OPEN-EMPLOYER-EXIT.
           EXIT.

       *> ==================================================
       *> CONTROL BREAK - THE EMPLOYER'S ORDERS ARE DONE:
       *> ITS SUMMARY LINE, THEN ITS LETTERS
       *> ==================================================
       3900-CLOSE-EMPLOYER.
           MOVE WS-BREAK-ACTIVE-COUNT TO WS-ED-COUNT
           MOVE WS-BREAK-NONCOMP-COUNT TO WS-ED-COUNT-2
           MOVE SPACES TO CR-REPORT-LINE
           STRING "  ACTIVE ORDERS: " WS-ED-COUNT
               "  NONCOMPLIANT: " WS-ED-COUNT-2
               DELIMITED BY SIZE INTO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE SPACES TO CR-REPORT-LINE
           WRITE CR-REPORT-LINE

           MOVE "1" TO WS-LETTER-STAGE
           PERFORM 3950-WRITE-LETTER THRU 3950-WRITE-LETTER-EXIT

           MOVE "2" TO WS-LETTER-STAGE
           PERFORM 3950-WRITE-LETTER THRU 3950-WRITE-LETTER-EXIT.

       3900-CLOSE-EMPLOYER-EXIT.
           EXIT.

       *> ==================================================
       *> ONE LETTER TO THE EMPLOYER CONTACT LISTING EVERY
       *> CASE BUFFERED AT THE STAGE IN WS-LETTER-STAGE
       *> ==================================================
       3950-WRITE-LETTER.
           MOVE 0 TO WS-LETTER-CASES
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LETTER-COUNT
               IF WS-LT-STAGE (WS-LT-SUB) = WS-LETTER-STAGE
                   ADD 1 TO WS-LETTER-CASES
               END-IF
           END-PERFORM

           IF WS-LETTER-CASES = 0
               GO TO 3950-WRITE-LETTER-EXIT
           END-IF

      *>   The employer master row for this employer is still in the
      *>   record area from the control break
           MOVE SPACES TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           MOVE SPACES TO NC-LETTER-LINE
           IF EM-CONTACT-NAME = SPACES
               STRING "ATTN: PAYROLL ADMINISTRATOR"
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
           ELSE
               STRING "ATTN: " EM-CONTACT-NAME
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
           END-IF
           WRITE NC-LETTER-LINE

           MOVE EM-EMPLOYER-NAME TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           MOVE EM-REMIT-ADDRESS TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           MOVE SPACES TO NC-LETTER-LINE
           STRING "EMPLOYER ID: " EM-EMPLOYER-ID
               "   DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           MOVE SPACES TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           IF WS-LETTER-STAGE = "1"
               MOVE "NOTICE OF INCOME WITHHOLDING NONCOMPLIANCE" TO
                   NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "OUR RECORDS SHOW THE INCOME WITHHOLDING "
                   "ORDERS BELOW ARE NOT BEING"
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "HONORED AS ORDERED. PLEASE WITHHOLD AND "
                   "REMIT THE ORDERED AMOUNTS"
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "WITHIN SEVEN BUSINESS DAYS OF EACH PAYDAY."
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE
           ELSE
               MOVE "SECOND NOTICE - INCOME WITHHOLDING NONCOMPLIANCE"
                   TO NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "THE ORDERS BELOW REMAIN OUT OF COMPLIANCE "
                   "SINCE OUR FIRST NOTICE."
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "AN EMPLOYER THAT FAILS TO WITHHOLD AS "
                   "ORDERED IS LIABLE FOR THE"
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE

               MOVE SPACES TO NC-LETTER-LINE
               STRING "AMOUNT NOT WITHHELD AND MAY BE SUBJECT TO "
                   "PENALTIES UNDER STATE LAW."
                   DELIMITED BY SIZE INTO NC-LETTER-LINE
               WRITE NC-LETTER-LINE
           END-IF

           MOVE SPACES TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE

           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LETTER-COUNT
               IF WS-LT-STAGE (WS-LT-SUB) = WS-LETTER-STAGE
                   MOVE WS-LT-WITHHOLDING (WS-LT-SUB) TO WS-ED-AMOUNT
                   MOVE SPACES TO NC-LETTER-LINE
                   STRING "CASE " WS-LT-CASE-ID (WS-LT-SUB)
                       " ORDER " WS-LT-ORDER-NUMBER (WS-LT-SUB)
                       " MONTHLY" WS-ED-AMOUNT " "
                       WS-LT-FINDING-TEXT (WS-LT-SUB)
                       DELIMITED BY SIZE INTO NC-LETTER-LINE
                   WRITE NC-LETTER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO NC-LETTER-LINE
           WRITE NC-LETTER-LINE.

       3950-WRITE-LETTER-EXIT.
           EXIT.

       *> ==================================================
       *> DATE EDIT - REAL CALENDAR DAYS ONLY
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
