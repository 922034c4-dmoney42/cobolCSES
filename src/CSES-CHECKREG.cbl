      *> the original is voided and a replacement disbursement is
      *> written to the reissue file, which the operator merges into
      *> the next payout run's disbursement input (the same re-feed
      *> arrangement the suspense resolution run uses). The
      *> replacement goes to the payee number the register row
      *> carries; a row whose payee cannot be resolved - no usable
      *> number, or a further payee no longer on the case-payee
      *> master - has its reissue held, the original left as it
      *> stands, and is listed for research.
      *>
      *> Pass three sweeps the register: outstanding items are
      *> reported by age bucket, and anything outstanding past the
           SELECT OPTIONAL CHECK-MAINTENANCE-FILE
               ASSIGN TO "data/check_maintenance.dat".

      *> Further payees on split-custody cases - a reissue has to go
      *> back out to the same payee the lost check was cut to, and
      *> that payee has to still be on file
           SELECT CASE-PAYEE-FILE
               ASSIGN TO "data/case_payee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-KEY
               FILE STATUS IS WS-CASE-PAYEE-FILE-STATUS.

           SELECT CHECK-REISSUE-FILE
               ASSIGN TO "data/check_reissue.dat".


       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.

       01  CHECK-REGISTER-RECORD.
               88  KR-STATUS-STOPPED     VALUE "S".
               88  KR-STATUS-ESCHEATED   VALUE "E".
           05  KR-STATUS-DATE            PIC 9(8).
      *>   00 the custodial-master payee, 01-99 a further payee
           05  KR-PAYEE-NUMBER           PIC X(02).
           05  KR-PAYEE-NUMBER-NUM REDEFINES KR-PAYEE-NUMBER
                                         PIC 9(02).

       FD  BANK-PAID-FILE
           LABEL RECORDS ARE STANDARD
               88  KM-ACTION-REISSUE     VALUE "RI".
           05  KM-CHECK-NUMBER       PIC X(08).

             COPY "CASE-PAYEE".

      *> Replacement disbursements in the payout run's input shape -
      *> the operator merges this file into the next payout run's
      *> disbursement input so the payee gets a fresh check

       01  CHECK-REISSUE-RECORD.
           05  RI-CASE-ID                PIC 9(8).
           05  RI-PAYEE-NAME             PIC X(18).
           05  RI-PAYEE-NUMBER           PIC X(02).
           05  RI-AMOUNT                 PIC 9(6)V99.
           05  RI-DISBURSEMENT-DATE      PIC 9(8).

       01  WS-CHECK-FOUND         PIC X VALUE "N".

       01  WS-REGISTER-FILE-STATUS     PIC X(02).
       01  WS-CASE-PAYEE-FILE-STATUS   PIC X(02).
       01  WS-CASE-PAYEE-AVAILABLE     PIC X VALUE "N".
       01  WS-REISSUE-PAYEE            PIC 9(02).
       01  WS-REISSUE-RESOLVED         PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TODAY-INTEGER       PIC 9(7).
           05  WS-STOP-COUNT               PIC 9(7)     VALUE 0.
           05  WS-REISSUE-COUNT            PIC 9(7)     VALUE 0.
           05  WS-REISSUE-TOTAL            PIC 9(9)V99  VALUE 0.
           05  WS-REISSUE-HELD-COUNT       PIC 9(7)     VALUE 0.
           05  WS-REISSUE-HELD-TOTAL       PIC 9(9)V99  VALUE 0.
           05  WS-MAINT-REJECT-COUNT       PIC 9(7)     VALUE 0.

       01  WS-SWEEP-COUNTERS.
       01  WS-ED-AMOUNT-2              PIC $$$,$$$,$$9.99.
       01  WS-ED-DAYS                  PIC ZZZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CHECK REGISTER MAINTENANCE STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "CHECKREG" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHECK-REGISTER-FILE.

           IF WS-REGISTER-FILE-STATUS = "35"
           OPEN INPUT BANK-PAID-FILE
                      CHECK-MAINTENANCE-FILE.

           OPEN INPUT CASE-PAYEE-FILE.
           IF WS-CASE-PAYEE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-PAYEE-AVAILABLE
           END-IF

           OPEN OUTPUT CHECK-REISSUE-FILE
                       OUTSTANDING-REPORT-FILE
                       ESCHEAT-LISTING-FILE
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           MOVE WS-REISSUE-HELD-COUNT TO WS-ED-COUNT
           MOVE WS-REISSUE-HELD-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO AR-REGISTER-LINE
           STRING "REISSUES HELD:      " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO AR-REGISTER-LINE
           WRITE AR-REGISTER-LINE

           DISPLAY "PAID ITEMS MATCHED: " WS-PAID-MATCHED-COUNT.
           DISPLAY "PAID EXCEPTIONS: " WS-PAID-EXCEPTION-COUNT.
           DISPLAY "CHECKS VOIDED: " WS-VOID-COUNT.
           DISPLAY "CHECKS STOPPED: " WS-STOP-COUNT.
           DISPLAY "CHECKS REISSUED: " WS-REISSUE-COUNT.
           DISPLAY "REISSUES HELD: " WS-REISSUE-HELD-COUNT.
           DISPLAY "CHECKS ESCHEATED: " WS-ESCHEATED-COUNT.

           CLOSE CHECK-REGISTER-FILE
                 ESCHEAT-LISTING-FILE
                 ACTIVITY-REGISTER-FILE.

           IF WS-CASE-PAYEE-AVAILABLE = "Y"
               CLOSE CASE-PAYEE-FILE
           END-IF

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "PAID MATCHED" TO JC-COUNT-LABEL(1)
           MOVE WS-PAID-MATCHED-COUNT TO JC-COUNT(1)
           MOVE "PAID EXCEPT" TO JC-COUNT-LABEL(2)
           MOVE WS-PAID-EXCEPTION-COUNT TO JC-COUNT(2)
           MOVE "MAINT REJECT" TO JC-COUNT-LABEL(3)
           MOVE WS-MAINT-REJECT-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CHECK REGISTER MAINTENANCE COMPLETE".

           STOP RUN.

               WHEN KM-ACTION-REISSUE AND
                    (KR-STATUS-OUTSTANDING OR KR-STATUS-STOPPED)
                   PERFORM 2200-FIND-REISSUE-PAYEE
                       THRU 2200-FIND-REISSUE-PAYEE-EXIT

                   IF WS-REISSUE-RESOLVED NOT = "Y"
                       PERFORM 2300-HOLD-REISSUE
                           THRU 2300-HOLD-REISSUE-EXIT
                       GO TO 2100-APPLY-MAINTENANCE-EXIT
                   END-IF

      *>           The lost original is voided and a replacement
      *>           disbursement goes out through the next payout run
                   SET KR-STATUS-VOID TO TRUE

                   MOVE KR-CASE-ID TO RI-CASE-ID
                   MOVE KR-PAYEE-NAME TO RI-PAYEE-NAME
                   MOVE WS-REISSUE-PAYEE TO RI-PAYEE-NUMBER
                   MOVE KR-AMOUNT TO RI-AMOUNT
                   MOVE WS-RUN-DATE TO RI-DISBURSEMENT-DATE
                   WRITE CHECK-REISSUE-RECORD
       2100-APPLY-MAINTENANCE-EXIT.
           EXIT.

       *> ==================================================
       *> THE PAYEE THE LOST CHECK WAS CUT TO, OFF ITS
       *> REGISTER ROW - A FURTHER PAYEE MUST STILL BE ON
       *> THE CASE-PAYEE MASTER, OR THE REISSUE IS HELD
       *> ==================================================
       2200-FIND-REISSUE-PAYEE.
           MOVE "N" TO WS-REISSUE-RESOLVED
           MOVE 0 TO WS-REISSUE-PAYEE

           IF KR-PAYEE-NUMBER NOT NUMERIC
               GO TO 2200-FIND-REISSUE-PAYEE-EXIT
           END-IF

           MOVE KR-PAYEE-NUMBER-NUM TO WS-REISSUE-PAYEE

           IF WS-REISSUE-PAYEE = 0
               MOVE "Y" TO WS-REISSUE-RESOLVED
               GO TO 2200-FIND-REISSUE-PAYEE-EXIT
           END-IF

           IF WS-CASE-PAYEE-AVAILABLE NOT = "Y"
               GO TO 2200-FIND-REISSUE-PAYEE-EXIT
           END-IF

           MOVE KR-CASE-ID TO PY-CASE-ID
           MOVE WS-REISSUE-PAYEE TO PY-PAYEE-NUMBER
           READ CASE-PAYEE-FILE
               INVALID KEY MOVE "N" TO WS-REISSUE-RESOLVED
               NOT INVALID KEY MOVE "Y" TO WS-REISSUE-RESOLVED
           END-READ.

       2200-FIND-REISSUE-PAYEE-EXIT.
           EXIT.

       *> ==================================================
       *> A REISSUE WHOSE PAYEE CANNOT BE RESOLVED - NOTHING
       *> IS VOIDED OR CUT, THE ITEM IS LISTED FOR RESEARCH
       *> AND THE RI IS RESUBMITTED ONCE THE PAYEE IS FIXED
       *> ==================================================
       2300-HOLD-REISSUE.
           ADD 1 TO WS-REISSUE-HELD-COUNT
           ADD KR-AMOUNT TO WS-REISSUE-HELD-TOTAL
           ADD 1 TO WS-MAINT-REJECT-COUNT

           MOVE KR-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO AR-REGISTER-LINE
           IF KR-PAYEE-NUMBER NOT NUMERIC
               STRING "CHECK " KM-CHECK-NUMBER " REISSUE HELD - CASE "
                   KR-CASE-ID " " WS-ED-AMOUNT " PAYEE NOT KNOWN"
                   DELIMITED BY SIZE INTO AR-REGISTER-LINE
           ELSE
               STRING "CHECK " KM-CHECK-NUMBER " REISSUE HELD - CASE "
                   KR-CASE-ID " " WS-ED-AMOUNT " PAYEE "
                   KR-PAYEE-NUMBER " NOT ON FILE"
                   DELIMITED BY SIZE INTO AR-REGISTER-LINE
           END-IF
           WRITE AR-REGISTER-LINE.

       2300-HOLD-REISSUE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE STILL-OUTSTANDING CHECK - BUCKET IT BY AGE,
       *> ESCHEAT IT IF IT WENT STALE
