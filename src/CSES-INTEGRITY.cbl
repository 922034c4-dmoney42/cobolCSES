       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-INTEGRITY.

      *> Nightly cross-file referential integrity audit. Every master
      *> below keys on (or carries) the case ID, and each was written
      *> by a different program over the years; nothing else checks
      *> that they still agree with the parent master and the archive.
      *> This run opens everything INPUT - it changes nothing - and
      *> walks each file in key order, looking every case up on the
      *> parent master and, failing that, the archive master:
      *>
      *>   NO SUCH CASE  - on neither master (an orphan row)
      *>   ARCHIVED CASE - the case has been archived off the live
      *>                   master but this row was left behind (live
      *>                   rows only - balance history, completed
      *>                   tickler, holds, lifted referrals and payee
      *>                   assignments are history and stay behind)
      *>   CLOSED CASE   - enforcement or diary still standing on a
      *>                   closed case (intercept, bureau, referral,
      *>                   NMSN, and open tickler rows only)
      *>   NO CUSTODIAL  - a check register item for a case with no
      *>                   custodial record to say who was paid
      *>   NO SUCH CHILD - a child-payee assignment for a child not on
      *>                   the child master
      *>   CHILD MISMATCH - a child-payee assignment whose case is not
      *>                   the case the child master files the child
      *>                   under
      *>   NO SUCH PAYEE - a child assigned, or a check cut, to a
      *>                   further payee not on the case-payee master
      *>                   (payee 00, the custodial-master payee, is
      *>                   always good)
      *>
      *> The exception report lists every exception, then a summary
      *> by file and error type with counts, and ends with a single
      *> PASS/FAIL line for the operator to check before the nightly
      *> backup. A file not yet created is reported as not checked,
      *> not as a failure; a missing parent master fails the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT ARCHIVE-MASTER-FILE
               ASSIGN TO "data/archive_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CASE-ID
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CHILD-MASTER-FILE
               ASSIGN TO "data/child_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHILD-ID
               ALTERNATE RECORD KEY IS CC-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-CHILD-FILE-STATUS.

           SELECT CUSTODIAL-MASTER-FILE
               ASSIGN TO "data/custodial_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CASE-ID
               FILE STATUS IS WS-CUSTODIAL-FILE-STATUS.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO "data/payment_plan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CASE-ID
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT PAYER-XREF-FILE
               ASSIGN TO "data/payer_xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CASE-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT INTERGOV-CASE-FILE
               ASSIGN TO "data/intergov_case_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CASE-ID
               FILE STATUS IS WS-INTERGOV-FILE-STATUS.

           SELECT INTERCEPT-MASTER-FILE
               ASSIGN TO "data/intercept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CASE-ID
               FILE STATUS IS WS-INTERCEPT-FILE-STATUS.

           SELECT BUREAU-MASTER-FILE
               ASSIGN TO "data/bureau_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-CASE-ID
               FILE STATUS IS WS-BUREAU-FILE-STATUS.

           SELECT REFERRAL-MASTER-FILE
               ASSIGN TO "data/referral_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CASE-ID
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.

           SELECT NMSN-MASTER-FILE
               ASSIGN TO "data/nmsn_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-CASE-ID
               FILE STATUS IS WS-NMSN-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT TICKLER-MASTER-FILE
               ASSIGN TO "data/tickler_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TICKLER-KEY
               FILE STATUS IS WS-TICKLER-FILE-STATUS.

           SELECT CASE-PAYEE-FILE
               ASSIGN TO "data/case_payee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-KEY
               FILE STATUS IS WS-CASE-PAYEE-FILE-STATUS.

           SELECT CHILD-PAYEE-FILE
               ASSIGN TO "data/child_payee_assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHILD-ID
               FILE STATUS IS WS-CHILD-PAYEE-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "data/balance_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "data/integrity_exceptions.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "PARENT-MASTER".
             COPY "ARCHIVE-MASTER".
             COPY "CHILD-MASTER".
             COPY "CUSTODIAL-MASTER".

       FD  PAYMENT-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PAYMENT-PLAN-RECORD.

       01  PAYMENT-PLAN-RECORD.
           05  PP-CASE-ID            PIC 9(8).
           05  PP-MONTHLY-AMOUNT     PIC 9(4)V99.
           05  PP-START-DATE         PIC 9(8).
           05  PP-STATUS             PIC X(01).
           05  PP-PAID-THIS-PERIOD   PIC 9(6)V99.

             COPY "PAYER-XREF".
             COPY "INTERGOV-CASE".

       FD  INTERCEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS INTERCEPT-MASTER-RECORD.

       01  INTERCEPT-MASTER-RECORD.
           05  IN-CASE-ID            PIC 9(8).
           05  IN-CERTIFIED-AMOUNT   PIC 9(7)V99.
           05  IN-CERTIFIED-DATE     PIC 9(8).
           05  IN-LAST-SEEN-DATE     PIC 9(8).

       FD  BUREAU-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS BUREAU-MASTER-RECORD.

       01  BUREAU-MASTER-RECORD.
           05  BU-CASE-ID            PIC 9(8).
           05  BU-REPORTED-BALANCE   PIC 9(7)V99.
           05  BU-FIRST-REPORT-DATE  PIC 9(8).
           05  BU-LAST-REPORT-DATE   PIC 9(8).
           05  BU-DISPUTE-FLAG       PIC X(01).
           05  BU-LAST-SEEN-DATE     PIC 9(8).

       FD  REFERRAL-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REFERRAL-MASTER-RECORD.

       01  REFERRAL-MASTER-RECORD.
           05  RF-CASE-ID            PIC 9(8).
           05  RF-STATUS             PIC X(01).
               88  RF-STATUS-REFERRED    VALUE "R".
               88  RF-STATUS-LIFTED      VALUE "L".
           05  RF-REFERRAL-DATE      PIC 9(8).
           05  RF-LIFT-DATE          PIC 9(8).

       FD  NMSN-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS NMSN-MASTER-RECORD.

       01  NMSN-MASTER-RECORD.
           05  NM-CASE-ID            PIC 9(8).
           05  NM-EMPLOYER-NAME      PIC X(20).
           05  NM-SENT-DATE          PIC 9(8).

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.

       01  CHECK-REGISTER-RECORD.
           05  KR-CHECK-NUMBER           PIC 9(8).
           05  KR-CASE-ID                PIC 9(8).
           05  KR-PAYEE-NAME             PIC X(20).
           05  KR-AMOUNT                 PIC 9(6)V99.
           05  KR-ISSUE-DATE             PIC 9(8).
           05  KR-STATUS                 PIC X(01).
           05  KR-STATUS-DATE            PIC 9(8).
           05  KR-PAYEE-NUMBER           PIC X(02).

             COPY "TICKLER-MASTER".
             COPY "CASE-PAYEE".
             COPY "CHILD-PAYEE".
             COPY "BALANCE-HISTORY".
             COPY "CASE-HOLD".

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IX-REPORT-LINE.

       01  IX-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-ROWS            PIC X VALUE "N".
       01  WS-PARENT-FOUND        PIC X VALUE "N".
       01  WS-ARCHIVE-FOUND       PIC X VALUE "N".
       01  WS-CUSTODIAL-FOUND     PIC X VALUE "N".
       01  WS-ARCHIVE-PRESENT     PIC X VALUE "N".
       01  WS-CUSTODIAL-PRESENT   PIC X VALUE "N".
       01  WS-CHILD-FOUND         PIC X VALUE "N".
       01  WS-CHILD-PRESENT       PIC X VALUE "N".
       01  WS-CASE-PAYEE-FOUND    PIC X VALUE "N".
       01  WS-CASE-PAYEE-PRESENT  PIC X VALUE "N".

       01  WS-PARENT-FILE-STATUS     PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS    PIC X(02).
       01  WS-CHILD-FILE-STATUS      PIC X(02).
       01  WS-CUSTODIAL-FILE-STATUS  PIC X(02).
       01  WS-PLAN-FILE-STATUS       PIC X(02).
       01  WS-XREF-FILE-STATUS       PIC X(02).
       01  WS-INTERGOV-FILE-STATUS   PIC X(02).
       01  WS-INTERCEPT-FILE-STATUS  PIC X(02).
       01  WS-BUREAU-FILE-STATUS     PIC X(02).
       01  WS-REFERRAL-FILE-STATUS   PIC X(02).
       01  WS-NMSN-FILE-STATUS       PIC X(02).
       01  WS-REGISTER-FILE-STATUS   PIC X(02).
       01  WS-TICKLER-FILE-STATUS    PIC X(02).
       01  WS-CASE-PAYEE-FILE-STATUS PIC X(02).
       01  WS-CHILD-PAYEE-FILE-STATUS PIC X(02).
       01  WS-HISTORY-FILE-STATUS    PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).

      *> Files audited, in the order walked and reported
       01  WS-FILE-NAME-LIST.
           05  FILLER  PIC X(20) VALUE "CHILD MASTER".
           05  FILLER  PIC X(20) VALUE "CUSTODIAL MASTER".
           05  FILLER  PIC X(20) VALUE "PAYMENT PLAN MASTER".
           05  FILLER  PIC X(20) VALUE "PAYER XREF".
           05  FILLER  PIC X(20) VALUE "INTERGOV CASE MASTER".
           05  FILLER  PIC X(20) VALUE "INTERCEPT MASTER".
           05  FILLER  PIC X(20) VALUE "BUREAU MASTER".
           05  FILLER  PIC X(20) VALUE "REFERRAL MASTER".
           05  FILLER  PIC X(20) VALUE "NMSN MASTER".
           05  FILLER  PIC X(20) VALUE "CHECK REGISTER".
           05  FILLER  PIC X(20) VALUE "TICKLER MASTER".
           05  FILLER  PIC X(20) VALUE "CASE PAYEE MASTER".
           05  FILLER  PIC X(20) VALUE "CHILD PAYEE ASSIGN".
           05  FILLER  PIC X(20) VALUE "BALANCE HISTORY".
           05  FILLER  PIC X(20) VALUE "CASE HOLD MASTER".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           05  WS-FL-NAME OCCURS 15 TIMES   PIC X(20).
       01  WS-FILE-COUNT               PIC 9(2) VALUE 15.

       01  WS-ERROR-TYPE-LIST.
           05  FILLER  PIC X(14) VALUE "NO SUCH CASE".
           05  FILLER  PIC X(14) VALUE "ARCHIVED CASE".
           05  FILLER  PIC X(14) VALUE "CLOSED CASE".
           05  FILLER  PIC X(14) VALUE "NO CUSTODIAL".
           05  FILLER  PIC X(14) VALUE "NO SUCH CHILD".
           05  FILLER  PIC X(14) VALUE "CHILD MISMATCH".
           05  FILLER  PIC X(14) VALUE "NO SUCH PAYEE".
       01  WS-ERROR-TYPE-TABLE REDEFINES WS-ERROR-TYPE-LIST.
           05  WS-ET-NAME OCCURS 7 TIMES    PIC X(14).
       01  WS-ERROR-TYPE-COUNT         PIC 9(1) VALUE 7.

       01  WS-FILE-STATS.
           05  WS-FILE-STAT OCCURS 15 TIMES.
               10  WS-FL-PRESENT         PIC X(01).
               10  WS-FL-ROWS-READ       PIC 9(07).
               10  WS-FL-EXCEPTIONS      PIC 9(07).
               10  WS-FL-TYPE-COUNT OCCURS 7 TIMES
                                         PIC 9(07).

       01  WS-FILE-SUB                 PIC 9(2).
       01  WS-TYPE-SUB                 PIC 9(1).

      *> The row being checked - which file, the case it names, its
      *> own key as printed, and whether a closed or an archived
      *> case is an error for this file
       01  WS-CHECK-CASE-ID            PIC 9(8).
       01  WS-EX-FILE-SUB              PIC 9(2).
       01  WS-EX-TYPE-SUB              PIC 9(1).
       01  WS-EX-KEY                   PIC X(19).
       01  WS-CLOSED-IS-ERROR          PIC X(01).
       01  WS-ARCHIVED-IS-ERROR        PIC X(01).

       01  WS-CASE-STANDING            PIC X(01).
           88  WS-CASE-LIVE-OPEN           VALUE "O".
           88  WS-CASE-LIVE-CLOSED         VALUE "C".
           88  WS-CASE-ARCHIVED            VALUE "A".
           88  WS-CASE-MISSING             VALUE "M".

       01  WS-INTEGRITY-COUNTERS.
           05  WS-ROWS-CHECKED             PIC 9(7) VALUE 0.
           05  WS-TOTAL-EXCEPTIONS         PIC 9(7) VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-2               PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "REFERENTIAL INTEGRITY AUDIT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "INTEGRITY" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   Nothing can be checked without the parent master
           OPEN INPUT PARENT-MASTER-FILE.

           IF WS-PARENT-FILE-STATUS NOT = "00"
               DISPLAY "PARENT MASTER WILL NOT OPEN, STATUS "
                   WS-PARENT-FILE-STATUS
               MOVE "PARENT MASTER NOT AVAILABLE" TO JC-MESSAGE
               SET JC-REQUEST-FAIL TO TRUE
               CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>   No archive master yet simply means nothing is archived
           OPEN INPUT ARCHIVE-MASTER-FILE.

           IF WS-ARCHIVE-FILE-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-PRESENT
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           INITIALIZE WS-FILE-STATS

           MOVE SPACES TO IX-REPORT-LINE
           STRING "REFERENTIAL INTEGRITY AUDIT - EXCEPTIONS  "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE SPACES TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

       *> ==================================================
       *> WALK EVERY CASE-KEYED FILE AGAINST THE PARENT AND
       *> ARCHIVE MASTERS
       *> ==================================================
           PERFORM 2100-WALK-CHILDREN THRU 2100-WALK-CHILDREN-EXIT.
           PERFORM 2200-WALK-CUSTODIAL THRU 2200-WALK-CUSTODIAL-EXIT.
           PERFORM 2300-WALK-PLANS THRU 2300-WALK-PLANS-EXIT.
           PERFORM 2400-WALK-XREF THRU 2400-WALK-XREF-EXIT.
           PERFORM 2500-WALK-INTERGOV THRU 2500-WALK-INTERGOV-EXIT.
           PERFORM 2600-WALK-INTERCEPT THRU 2600-WALK-INTERCEPT-EXIT.
           PERFORM 2700-WALK-BUREAU THRU 2700-WALK-BUREAU-EXIT.
           PERFORM 2800-WALK-REFERRAL THRU 2800-WALK-REFERRAL-EXIT.
           PERFORM 2900-WALK-NMSN THRU 2900-WALK-NMSN-EXIT.
           PERFORM 3000-WALK-CHECK-REGISTER
               THRU 3000-WALK-CHECK-REGISTER-EXIT.
           PERFORM 3100-WALK-TICKLER THRU 3100-WALK-TICKLER-EXIT.
           PERFORM 3200-WALK-CASE-PAYEES
               THRU 3200-WALK-CASE-PAYEES-EXIT.
           PERFORM 3300-WALK-CHILD-PAYEES
               THRU 3300-WALK-CHILD-PAYEES-EXIT.
           PERFORM 3400-WALK-BALANCE-HISTORY
               THRU 3400-WALK-BALANCE-HISTORY-EXIT.
           PERFORM 3500-WALK-CASE-HOLDS
               THRU 3500-WALK-CASE-HOLDS-EXIT.

           IF WS-TOTAL-EXCEPTIONS = 0
               MOVE SPACES TO IX-REPORT-LINE
               STRING "  NO EXCEPTIONS"
                   DELIMITED BY SIZE INTO IX-REPORT-LINE
               WRITE IX-REPORT-LINE
           END-IF

       *> ==================================================
       *> SUMMARY BY FILE AND ERROR TYPE, THEN THE LINE THE
       *> OPERATOR CHECKS
       *> ==================================================
           MOVE SPACES TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE "SUMMARY BY FILE AND ERROR TYPE" TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE SPACES TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM 4100-PRINT-FILE-SUMMARY
                   THRU 4100-PRINT-FILE-SUMMARY-EXIT
           END-PERFORM.

           MOVE SPACES TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE WS-ROWS-CHECKED TO WS-ED-COUNT
           MOVE SPACES TO IX-REPORT-LINE
           STRING "ROWS CHECKED:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE WS-TOTAL-EXCEPTIONS TO WS-ED-COUNT
           MOVE SPACES TO IX-REPORT-LINE
           STRING "TOTAL EXCEPTIONS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE SPACES TO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           MOVE SPACES TO IX-REPORT-LINE
           IF WS-TOTAL-EXCEPTIONS = 0
               STRING "INTEGRITY AUDIT: PASS"
                   DELIMITED BY SIZE INTO IX-REPORT-LINE
           ELSE
               STRING "INTEGRITY AUDIT: FAIL - " WS-ED-COUNT
                   " EXCEPTIONS"
                   DELIMITED BY SIZE INTO IX-REPORT-LINE
           END-IF
           WRITE IX-REPORT-LINE

           DISPLAY IX-REPORT-LINE.

           CLOSE PARENT-MASTER-FILE
                 EXCEPTION-REPORT-FILE.

           IF WS-ARCHIVE-PRESENT = "Y"
               CLOSE ARCHIVE-MASTER-FILE
           END-IF

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ROWS CHECKED" TO JC-COUNT-LABEL(1)
           MOVE WS-ROWS-CHECKED TO JC-COUNT(1)
           MOVE "EXCEPTIONS" TO JC-COUNT-LABEL(2)
           MOVE WS-TOTAL-EXCEPTIONS TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "REFERENTIAL INTEGRITY AUDIT COMPLETE".

           STOP RUN.

       *> ==================================================
       *> WHERE DOES WS-CHECK-CASE-ID STAND - LIVE (OPEN OR
       *> CLOSED), ARCHIVED, OR ON NEITHER MASTER
       *> ==================================================
       1100-CLASSIFY-CASE.
           MOVE WS-CHECK-CASE-ID TO PM-PARENT-ID
           READ PARENT-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-PARENT-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-PARENT-FOUND
           END-READ

           IF WS-PARENT-FOUND = "Y"
               IF PM-CASE-CLOSED
                   SET WS-CASE-LIVE-CLOSED TO TRUE
               ELSE
                   SET WS-CASE-LIVE-OPEN TO TRUE
               END-IF
               GO TO 1100-CLASSIFY-CASE-EXIT
           END-IF

           SET WS-CASE-MISSING TO TRUE

           IF WS-ARCHIVE-PRESENT = "Y"
               MOVE WS-CHECK-CASE-ID TO AM-CASE-ID
               READ ARCHIVE-MASTER-FILE
                   INVALID KEY MOVE "N" TO WS-ARCHIVE-FOUND
                   NOT INVALID KEY MOVE "Y" TO WS-ARCHIVE-FOUND
               END-READ

               IF WS-ARCHIVE-FOUND = "Y"
                   SET WS-CASE-ARCHIVED TO TRUE
               END-IF
           END-IF.

       1100-CLASSIFY-CASE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE ROW'S CASE CHECKED - THE CALLER HAS SET THE
       *> FILE, CASE, KEY, AND WHETHER CLOSED OR ARCHIVED
       *> IS AN ERROR
       *> ==================================================
       1200-CHECK-CASE-ROW.
           ADD 1 TO WS-FL-ROWS-READ (WS-EX-FILE-SUB)
           ADD 1 TO WS-ROWS-CHECKED

           PERFORM 1100-CLASSIFY-CASE THRU 1100-CLASSIFY-CASE-EXIT

           EVALUATE TRUE
               WHEN WS-CASE-MISSING
                   MOVE 1 TO WS-EX-TYPE-SUB
               WHEN WS-CASE-ARCHIVED AND WS-ARCHIVED-IS-ERROR = "Y"
                   MOVE 2 TO WS-EX-TYPE-SUB
               WHEN WS-CASE-LIVE-CLOSED AND WS-CLOSED-IS-ERROR = "Y"
                   MOVE 3 TO WS-EX-TYPE-SUB
               WHEN OTHER
                   GO TO 1200-CHECK-CASE-ROW-EXIT
           END-EVALUATE

           PERFORM 8100-WRITE-EXCEPTION THRU 8100-WRITE-EXCEPTION-EXIT.

       1200-CHECK-CASE-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> CHILD MASTER - EVERY CHILD'S CASE MUST BE LIVE
       *> (THE RETENTION RUN ARCHIVES CHILDREN WITH THEIR
       *> CASE)
       *> ==================================================
       2100-WALK-CHILDREN.
           MOVE 1 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT CHILD-MASTER-FILE
           IF WS-CHILD-FILE-STATUS NOT = "00"
               GO TO 2100-WALK-CHILDREN-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO CC-CHILD-ID
           START CHILD-MASTER-FILE KEY IS NOT LESS THAN CC-CHILD-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CHILD-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE CC-PARENT-ID TO WS-CHECK-CASE-ID
               MOVE CC-CHILD-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ CHILD-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CHILD-MASTER-FILE.

       2100-WALK-CHILDREN-EXIT.
           EXIT.

       *> ==================================================
       *> CUSTODIAL MASTER
       *> ==================================================
       2200-WALK-CUSTODIAL.
           MOVE 2 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT CUSTODIAL-MASTER-FILE
           IF WS-CUSTODIAL-FILE-STATUS NOT = "00"
               GO TO 2200-WALK-CUSTODIAL-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO CU-CASE-ID
           START CUSTODIAL-MASTER-FILE KEY IS NOT LESS THAN CU-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CUSTODIAL-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE CU-CASE-ID TO WS-CHECK-CASE-ID
               MOVE CU-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ CUSTODIAL-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CUSTODIAL-MASTER-FILE.

       2200-WALK-CUSTODIAL-EXIT.
           EXIT.

       *> ==================================================
       *> PAYMENT PLAN MASTER
       *> ==================================================
       2300-WALK-PLANS.
           MOVE 3 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               GO TO 2300-WALK-PLANS-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO PP-CASE-ID
           START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE PP-CASE-ID TO WS-CHECK-CASE-ID
               MOVE PP-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE PAYMENT-PLAN-FILE.

       2300-WALK-PLANS-EXIT.
           EXIT.

       *> ==================================================
       *> PAYER CROSS-REFERENCE
       *> ==================================================
       2400-WALK-XREF.
           MOVE 4 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT PAYER-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 2400-WALK-XREF-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO XR-CASE-ID
           START PAYER-XREF-FILE KEY IS NOT LESS THAN XR-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ PAYER-XREF-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE XR-CASE-ID TO WS-CHECK-CASE-ID
               MOVE XR-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ PAYER-XREF-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE PAYER-XREF-FILE.

       2400-WALK-XREF-EXIT.
           EXIT.

       *> ==================================================
       *> INTERGOVERNMENTAL CASE MASTER
       *> ==================================================
       2500-WALK-INTERGOV.
           MOVE 5 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT INTERGOV-CASE-FILE
           IF WS-INTERGOV-FILE-STATUS NOT = "00"
               GO TO 2500-WALK-INTERGOV-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO IG-CASE-ID
           START INTERGOV-CASE-FILE KEY IS NOT LESS THAN IG-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ INTERGOV-CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE IG-CASE-ID TO WS-CHECK-CASE-ID
               MOVE IG-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ INTERGOV-CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE INTERGOV-CASE-FILE.

       2500-WALK-INTERGOV-EXIT.
           EXIT.

       *> ==================================================
       *> INTERCEPT MASTER - A CERTIFICATION STANDING ON A
       *> CLOSED CASE IS AN ERROR TOO
       *> ==================================================
       2600-WALK-INTERCEPT.
           MOVE 6 TO WS-EX-FILE-SUB
           MOVE "Y" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT INTERCEPT-MASTER-FILE
           IF WS-INTERCEPT-FILE-STATUS NOT = "00"
               GO TO 2600-WALK-INTERCEPT-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO IN-CASE-ID
           START INTERCEPT-MASTER-FILE KEY IS NOT LESS THAN IN-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ INTERCEPT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE IN-CASE-ID TO WS-CHECK-CASE-ID
               MOVE IN-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ INTERCEPT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE INTERCEPT-MASTER-FILE.

       2600-WALK-INTERCEPT-EXIT.
           EXIT.

       *> ==================================================
       *> BUREAU MASTER - A TRADELINE STILL REPORTED ON A
       *> CLOSED CASE IS AN ERROR TOO
       *> ==================================================
       2700-WALK-BUREAU.
           MOVE 7 TO WS-EX-FILE-SUB
           MOVE "Y" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT BUREAU-MASTER-FILE
           IF WS-BUREAU-FILE-STATUS NOT = "00"
               GO TO 2700-WALK-BUREAU-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO BU-CASE-ID
           START BUREAU-MASTER-FILE KEY IS NOT LESS THAN BU-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ BUREAU-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE BU-CASE-ID TO WS-CHECK-CASE-ID
               MOVE BU-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ BUREAU-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE BUREAU-MASTER-FILE.

       2700-WALK-BUREAU-EXIT.
           EXIT.

       *> ==================================================
       *> REFERRAL MASTER - A CASE STILL STANDING REFERRED
       *> WHILE CLOSED IS AN ERROR; A LIFTED ROW IS HISTORY
       *> ==================================================
       2800-WALK-REFERRAL.
           MOVE 8 TO WS-EX-FILE-SUB

           OPEN INPUT REFERRAL-MASTER-FILE
           IF WS-REFERRAL-FILE-STATUS NOT = "00"
               GO TO 2800-WALK-REFERRAL-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO RF-CASE-ID
           START REFERRAL-MASTER-FILE KEY IS NOT LESS THAN RF-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ REFERRAL-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               IF RF-STATUS-REFERRED
                   MOVE "Y" TO WS-CLOSED-IS-ERROR
                   MOVE "Y" TO WS-ARCHIVED-IS-ERROR
               ELSE
                   MOVE "N" TO WS-CLOSED-IS-ERROR
                   MOVE "N" TO WS-ARCHIVED-IS-ERROR
               END-IF
               MOVE RF-CASE-ID TO WS-CHECK-CASE-ID
               MOVE RF-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ REFERRAL-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE REFERRAL-MASTER-FILE.

       2800-WALK-REFERRAL-EXIT.
           EXIT.

       *> ==================================================
       *> NMSN MASTER - A NOTICE STANDING WITH AN EMPLOYER
       *> ON A CLOSED CASE IS AN ERROR TOO
       *> ==================================================
       2900-WALK-NMSN.
           MOVE 9 TO WS-EX-FILE-SUB
           MOVE "Y" TO WS-CLOSED-IS-ERROR
           MOVE "Y" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT NMSN-MASTER-FILE
           IF WS-NMSN-FILE-STATUS NOT = "00"
               GO TO 2900-WALK-NMSN-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO NM-CASE-ID
           START NMSN-MASTER-FILE KEY IS NOT LESS THAN NM-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ NMSN-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE NM-CASE-ID TO WS-CHECK-CASE-ID
               MOVE NM-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ NMSN-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE NMSN-MASTER-FILE.

       2900-WALK-NMSN-EXIT.
           EXIT.

       *> ==================================================
       *> CHECK REGISTER - EVERY CHECK MUST HAVE A CUSTODIAL
       *> RECORD BEHIND IT SAYING WHO IT WAS CUT TO, AND A
       *> CHECK CUT TO A FURTHER PAYEE THAT PAYEE'S ROW
       *> ==================================================
       3000-WALK-CHECK-REGISTER.
           MOVE 10 TO WS-EX-FILE-SUB

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               GO TO 3000-WALK-CHECK-REGISTER-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-CUSTODIAL-PRESENT
           OPEN INPUT CUSTODIAL-MASTER-FILE
           IF WS-CUSTODIAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTODIAL-PRESENT
           END-IF

           PERFORM 8200-OPEN-CASE-PAYEES THRU 8200-OPEN-CASE-PAYEES-EXIT

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO KR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN KR-CHECK-NUMBER
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               ADD 1 TO WS-FL-ROWS-READ (WS-EX-FILE-SUB)
               ADD 1 TO WS-ROWS-CHECKED

               MOVE "N" TO WS-CUSTODIAL-FOUND
               IF WS-CUSTODIAL-PRESENT = "Y"
                   MOVE KR-CASE-ID TO CU-CASE-ID
                   READ CUSTODIAL-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-CUSTODIAL-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-CUSTODIAL-FOUND
                   END-READ
               END-IF

               IF WS-CUSTODIAL-FOUND = "N"
                   MOVE KR-CASE-ID TO WS-CHECK-CASE-ID
                   MOVE KR-CHECK-NUMBER TO WS-EX-KEY
                   MOVE 4 TO WS-EX-TYPE-SUB
                   PERFORM 8100-WRITE-EXCEPTION
                       THRU 8100-WRITE-EXCEPTION-EXIT
               END-IF

               IF KR-PAYEE-NUMBER IS NUMERIC AND
                  KR-PAYEE-NUMBER NOT = "00"
                   MOVE KR-CASE-ID TO WS-CHECK-CASE-ID
                   MOVE KR-PAYEE-NUMBER TO PY-PAYEE-NUMBER
                   PERFORM 8300-FIND-CASE-PAYEE
                       THRU 8300-FIND-CASE-PAYEE-EXIT
                   IF WS-CASE-PAYEE-FOUND = "N"
                       MOVE KR-CHECK-NUMBER TO WS-EX-KEY
                       MOVE 7 TO WS-EX-TYPE-SUB
                       PERFORM 8100-WRITE-EXCEPTION
                           THRU 8100-WRITE-EXCEPTION-EXIT
                   END-IF
               END-IF

               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CHECK-REGISTER-FILE

           IF WS-CUSTODIAL-PRESENT = "Y"
               CLOSE CUSTODIAL-MASTER-FILE
           END-IF

           IF WS-CASE-PAYEE-PRESENT = "Y"
               CLOSE CASE-PAYEE-FILE
           END-IF.

       3000-WALK-CHECK-REGISTER-EXIT.
           EXIT.

       *> ==================================================
       *> TICKLER MASTER - AN OPEN DIARY ENTRY ON A CLOSED
       *> CASE IS AN ERROR; A COMPLETED ONE IS HISTORY
       *> ==================================================
       3100-WALK-TICKLER.
           MOVE 11 TO WS-EX-FILE-SUB

           OPEN INPUT TICKLER-MASTER-FILE
           IF WS-TICKLER-FILE-STATUS NOT = "00"
               GO TO 3100-WALK-TICKLER-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO TK-TICKLER-KEY
           START TICKLER-MASTER-FILE
               KEY IS NOT LESS THAN TK-TICKLER-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ TICKLER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               IF TK-STATUS-OPEN
                   MOVE "Y" TO WS-CLOSED-IS-ERROR
                   MOVE "Y" TO WS-ARCHIVED-IS-ERROR
               ELSE
                   MOVE "N" TO WS-CLOSED-IS-ERROR
                   MOVE "N" TO WS-ARCHIVED-IS-ERROR
               END-IF
               MOVE TK-CASE-ID TO WS-CHECK-CASE-ID
               MOVE TK-TICKLER-KEY TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ TICKLER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE TICKLER-MASTER-FILE.

       3100-WALK-TICKLER-EXIT.
           EXIT.

       *> ==================================================
       *> CASE-PAYEE MASTER - EVERY FURTHER PAYEE'S CASE
       *> MUST BE ON THE PARENT MASTER OR THE ARCHIVE
       *> ==================================================
       3200-WALK-CASE-PAYEES.
           MOVE 12 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "N" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT CASE-PAYEE-FILE
           IF WS-CASE-PAYEE-FILE-STATUS NOT = "00"
               GO TO 3200-WALK-CASE-PAYEES-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO PY-PAYEE-KEY
           START CASE-PAYEE-FILE KEY IS NOT LESS THAN PY-PAYEE-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CASE-PAYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE PY-CASE-ID TO WS-CHECK-CASE-ID
               MOVE PY-PAYEE-KEY TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ CASE-PAYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CASE-PAYEE-FILE.

       3200-WALK-CASE-PAYEES-EXIT.
           EXIT.

       *> ==================================================
       *> CHILD-PAYEE ASSIGNMENT - THE CASE ON EITHER MASTER,
       *> THE CHILD ON THE CHILD MASTER UNDER THAT CASE (AN
       *> ARCHIVED CASE'S CHILDREN WENT TO THE ARCHIVE WITH
       *> IT), AND THE PAYEE 00 OR ON THE CASE-PAYEE MASTER
       *> ==================================================
       3300-WALK-CHILD-PAYEES.
           MOVE 13 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "N" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT CHILD-PAYEE-FILE
           IF WS-CHILD-PAYEE-FILE-STATUS NOT = "00"
               GO TO 3300-WALK-CHILD-PAYEES-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-CHILD-PRESENT
           OPEN INPUT CHILD-MASTER-FILE
           IF WS-CHILD-FILE-STATUS = "00"
               MOVE "Y" TO WS-CHILD-PRESENT
           END-IF

           PERFORM 8200-OPEN-CASE-PAYEES THRU 8200-OPEN-CASE-PAYEES-EXIT

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO CX-CHILD-ID
           START CHILD-PAYEE-FILE KEY IS NOT LESS THAN CX-CHILD-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CHILD-PAYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE CX-CASE-ID TO WS-CHECK-CASE-ID
               MOVE CX-CHILD-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               MOVE "N" TO WS-CHILD-FOUND
               IF WS-CHILD-PRESENT = "Y"
                   MOVE CX-CHILD-ID TO CC-CHILD-ID
                   READ CHILD-MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-CHILD-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-CHILD-FOUND
                   END-READ
               END-IF

               IF WS-CHILD-FOUND = "N"
                   IF NOT WS-CASE-ARCHIVED
                       MOVE 5 TO WS-EX-TYPE-SUB
                       PERFORM 8100-WRITE-EXCEPTION
                           THRU 8100-WRITE-EXCEPTION-EXIT
                   END-IF
               ELSE
                   IF CC-PARENT-ID NOT = CX-CASE-ID
                       MOVE 6 TO WS-EX-TYPE-SUB
                       PERFORM 8100-WRITE-EXCEPTION
                           THRU 8100-WRITE-EXCEPTION-EXIT
                   END-IF
               END-IF

               IF CX-PAYEE-NUMBER NOT = 0
                   MOVE CX-PAYEE-NUMBER TO PY-PAYEE-NUMBER
                   PERFORM 8300-FIND-CASE-PAYEE
                       THRU 8300-FIND-CASE-PAYEE-EXIT
                   IF WS-CASE-PAYEE-FOUND = "N"
                       MOVE 7 TO WS-EX-TYPE-SUB
                       PERFORM 8100-WRITE-EXCEPTION
                           THRU 8100-WRITE-EXCEPTION-EXIT
                   END-IF
               END-IF

               READ CHILD-PAYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CHILD-PAYEE-FILE

           IF WS-CHILD-PRESENT = "Y"
               CLOSE CHILD-MASTER-FILE
           END-IF

           IF WS-CASE-PAYEE-PRESENT = "Y"
               CLOSE CASE-PAYEE-FILE
           END-IF.

       3300-WALK-CHILD-PAYEES-EXIT.
           EXIT.

       *> ==================================================
       *> BALANCE HISTORY - EVERY MONTH-END SNAPSHOT'S CASE
       *> MUST BE ON THE PARENT MASTER OR THE ARCHIVE
       *> ==================================================
       3400-WALK-BALANCE-HISTORY.
           MOVE 14 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "N" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               GO TO 3400-WALK-BALANCE-HISTORY-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO BH-HISTORY-KEY
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN BH-HISTORY-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE BH-CASE-ID TO WS-CHECK-CASE-ID
               MOVE BH-HISTORY-KEY TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE BALANCE-HISTORY-FILE.

       3400-WALK-BALANCE-HISTORY-EXIT.
           EXIT.

       *> ==================================================
       *> CASE HOLD MASTER - EVERY HOLD'S CASE MUST BE ON
       *> THE PARENT MASTER OR THE ARCHIVE (A DEATH HOLD ON
       *> A CLOSED CASE IS THE EXPECTED END STATE, NOT AN
       *> ERROR)
       *> ==================================================
       3500-WALK-CASE-HOLDS.
           MOVE 15 TO WS-EX-FILE-SUB
           MOVE "N" TO WS-CLOSED-IS-ERROR
           MOVE "N" TO WS-ARCHIVED-IS-ERROR

           OPEN INPUT CASE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               GO TO 3500-WALK-CASE-HOLDS-EXIT
           END-IF
           MOVE "Y" TO WS-FL-PRESENT (WS-EX-FILE-SUB)

           MOVE "N" TO WS-EOF-ROWS
           MOVE ZEROS TO HD-CASE-ID
           START CASE-HOLD-FILE KEY IS NOT LESS THAN HD-CASE-ID
               INVALID KEY MOVE "Y" TO WS-EOF-ROWS
           END-START

           IF WS-EOF-ROWS NOT = "Y"
               READ CASE-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-ROWS = "Y"
               MOVE HD-CASE-ID TO WS-CHECK-CASE-ID
               MOVE HD-CASE-ID TO WS-EX-KEY
               PERFORM 1200-CHECK-CASE-ROW
                   THRU 1200-CHECK-CASE-ROW-EXIT

               READ CASE-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-ROWS
               END-READ
           END-PERFORM

           CLOSE CASE-HOLD-FILE.

       3500-WALK-CASE-HOLDS-EXIT.
           EXIT.

       *> ==================================================
       *> ONE FILE'S SUMMARY - ROWS READ, THEN EACH ERROR
       *> TYPE THAT TURNED UP
       *> ==================================================
       4100-PRINT-FILE-SUMMARY.
           MOVE SPACES TO IX-REPORT-LINE

           IF WS-FL-PRESENT (WS-FILE-SUB) NOT = "Y"
               STRING WS-FL-NAME (WS-FILE-SUB)
                   "  NOT PRESENT - NOT CHECKED"
                   DELIMITED BY SIZE INTO IX-REPORT-LINE
               WRITE IX-REPORT-LINE
               GO TO 4100-PRINT-FILE-SUMMARY-EXIT
           END-IF

           MOVE WS-FL-ROWS-READ (WS-FILE-SUB) TO WS-ED-COUNT
           MOVE WS-FL-EXCEPTIONS (WS-FILE-SUB) TO WS-ED-COUNT-2
           STRING WS-FL-NAME (WS-FILE-SUB)
               "  ROWS " WS-ED-COUNT
               "  EXCEPTIONS " WS-ED-COUNT-2
               DELIMITED BY SIZE INTO IX-REPORT-LINE
           WRITE IX-REPORT-LINE

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-ERROR-TYPE-COUNT
               IF WS-FL-TYPE-COUNT (WS-FILE-SUB, WS-TYPE-SUB) > 0
                   MOVE WS-FL-TYPE-COUNT (WS-FILE-SUB, WS-TYPE-SUB)
                       TO WS-ED-COUNT
                   MOVE SPACES TO IX-REPORT-LINE
                   STRING "    " WS-ET-NAME (WS-TYPE-SUB)
                       "  " WS-ED-COUNT
                       DELIMITED BY SIZE INTO IX-REPORT-LINE
                   WRITE IX-REPORT-LINE
               END-IF
           END-PERFORM.

       4100-PRINT-FILE-SUMMARY-EXIT.
           EXIT.

       *> ==================================================
       *> COMMON - COUNT AND LIST ONE EXCEPTION
       *> ==================================================
       8100-WRITE-EXCEPTION.
           ADD 1 TO WS-FL-EXCEPTIONS (WS-EX-FILE-SUB)
           ADD 1 TO WS-FL-TYPE-COUNT (WS-EX-FILE-SUB, WS-EX-TYPE-SUB)
           ADD 1 TO WS-TOTAL-EXCEPTIONS

           MOVE SPACES TO IX-REPORT-LINE
           STRING "  " WS-FL-NAME (WS-EX-FILE-SUB)
               " " WS-ET-NAME (WS-EX-TYPE-SUB)
               " KEY " WS-EX-KEY
               " CASE " WS-CHECK-CASE-ID
               DELIMITED BY SIZE INTO IX-REPORT-LINE
           WRITE IX-REPORT-LINE.

       8100-WRITE-EXCEPTION-EXIT.
           EXIT.

       *> ==================================================
       *> THE CASE-PAYEE MASTER FOR LOOKUPS DURING ANOTHER
       *> FILE'S WALK - NOT YET CREATED MEANS NO FURTHER
       *> PAYEES ANYWHERE
       *> ==================================================
       8200-OPEN-CASE-PAYEES.
           MOVE "N" TO WS-CASE-PAYEE-PRESENT
           OPEN INPUT CASE-PAYEE-FILE
           IF WS-CASE-PAYEE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-PAYEE-PRESENT
           END-IF.

       8200-OPEN-CASE-PAYEES-EXIT.
           EXIT.

       *> ==================================================
       *> IS FURTHER PAYEE PY-PAYEE-NUMBER ON FILE UNDER
       *> WS-CHECK-CASE-ID
       *> ==================================================
       8300-FIND-CASE-PAYEE.
           MOVE "N" TO WS-CASE-PAYEE-FOUND

           IF WS-CASE-PAYEE-PRESENT NOT = "Y"
               GO TO 8300-FIND-CASE-PAYEE-EXIT
           END-IF

           MOVE WS-CHECK-CASE-ID TO PY-CASE-ID
           READ CASE-PAYEE-FILE
               INVALID KEY MOVE "N" TO WS-CASE-PAYEE-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-CASE-PAYEE-FOUND
           END-READ.

       8300-FIND-CASE-PAYEE-EXIT.
           EXIT.
