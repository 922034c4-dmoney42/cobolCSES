      *> can be balanced against the disbursement file. Disbursements
      *> with no custodial record cannot be paid - they are held,
      *> counted separately, and listed on the register for research.
      *> On a split-custody case a disbursement carries the number of
      *> a further payee on the case-payee master; those shares are
      *> cut as checks to that payee, since the bank interface knows
      *> a deposit by case alone, and are held the same way when the
      *> payee row is gone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CU-CASE-ID
               FILE STATUS IS WS-CUSTODIAL-FILE-STATUS.

           SELECT CASE-PAYEE-FILE
               ASSIGN TO "data/case_payee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-KEY
               FILE STATUS IS WS-CASE-PAYEE-FILE-STATUS.

           SELECT DISBURSEMENT-FILE
               ASSIGN TO "data/disbursements.dat".

       FILE SECTION.

             COPY "CUSTODIAL-MASTER".
             COPY "CASE-PAYEE".

       FD  DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD

       01  DISBURSEMENT-RECORD.
           05  DB-CASE-ID                PIC 9(8).
           05  DB-PAYEE-NAME             PIC X(18).
      *>   00 (or spaces on older rows) is the custodial-master payee,
      *>   01-99 a further payee on the case-payee master
           05  DB-PAYEE-NUMBER           PIC X(02).
           05  DB-PAYEE-NUMBER-NUM REDEFINES DB-PAYEE-NUMBER
                                         PIC 9(02).
           05  DB-AMOUNT                 PIC 9(6)V99.
           05  DB-DISBURSEMENT-DATE      PIC 9(8).


       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.

       01  CHECK-REGISTER-RECORD.
      *>   Date of the last status movement - paid date off the bank
      *>   file, void/stop/escheat date otherwise
           05  KR-STATUS-DATE            PIC 9(8).
      *>   The payee the check was cut to, as the disbursement carried
      *>   it - 00 the custodial-master payee, 01-99 a further payee
      *>   on the case-payee master. A reissue goes back out by it.
           05  KR-PAYEE-NUMBER           PIC X(02).
           05  KR-PAYEE-NUMBER-NUM REDEFINES KR-PAYEE-NUMBER
                                         PIC 9(02).

       FD  CHECK-NUMBER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-EOF-DISBURSEMENTS   PIC X VALUE "N".
       01  WS-CUSTODIAL-FOUND     PIC X VALUE "N".

      *> Who this disbursement actually pays - the custodial-master
      *> payee, or a further payee on a split-custody case
       01  WS-FURTHER-PAYEE       PIC X VALUE "N".
       01  WS-PAYEE-FOUND         PIC X VALUE "N".
       01  WS-PAY-BY-EFT          PIC X VALUE "N".
       01  WS-PAY-NAME            PIC X(20).
       01  WS-PAY-ADDRESS         PIC X(30).
       01  WS-PAYEE-TAG           PIC X(09).
       01  WS-CASE-PAYEE-AVAILABLE PIC X VALUE "N".

       01  WS-CUSTODIAL-FILE-STATUS    PIC X(02).
       01  WS-CASE-PAYEE-FILE-STATUS   PIC X(02).
       01  WS-REGISTER-FILE-STATUS     PIC X(02).
       01  WS-CHECK-CONTROL-STATUS     PIC X(02).

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "DISBURSEMENT PAYOUT RUN STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "PAYOUT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTODIAL-MASTER-FILE
                      DISBURSEMENT-FILE.


           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *>   No case-payee master means no case has been split - a
      *>   share for a further payee is then held for research
           OPEN INPUT CASE-PAYEE-FILE.
           IF WS-CASE-PAYEE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CASE-PAYEE-AVAILABLE
           END-IF

       *> =========================================
       *> OPEN THE CHECK REGISTER MASTER AND LOAD
       *> OR INITIALIZE THE NEXT-CHECK-NUMBER CONTROL
               ADD DB-AMOUNT TO WS-GRAND-TOTAL
               MOVE DB-AMOUNT TO WS-ED-AMOUNT

               MOVE "N" TO WS-FURTHER-PAYEE
               MOVE SPACES TO WS-PAYEE-TAG
               IF DB-PAYEE-NUMBER IS NUMERIC AND
                  DB-PAYEE-NUMBER-NUM > 0
                   MOVE "Y" TO WS-FURTHER-PAYEE
                   STRING " PAYEE " DB-PAYEE-NUMBER
                       DELIMITED BY SIZE INTO WS-PAYEE-TAG
               END-IF

      *>       Direct deposit only rides on bank details the prenote
      *>       cycle has proven - pending or failed details pay by
      *>       check below, so the family still gets its money while
      *>       the zero-dollar test works the ACH network
               MOVE "N" TO WS-PAY-BY-EFT
               MOVE "N" TO WS-PAYEE-FOUND
               IF WS-FURTHER-PAYEE = "Y"
                   IF WS-CASE-PAYEE-AVAILABLE = "Y"
                       MOVE DB-CASE-ID TO PY-CASE-ID
                       MOVE DB-PAYEE-NUMBER-NUM TO PY-PAYEE-NUMBER
                       READ CASE-PAYEE-FILE
                           INVALID KEY MOVE "N" TO WS-PAYEE-FOUND
                           NOT INVALID KEY MOVE "Y" TO WS-PAYEE-FOUND
                       END-READ
                   END-IF
                   IF WS-PAYEE-FOUND = "Y"
                       MOVE PY-PAYEE-NAME TO WS-PAY-NAME
                       MOVE PY-ADDRESS TO WS-PAY-ADDRESS
                   END-IF
               ELSE
                   MOVE WS-CUSTODIAL-FOUND TO WS-PAYEE-FOUND
                   IF WS-CUSTODIAL-FOUND = "Y"
                       MOVE CU-PAYEE-NAME TO WS-PAY-NAME
                       MOVE CU-ADDRESS TO WS-PAY-ADDRESS
                       IF CU-METHOD-DIRECT-DEPOSIT AND
                          CU-PRENOTE-CLEARED
                           MOVE "Y" TO WS-PAY-BY-EFT
                       END-IF
                   END-IF
               END-IF

               IF WS-PAY-BY-EFT = "Y"
                   MOVE DB-CASE-ID TO EF-CASE-ID
                   MOVE CU-PAYEE-NAME TO EF-PAYEE-NAME
                   MOVE CU-BANK-ROUTING TO EF-BANK-ROUTING
                       DELIMITED BY SIZE INTO PR-REGISTER-LINE
                   WRITE PR-REGISTER-LINE
               ELSE
                   IF WS-PAYEE-FOUND = "Y"
      *>               The item gets its check number here and a
      *>               register row to live on from issue to paid,
      *>               void, or escheatment
                       MOVE CN-NEXT-CHECK-NUMBER TO CK-CHECK-NUMBER
                       MOVE DB-CASE-ID TO CK-CASE-ID
                       MOVE WS-PAY-NAME TO CK-PAYEE-NAME
                       MOVE WS-PAY-ADDRESS TO CK-ADDRESS
                       MOVE DB-AMOUNT TO CK-AMOUNT
                       MOVE DB-DISBURSEMENT-DATE TO CK-CHECK-DATE


                       MOVE CN-NEXT-CHECK-NUMBER TO KR-CHECK-NUMBER
                       MOVE DB-CASE-ID TO KR-CASE-ID
                       MOVE WS-PAY-NAME TO KR-PAYEE-NAME
                       MOVE DB-AMOUNT TO KR-AMOUNT
                       MOVE WS-RUN-DATE TO KR-ISSUE-DATE
                       SET KR-STATUS-OUTSTANDING TO TRUE
                       MOVE WS-RUN-DATE TO KR-STATUS-DATE
                       IF WS-FURTHER-PAYEE = "Y"
                           MOVE DB-PAYEE-NUMBER TO KR-PAYEE-NUMBER
                       ELSE
                           MOVE "00" TO KR-PAYEE-NUMBER
                       END-IF

                       WRITE CHECK-REGISTER-RECORD
                           INVALID KEY

                       MOVE SPACES TO PR-REGISTER-LINE
                       STRING "CASE " DB-CASE-ID " CHECK " WS-ED-AMOUNT
                           " " WS-PAY-NAME WS-PAYEE-TAG
                           DELIMITED BY SIZE INTO PR-REGISTER-LINE
                       WRITE PR-REGISTER-LINE

                       IF WS-FURTHER-PAYEE = "N" AND
                          CU-METHOD-DIRECT-DEPOSIT
      *>                   A direct-deposit payee cut as a check -
      *>                   the bank details are not prenote-proven
                           MOVE SPACES TO PR-REGISTER-LINE
                       ADD DB-AMOUNT TO WS-HELD-TOTAL

                       MOVE SPACES TO PR-REGISTER-LINE
                       IF WS-FURTHER-PAYEE = "Y"
                           STRING "CASE " DB-CASE-ID " HELD  "
                               WS-ED-AMOUNT " NO PAYEE RECORD"
                               WS-PAYEE-TAG
                               DELIMITED BY SIZE INTO PR-REGISTER-LINE
                       ELSE
                           STRING "CASE " DB-CASE-ID " HELD  "
                               WS-ED-AMOUNT " NO CUSTODIAL RECORD"
                               DELIMITED BY SIZE INTO PR-REGISTER-LINE
                       END-IF
                       WRITE PR-REGISTER-LINE
                   END-IF
               END-IF
                 CHECK-REGISTER-FILE
                 CHECK-NUMBER-CONTROL-FILE.

           IF WS-CASE-PAYEE-AVAILABLE = "Y"
               CLOSE CASE-PAYEE-FILE
           END-IF

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "EFT" TO JC-COUNT-LABEL(1)
           MOVE WS-EFT-COUNT TO JC-COUNT(1)
           MOVE "CHECKS" TO JC-COUNT-LABEL(2)
           MOVE WS-CHECK-COUNT TO JC-COUNT(2)
           MOVE "HELD" TO JC-COUNT-LABEL(3)
           MOVE WS-HELD-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "DISBURSEMENT PAYOUT RUN COMPLETE".

           STOP RUN.
