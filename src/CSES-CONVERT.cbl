      *> rollover against every case. The one-row checkpoint is
      *> carried across here with the serial starting at zero.
      *>
      *> The bank levy master grew 106 to 114 bytes - the payment
      *> date a remittance was posted under, which tells the levy
      *> run whether that money is on the case yet. Old rows carry
      *> it as zero, read as long since posted.
      *>
      *> The check register grew 61 to 63 bytes - the payee number
      *> the check was cut to, so a reissue goes back to the same
      *> payee. Every check on the register before this release was
      *> cut to the custodial-master payee, so old rows carry 00.
      *>
      *> The converted files are written to *_converted.dat so
      *> nothing is destroyed if this run is repeated or abends -
      *> after the record counts verify, the operator moves them
               RECORD KEY IS CP-CONTROL-ID
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT OLD-LEVY-MASTER-FILE
               ASSIGN TO "data/levy_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CASE-ID
               FILE STATUS IS WS-OLD-LEVY-STATUS.

           SELECT LEVY-MASTER-FILE
               ASSIGN TO "data/levy_master_converted.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-CASE-ID
               FILE STATUS IS WS-LEVY-FILE-STATUS.

           SELECT OLD-CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHECK-NUMBER
               FILE STATUS IS WS-OLD-REGISTER-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "data/check_register_converted.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CP-LAST-ROLLOVER-DATE     PIC 9(08).
           05  CP-RUN-SERIAL             PIC 9(06).

      *> The levy master as the PRIOR release laid it out - 106
      *> bytes, ending at the last-seen date
       FD  OLD-LEVY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS OLD-LEVY-MASTER-RECORD.

       01  OLD-LEVY-MASTER-RECORD.
           05  OV-CASE-ID            PIC 9(8).
           05  OV-STATUS             PIC X(01).
           05  OV-INSTITUTION-ID     PIC X(09).
           05  OV-INSTITUTION-NAME   PIC X(20).
           05  OV-ACCOUNT-NUMBER     PIC X(17).
           05  OV-LEVY-AMOUNT        PIC 9(7)V99.
           05  OV-FROZEN-AMOUNT      PIC 9(7)V99.
           05  OV-REMITTED-AMOUNT    PIC 9(7)V99.
           05  OV-ISSUE-DATE         PIC 9(8).
           05  OV-STATUS-DATE        PIC 9(8).
           05  OV-LAST-SEEN-DATE     PIC 9(8).

      *> The levy master as the levy run now carries it
       FD  LEVY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS LEVY-MASTER-RECORD.

       01  LEVY-MASTER-RECORD.
           05  LV-CASE-ID            PIC 9(8).
           05  LV-STATUS             PIC X(01).
           05  LV-INSTITUTION-ID     PIC X(09).
           05  LV-INSTITUTION-NAME   PIC X(20).
           05  LV-ACCOUNT-NUMBER     PIC X(17).
           05  LV-LEVY-AMOUNT        PIC 9(7)V99.
           05  LV-FROZEN-AMOUNT      PIC 9(7)V99.
           05  LV-REMITTED-AMOUNT    PIC 9(7)V99.
           05  LV-ISSUE-DATE         PIC 9(8).
           05  LV-STATUS-DATE        PIC 9(8).
           05  LV-LAST-SEEN-DATE     PIC 9(8).
           05  LV-REMIT-PAYMENT-DATE PIC 9(8).

      *> The check register as the PRIOR release laid it out - 61
      *> bytes, ending at the status date
       FD  OLD-CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS OLD-CHECK-REGISTER-RECORD.

       01  OLD-CHECK-REGISTER-RECORD.
           05  OR-CHECK-NUMBER       PIC 9(8).
           05  OR-CASE-ID            PIC 9(8).
           05  OR-PAYEE-NAME         PIC X(20).
           05  OR-AMOUNT             PIC 9(6)V99.
           05  OR-ISSUE-DATE         PIC 9(8).
           05  OR-STATUS             PIC X(01).
           05  OR-STATUS-DATE        PIC 9(8).

      *> The check register as the payout run now writes it
       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.

       01  CHECK-REGISTER-RECORD.
           05  KR-CHECK-NUMBER       PIC 9(8).
           05  KR-CASE-ID            PIC 9(8).
           05  KR-PAYEE-NAME         PIC X(20).
           05  KR-AMOUNT             PIC 9(6)V99.
           05  KR-ISSUE-DATE         PIC 9(8).
           05  KR-STATUS             PIC X(01).
           05  KR-STATUS-DATE        PIC 9(8).
           05  KR-PAYEE-NUMBER       PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-EOF-OLD             PIC X VALUE "N".
       01  WS-EOF-OLD-CHILD       PIC X VALUE "N".
       01  WS-EOF-OLD-CUSTODIAL   PIC X VALUE "N".
       01  WS-EOF-OLD-CHECKPOINT  PIC X VALUE "N".
       01  WS-EOF-OLD-LEVY        PIC X VALUE "N".
       01  WS-EOF-OLD-REGISTER    PIC X VALUE "N".

       01  WS-OLD-FILE-STATUS     PIC X(02).
       01  WS-PARENT-FILE-STATUS  PIC X(02).
       01  WS-CUSTODIAL-FILE-STATUS PIC X(02).
       01  WS-OLD-CHECKPOINT-STATUS PIC X(02).
       01  WS-CHECKPOINT-FILE-STATUS PIC X(02).
       01  WS-OLD-LEVY-STATUS     PIC X(02).
       01  WS-LEVY-FILE-STATUS    PIC X(02).
       01  WS-OLD-REGISTER-STATUS PIC X(02).
       01  WS-REGISTER-FILE-STATUS PIC X(02).

       01  WS-CONVERTED-COUNT     PIC 9(8) VALUE 0.
       01  WS-CHILD-CONVERTED-COUNT PIC 9(8) VALUE 0.
       01  WS-CUSTODIAL-CONVERTED-COUNT PIC 9(8) VALUE 0.
       01  WS-CHECKPOINT-CONVERTED-COUNT PIC 9(8) VALUE 0.
       01  WS-LEVY-CONVERTED-COUNT PIC 9(8) VALUE 0.
       01  WS-REGISTER-CONVERTED-COUNT PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "MASTER FILE CONVERSION STARTED".
                   WS-CHECKPOINT-CONVERTED-COUNT
           END-IF

       *> ==================================================
       *> CARRY THE LEVY MASTER ACROSS - THE REMITTANCE
       *> PAYMENT DATE STARTS AT ZERO (ALREADY POSTED)
       *> ==================================================
           OPEN INPUT OLD-LEVY-MASTER-FILE.

           IF WS-OLD-LEVY-STATUS NOT = "00"
      *>       A site that never levied has no levy master - the
      *>       levy run builds one on first run
               DISPLAY "LEVY MASTER NOT READABLE AS THE PRIOR "
                   "LAYOUT, STATUS: " WS-OLD-LEVY-STATUS
               DISPLAY "LEVY MASTER NOT CONVERTED - THE LEVY RUN "
                   "WILL START ONE FRESH"
           ELSE
               OPEN OUTPUT LEVY-MASTER-FILE

               MOVE ZEROS TO OV-CASE-ID

               START OLD-LEVY-MASTER-FILE KEY IS NOT LESS THAN
                   OV-CASE-ID
                   INVALID KEY MOVE "Y" TO WS-EOF-OLD-LEVY
               END-START

               IF WS-EOF-OLD-LEVY NOT = "Y"
                   READ OLD-LEVY-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-OLD-LEVY
                   END-READ
               END-IF

               PERFORM UNTIL WS-EOF-OLD-LEVY = "Y"

                   MOVE OV-CASE-ID TO LV-CASE-ID
                   MOVE OV-STATUS TO LV-STATUS
                   MOVE OV-INSTITUTION-ID TO LV-INSTITUTION-ID
                   MOVE OV-INSTITUTION-NAME TO LV-INSTITUTION-NAME
                   MOVE OV-ACCOUNT-NUMBER TO LV-ACCOUNT-NUMBER
                   MOVE OV-LEVY-AMOUNT TO LV-LEVY-AMOUNT
                   MOVE OV-FROZEN-AMOUNT TO LV-FROZEN-AMOUNT
                   MOVE OV-REMITTED-AMOUNT TO LV-REMITTED-AMOUNT
                   MOVE OV-ISSUE-DATE TO LV-ISSUE-DATE
                   MOVE OV-STATUS-DATE TO LV-STATUS-DATE
                   MOVE OV-LAST-SEEN-DATE TO LV-LAST-SEEN-DATE
                   MOVE 0 TO LV-REMIT-PAYMENT-DATE

                   WRITE LEVY-MASTER-RECORD

                   ADD 1 TO WS-LEVY-CONVERTED-COUNT

                   READ OLD-LEVY-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-OLD-LEVY
                   END-READ

               END-PERFORM

               CLOSE OLD-LEVY-MASTER-FILE
                     LEVY-MASTER-FILE

               DISPLAY "LEVY RECORDS CONVERTED: "
                   WS-LEVY-CONVERTED-COUNT
           END-IF

       *> ==================================================
       *> CARRY THE CHECK REGISTER ACROSS - EVERY OLD CHECK
       *> WAS CUT TO THE CUSTODIAL-MASTER PAYEE (00)
       *> ==================================================
           OPEN INPUT OLD-CHECK-REGISTER-FILE.

           IF WS-OLD-REGISTER-STATUS NOT = "00"
      *>       A site that never cut a check has no register - the
      *>       payout run builds one on first run
               DISPLAY "CHECK REGISTER NOT READABLE AS THE PRIOR "
                   "LAYOUT, STATUS: " WS-OLD-REGISTER-STATUS
               DISPLAY "CHECK REGISTER NOT CONVERTED - THE PAYOUT "
                   "RUN WILL START ONE FRESH"
           ELSE
               OPEN OUTPUT CHECK-REGISTER-FILE

               MOVE ZEROS TO OR-CHECK-NUMBER

               START OLD-CHECK-REGISTER-FILE KEY IS NOT LESS THAN
                   OR-CHECK-NUMBER
                   INVALID KEY MOVE "Y" TO WS-EOF-OLD-REGISTER
               END-START

               IF WS-EOF-OLD-REGISTER NOT = "Y"
                   READ OLD-CHECK-REGISTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-OLD-REGISTER
                   END-READ
               END-IF

               PERFORM UNTIL WS-EOF-OLD-REGISTER = "Y"

                   MOVE OR-CHECK-NUMBER TO KR-CHECK-NUMBER
                   MOVE OR-CASE-ID TO KR-CASE-ID
                   MOVE OR-PAYEE-NAME TO KR-PAYEE-NAME
                   MOVE OR-AMOUNT TO KR-AMOUNT
                   MOVE OR-ISSUE-DATE TO KR-ISSUE-DATE
                   MOVE OR-STATUS TO KR-STATUS
                   MOVE OR-STATUS-DATE TO KR-STATUS-DATE
                   MOVE "00" TO KR-PAYEE-NUMBER

                   WRITE CHECK-REGISTER-RECORD

                   ADD 1 TO WS-REGISTER-CONVERTED-COUNT

                   READ OLD-CHECK-REGISTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-OLD-REGISTER
                   END-READ

               END-PERFORM

               CLOSE OLD-CHECK-REGISTER-FILE
                     CHECK-REGISTER-FILE

               DISPLAY "CHECK REGISTER RECORDS CONVERTED: "
                   WS-REGISTER-CONVERTED-COUNT
           END-IF

           DISPLAY "VERIFY THE COUNTS, THEN MOVE THE CONVERTED "
               "FILES INTO PLACE AND TAKE A FRESH IMAGE COPY".

