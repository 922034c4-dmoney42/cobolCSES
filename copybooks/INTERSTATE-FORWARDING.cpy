      *> Interstate forwarding ledger - one row for every collection
      *> on a responding case, appended by the posting run's
      *> distribution step in place of a custodial disbursement. The
      *> night's rows (by FW-RUN-DATE) are what goes to the other
      *> states; the whole file is the history the monthly partner-
      *> state report is drawn from. Shared here so every reader
      *> carries the same layout as the writer.
       FD  INTERSTATE-FORWARDING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTERSTATE-FORWARDING-RECORD.

       01  INTERSTATE-FORWARDING-RECORD.
           05  FW-CASE-ID            PIC 9(8).
           05  FW-OTHER-STATE-FIPS.
               10  FW-FIPS-STATE         PIC X(02).
               10  FW-FIPS-COUNTY        PIC X(03).
               10  FW-FIPS-LOCATOR       PIC X(02).
           05  FW-OTHER-CASE-NUMBER  PIC X(15).
           05  FW-COLLECTION-DATE    PIC 9(8).
           05  FW-AMOUNT             PIC 9(6)V99.
           05  FW-TRANSACTION-ID     PIC 9(10).
           05  FW-RUN-DATE           PIC 9(8).
           05  FW-RUN-SERIAL         PIC 9(6).
           05  FILLER                PIC X(10).
