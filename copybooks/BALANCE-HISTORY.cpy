      *> Month-end case balance history - one record per case per
      *> month, written by the month-end snapshot run from the live
      *> parent master and keyed on case then month, so a case's
      *> months read back in order with a keyed START. The masters
      *> carry only today's balances; this is where the trend of a
      *> case (or a caseworker's caseload) is answered from. A rerun
      *> for the same month replaces that month's row. Shared here so
      *> the snapshot, trend, and inquiry programs carry the same
      *> layout.
       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BALANCE-HISTORY-RECORD.

       01  BALANCE-HISTORY-RECORD.
           05  BH-HISTORY-KEY.
               10  BH-CASE-ID            PIC 9(8).
      *>       Month the snapshot stands for (YYYYMM)
               10  BH-PERIOD             PIC 9(6).
           05  BH-SNAPSHOT-DATE      PIC 9(8).
           05  BH-CASE-STATUS        PIC X(01).
           05  BH-ARREARS            PIC 9(7)V99.
           05  BH-INTEREST           PIC 9(7)V99.
           05  BH-CURRENT-DUE        PIC 9(6)V99.
           05  BH-CREDIT             PIC 9(7)V99.
           05  BH-RECOUPMENT         PIC 9(7)V99.
           05  BH-STATUS-FLAG        PIC X(20).
      *>   Day-based aging bucket on the same boundaries the main
      *>   batch ages on: 0 nothing past due, 1 under the first
      *>   boundary, 2 through 4 between boundaries, 5 past the last
           05  BH-AGING-BUCKET       PIC X(01).
               88  BH-AGING-CURRENT      VALUE "0".
           05  BH-DAYS-SINCE-PAYMENT PIC 9(5).
           05  FILLER                PIC X(07).
