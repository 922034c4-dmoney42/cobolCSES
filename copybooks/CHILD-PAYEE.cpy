      *> Child-to-payee assignment - one record per child whose
      *> support is paid to someone other than the case's custodial-
      *> master payee. No row (or payee 00) means the child's share
      *> goes to the custodial-master payee as it always has. The
      *> child master's record length is fixed by the archive and
      *> backup generations, so the assignment lives here instead.
       FD  CHILD-PAYEE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CHILD-PAYEE-RECORD.

       01  CHILD-PAYEE-RECORD.
           05  CX-CHILD-ID           PIC 9(8).
           05  CX-CASE-ID            PIC 9(8).
           05  CX-PAYEE-NUMBER       PIC 9(2).
           05  CX-ASSIGNED-DATE      PIC 9(8).
           05  FILLER                PIC X(04).
