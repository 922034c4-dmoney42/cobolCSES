      *> Caseworker tickler (diary) master - one record per dated
      *> follow-up on a case, keyed on the case, the date the entry
      *> was made, and a sequence within that day so a case can carry
      *> any number of entries. Added and completed by the tickler
      *> maintenance run; entries for events the batch itself causes
      *> (locate requests, medical support notices, license
      *> referrals, release from custody) are written by the program
      *> that caused them. The work queue run lists open entries
      *> coming due on the owning worker's worklist. Shared here so
      *> every writer and reader carries the same layout.
       FD  TICKLER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS TICKLER-MASTER-RECORD.

       01  TICKLER-MASTER-RECORD.
           05  TK-TICKLER-KEY.
               10  TK-CASE-ID            PIC 9(8).
               10  TK-ENTRY-DATE         PIC 9(8).
               10  TK-ENTRY-SEQ          PIC 9(3).
      *>   Worker who owns the follow-up - spaces leave it with
      *>   whichever worker's assignment range covers the case
           05  TK-WORKER-ID          PIC X(05).
           05  TK-DUE-DATE           PIC 9(8).
           05  TK-ENTRY-TYPE         PIC X(04).
               88  TK-TYPE-MANUAL        VALUE "MANL".
               88  TK-TYPE-LOCATE        VALUE "LOCR".
               88  TK-TYPE-MEDICAL       VALUE "NMSN".
               88  TK-TYPE-REFERRAL      VALUE "LREF".
               88  TK-TYPE-MODIFICATION  VALUE "OMOD".
           05  TK-STATUS             PIC X(01).
               88  TK-STATUS-OPEN        VALUE "O".
               88  TK-STATUS-COMPLETED   VALUE "C".
           05  TK-DESCRIPTION        PIC X(40).
           05  TK-SOURCE-PROGRAM     PIC X(10).
           05  TK-COMPLETED-DATE     PIC 9(8).
           05  TK-COMPLETED-BY       PIC X(05).
           05  FILLER                PIC X(20).
