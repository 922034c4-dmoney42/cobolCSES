      *> Correspondence history - one row for every outbound document
      *> the system produces about a case, appended by each program
      *> as it writes the document: delinquency letters, statements,
      *> medical support notices, locate requests, license referrals
      *> and lifts, e-IWO orders, intercept certifications, monthly
      *> billing statements with their payment coupons. When a
      *> parent says no notice ever came, this is the proof of what
      *> was sent, when, and where. Shared here so every reader
      *> carries the same layout as the writer.
       FD  CORRESPONDENCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CORRESPONDENCE-HISTORY-RECORD.

       01  CORRESPONDENCE-HISTORY-RECORD.
           05  CH-CASE-ID            PIC 9(8).
           05  CH-DOCUMENT-DATE      PIC 9(8).
           05  CH-DOCUMENT-TYPE      PIC X(04).
               88  CH-DOC-DELINQUENCY    VALUE "DLNQ".
               88  CH-DOC-STATEMENT      VALUE "STMT".
               88  CH-DOC-MEDICAL        VALUE "NMSN".
               88  CH-DOC-LOCATE         VALUE "LOCR".
               88  CH-DOC-REFERRAL       VALUE "LREF".
               88  CH-DOC-LIFT           VALUE "LLFT".
               88  CH-DOC-EIWO           VALUE "EIWO".
               88  CH-DOC-INTERCEPT      VALUE "ICRT".
               88  CH-DOC-BILLING        VALUE "BILL".
      *>   Who the document went to - the parent, the parent's
      *>   employer, or an agency (locate service, licensing board,
      *>   federal offset program)
           05  CH-RECIPIENT          PIC X(01).
               88  CH-TO-PARENT          VALUE "P".
               88  CH-TO-EMPLOYER        VALUE "E".
               88  CH-TO-AGENCY          VALUE "A".
      *>   The address the document carried
           05  CH-ADDRESS            PIC X(30).
      *>   The case's mail deliverability when the document was
      *>   produced - "B" means the parent's address was already
      *>   flagged bad by returned mail
           05  CH-ADDRESS-STATUS     PIC X(01).
               88  CH-ADDRESS-WAS-BAD    VALUE "B".
           05  CH-SOURCE-PROGRAM     PIC X(10).
      *>   What identifies the document itself, where it has more
      *>   than the case - the IWO order number, the child, the
      *>   payment that lifted a referral
           05  CH-REFERENCE          PIC X(20).
           05  FILLER                PIC X(18).
