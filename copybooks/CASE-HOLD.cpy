      *> Case-level enforcement hold - one row per case the vital
      *> records death match or the corrections inmate match has
      *> ever held. An active hold stops the automated enforcement
      *> runs (notices, license referral, credit bureau, intercept,
      *> e-IWO) from acting on the case; each of those runs counts
      *> and lists what it skipped. A death hold stands until a
      *> caseworker lifts it through case maintenance (action LH);
      *> an incarceration hold is lifted by the match run itself
      *> when the inmate file shows the parent released, or by a
      *> caseworker the same way. A caseworker's lift leaves the
      *> release date zero, and the match run does not hold the
      *> case again on the same certificate or inmate number.
      *> Kept apart from the parent master, whose
      *> record length is fixed by the archive and the image copies.
      *> Shared here so the match run and every enforcement run
      *> carry the same layout.
       FD  CASE-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CASE-HOLD-RECORD.

       01  CASE-HOLD-RECORD.
           05  HD-CASE-ID            PIC 9(8).
           05  HD-HOLD-STATUS        PIC X(01).
               88  HD-HOLD-ACTIVE        VALUE "A".
               88  HD-HOLD-LIFTED        VALUE "L".
           05  HD-HOLD-REASON        PIC X(01).
               88  HD-REASON-DECEASED    VALUE "D".
               88  HD-REASON-INCARCERATED VALUE "I".
      *>   Printable reason, carried so every run that reports a
      *>   skip words it the same way
           05  HD-REASON-DESC        PIC X(12).
      *>   Date the hold was set by the match run
           05  HD-HOLD-DATE          PIC 9(8).
      *>   Date of death, or date admitted to custody
           05  HD-EVENT-DATE         PIC 9(8).
      *>   Death certificate number or inmate number
           05  HD-SOURCE-REFERENCE   PIC X(10).
      *>   Correctional facility - spaces on a death hold
           05  HD-FACILITY           PIC X(20).
      *>   Date released from custody - zero on a death hold and
      *>   on any hold a caseworker lifted
           05  HD-RELEASE-DATE       PIC 9(8).
      *>   Date the hold was lifted, by the match run or by case
      *>   maintenance
           05  HD-LIFTED-DATE        PIC 9(8).
           05  FILLER                PIC X(16).
