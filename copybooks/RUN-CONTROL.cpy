      *> Run-control request passed to CSES-RUNCTL by every program
      *> in the job stream - once at start, to be cleared to run (or
      *> refused), and once at finish with the run's key counts.
      *> The job name is the program's short name, with the run's
      *> function or mode where one program runs as more than one
      *> job (AUDITACC-APPEND, AUDITACC-CLOSE, CSES-FULL). Shared
      *> here so every caller carries the same layout as the ledger.
       01  JOB-CONTROL-PARMS.
           05  JC-REQUEST            PIC X(01).
               88  JC-REQUEST-START      VALUE "S".
               88  JC-REQUEST-FINISH     VALUE "F".
      *>       A run that found a fatal condition and stopped itself
               88  JC-REQUEST-FAIL       VALUE "A".
           05  JC-JOB-NAME           PIC X(16).
      *>   Returned at start, and handed back unchanged at finish
           05  JC-CYCLE-DATE         PIC 9(08).
           05  JC-RUN-ID             PIC 9(08).
           05  JC-ATTEMPT            PIC 9(02).
      *>   Up to three key counts, each with a short caption, set by
      *>   the caller before the finish request
           05  JC-COUNT-ENTRY OCCURS 3 TIMES.
               10  JC-COUNT-LABEL    PIC X(12).
               10  JC-COUNT          PIC 9(09).
           05  JC-RESULT             PIC X(01).
               88  JC-CLEARED            VALUE "Y".
               88  JC-REFUSED            VALUE "N".
           05  JC-MESSAGE            PIC X(60).
