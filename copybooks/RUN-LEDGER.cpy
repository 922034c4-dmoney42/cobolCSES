      *> Job-stream run-control ledger, maintained by CSES-RUNCTL and
      *> read by the job-stream status report. Keyed by processing
      *> cycle (the date the night opened under), job name and
      *> attempt - a rerun after an abend or a refusal is a new
      *> attempt, so every start the stream ever made stays on file.
      *>
      *> Cycle 00000000 holds one summary row per job (attempt 00)
      *> carrying when that job last completed, which is what the
      *> predecessor checks prove against, plus the ledger's own
      *> run-ID control row and the cycle control row that holds
      *> the open cycle. Shared here so every reader carries the
      *> same layout as the writer.
       FD  RUN-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS RUN-LEDGER-RECORD.

       01  RUN-LEDGER-RECORD.
           05  RL-KEY.
               10  RL-CYCLE-DATE     PIC 9(08).
               10  RL-JOB-NAME       PIC X(16).
               10  RL-ATTEMPT        PIC 9(02).
           05  RL-RUN-ID             PIC 9(08).
           05  RL-STATUS             PIC X(01).
               88  RL-STATUS-STARTED     VALUE "S".
               88  RL-STATUS-COMPLETE    VALUE "C".
               88  RL-STATUS-FAILED      VALUE "A".
               88  RL-STATUS-REFUSED     VALUE "R".
      *>   YYYYMMDDHHMMSS
           05  RL-START-STAMP        PIC 9(14).
           05  RL-FINISH-STAMP       PIC 9(14).
           05  RL-COUNT-ENTRY OCCURS 3 TIMES.
               10  RL-COUNT-LABEL    PIC X(12).
               10  RL-COUNT          PIC 9(09).
      *>   Why a run was refused, or what it said when it failed
           05  RL-MESSAGE            PIC X(60).
      *>   Summary rows - the cycle the job last completed for;
      *>   the cycle control row - the cycle now open
           05  RL-COMPLETED-CYCLE    PIC 9(08).
           05  FILLER                PIC X(06).
