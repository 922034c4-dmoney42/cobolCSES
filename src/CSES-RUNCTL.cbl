       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-RUNCTL.

      *> Job-stream run control, called by every batch program in
      *> the stream at start and at finish. The stream's ordering
      *> used to live only in the operators' run book; a posting
      *> run started without its image copy, or an audit append
      *> made before the referral run had read payment_audit.dat,
      *> was found only when something downstream went wrong.
      *>
      *>   START  - refuses the run when the job has already
      *>   completed for this cycle, or when a job that must run
      *>   ahead of it has not completed; otherwise logs the start
      *>   on the ledger and hands back the run ID and attempt.
      *>
      *>   FINISH - marks the attempt complete, with the run's key
      *>   counts, and moves the job's last-completion summary on.
      *>
      *>   FAIL   - marks the attempt failed, with the caller's
      *>   message. An attempt that never reaches finish or fail
      *>   (an abend) stays open on the ledger as started.
      *>
      *> The cycle is the processing date the night opened under,
      *> not the calendar date - a stream that runs past midnight
      *> is still the same night's stream. It is kept on a control
      *> row on the ledger and moved on only by a job that opens the
      *> night (the image copy or the consolidation, whichever the
      *> operators start first): the first start of one of them on a
      *> later calendar date, once it has completed for the open
      *> cycle (or never tried it), opens the calendar date as the
      *> new cycle. A rerun of an opening job that was tried and has
      *> not completed - or was reopened by a recovery - stays in
      *> the cycle it belongs to. Every other job simply takes the
      *> open cycle. With no control row yet the calendar date
      *> starts the first one.
      *>
      *> Each ordering rule says which job must complete ahead of
      *> which, and how far back the predecessor's completion may
      *> be:
      *>
      *>   C - within the same cycle (the nightly stream)
      *>   P - any time since the dependent job last completed (the
      *>       month-end close, whose predecessors run on the days
      *>       leading up to it)
      *>
      *> A master-file recovery completed since a job last
      *> completed reopens that job for the cycle - the rerun
      *> after a restore is the whole point of the restore.
      *>
      *> Refusals are logged too, so the status report can show
      *> what was turned away as well as what ran.
      *>
      *> The posting streams start side by side, so the run-ID
      *> control row is read with a record lock and the ledger is
      *> opened shared; a start that finds the row locked tries
      *> again until the other start has rewritten it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
               ASSIGN TO "data/run_control_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

             COPY "RUN-LEDGER".

       WORKING-STORAGE SECTION.

       01  WS-LEDGER-FILE-STATUS       PIC X(02).

       01  WS-END-OF-JOB          PIC X VALUE "N".
       01  WS-JOB-COMPLETED       PIC X VALUE "N".
       01  WS-JOB-REPEATABLE      PIC X VALUE "N".
       01  WS-PREDECESSOR-OK      PIC X VALUE "N".
       01  WS-SUMMARY-FOUND       PIC X VALUE "N".
       01  WS-JOB-OPENS-CYCLE     PIC X VALUE "N".
       01  WS-RUN-ID-TAKEN        PIC X VALUE "N".

      *> Calendar date - for the time stamps only
       01  WS-RUN-DATE            PIC 9(8).
      *> The open processing cycle, off the cycle control row
       01  WS-CYCLE-DATE          PIC 9(8).
       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS         PIC 9(6).
           05  WS-CLOCK-HUNDREDTHS     PIC 9(2).

       01  WS-STAMP.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-TIME           PIC 9(6).
       01  WS-STAMP-NUM REDEFINES WS-STAMP  PIC 9(14).

       01  WS-HIGH-ATTEMPT             PIC 9(2) VALUE 0.
       01  WS-CYCLE-LAST-FINISH        PIC 9(14) VALUE 0.
       01  WS-NEW-RUN-ID               PIC 9(8) VALUE 0.

      *> The run-ID row is held only for its read and rewrite, so a
      *> start that finds it locked keeps trying this many times
       01  WS-LOCK-TRIES               PIC 9(6) VALUE 0.
       01  WS-LOCK-TRY-LIMIT           PIC 9(6) VALUE 100000.

      *> The dependent job's own last completion, which the P rules
      *> prove the predecessor's completion against
       01  WS-DEPENDENT-LAST-STAMP     PIC 9(14) VALUE 0.
       01  WS-DEPENDENT-LAST-RUN-ID    PIC 9(8)  VALUE 0.

       01  WS-RULE-SUB                 PIC 9(2) VALUE 0.
       01  WS-COUNT-SUB                PIC 9(1) VALUE 0.
       01  WS-REFUSAL-TEXT             PIC X(60) VALUE SPACES.

      *> Holds the next run ID to hand out
       01  WS-CONTROL-JOB-NAME         PIC X(16)
               VALUE "*RUN-ID-CONTROL*".

      *> Holds the open processing cycle
       01  WS-CYCLE-CONTROL-NAME       PIC X(16)
               VALUE "*CYCLE-CONTROL*".

      *> Jobs that open the night's cycle
       01  WS-OPENING-LIST.
           05  FILLER  PIC X(16) VALUE "IMAGECOPY".
           05  FILLER  PIC X(16) VALUE "CONSOL".
       01  WS-OPENING-TABLE REDEFINES WS-OPENING-LIST.
           05  WS-OPENING-JOB  OCCURS 2 TIMES      PIC X(16).

       01  WS-RECOVERY-JOB-NAME        PIC X(16) VALUE "RECOVER".

      *> Jobs that may complete any number of times in a cycle
       01  WS-REPEATABLE-LIST.
           05  FILLER  PIC X(16) VALUE "INQUIRY".
           05  FILLER  PIC X(16) VALUE "OCSE34-REPORT".
       01  WS-REPEATABLE-TABLE REDEFINES WS-REPEATABLE-LIST.
           05  WS-REPEATABLE-JOB  OCCURS 2 TIMES   PIC X(16).

      *> Ordering rules: dependent job, the job that must complete
      *> ahead of it, and the rule's reach (C cycle / P period)
       01  WS-RULE-LIST.
           05  FILLER  PIC X(33)
               VALUE "CSES-FULL       IMAGECOPY       C".
           05  FILLER  PIC X(33)
               VALUE "CSES-POST       IMAGECOPY       C".
           05  FILLER  PIC X(33)
               VALUE "CSES-ROLLOVER   IMAGECOPY       C".
           05  FILLER  PIC X(33)
               VALUE "CSES-FULL       CONSOL          C".
           05  FILLER  PIC X(33)
               VALUE "CSES-POST       CONSOL          C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-0   IMAGECOPY       C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-0   CONSOL          C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-1   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-2   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-3   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-4   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-5   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-6   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-7   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-8   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "CSES-STREAM-9   CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "POSTMERGE       CSES-STREAM-0   C".
           05  FILLER  PIC X(33)
               VALUE "AUDITACC-APPEND REFERRAL        C".
           05  FILLER  PIC X(33)
               VALUE "AUDITACC-CLOSE  RECON           P".
           05  FILLER  PIC X(33)
               VALUE "AUDITACC-CLOSE  STATEMENT       P".
           05  FILLER  PIC X(33)
               VALUE "AUDITACC-CLOSE  FEDSTATS        P".
       01  WS-RULE-TABLE REDEFINES WS-RULE-LIST.
           05  WS-RULE-ENTRY OCCURS 21 TIMES.
               10  WS-RULE-DEPENDENT       PIC X(16).
               10  WS-RULE-PREDECESSOR     PIC X(16).
               10  WS-RULE-REACH           PIC X(01).
                   88  WS-RULE-SAME-CYCLE      VALUE "C".
                   88  WS-RULE-SINCE-LAST      VALUE "P".
       01  WS-RULE-COUNT               PIC 9(2) VALUE 21.

       LINKAGE SECTION.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION USING JOB-CONTROL-PARMS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           MOVE WS-CLOCK-HHMMSS TO WS-STAMP-TIME.

       *> ==================================================
       *> OPEN (OR START) THE LEDGER
       *> ==================================================
           OPEN I-O RUN-LEDGER-FILE.

           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF

           EVALUATE TRUE
               WHEN JC-REQUEST-START
                   PERFORM 2000-START-JOB
                       THRU 2000-START-JOB-EXIT
               WHEN JC-REQUEST-FINISH
               WHEN JC-REQUEST-FAIL
                   PERFORM 3000-FINISH-JOB
                       THRU 3000-FINISH-JOB-EXIT
               WHEN OTHER
                   MOVE "N" TO JC-RESULT
                   MOVE "RUN CONTROL REQUEST NOT RECOGNIZED"
                       TO JC-MESSAGE
           END-EVALUATE

           CLOSE RUN-LEDGER-FILE.

           GOBACK.

       *> ==================================================
       *> START - ALREADY DONE THIS CYCLE? PREDECESSORS DONE?
       *> THEN LOG THE START UNDER A NEW RUN ID
       *> ==================================================
       2000-START-JOB.
           MOVE "Y" TO JC-RESULT
           MOVE SPACES TO JC-MESSAGE
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE 0 TO JC-RUN-ID

           MOVE "N" TO WS-JOB-REPEATABLE
           IF JC-JOB-NAME = WS-REPEATABLE-JOB(1) OR
              JC-JOB-NAME = WS-REPEATABLE-JOB(2) OR
              JC-JOB-NAME = WS-RECOVERY-JOB-NAME
               MOVE "Y" TO WS-JOB-REPEATABLE
           END-IF

      *>   Which cycle - an opening job may move it on
           PERFORM 2010-SET-CYCLE THRU 2010-SET-CYCLE-EXIT
           MOVE WS-CYCLE-DATE TO JC-CYCLE-DATE

           PERFORM 2050-SCAN-CYCLE THRU 2050-SCAN-CYCLE-EXIT

           ADD 1 TO WS-HIGH-ATTEMPT
           MOVE WS-HIGH-ATTEMPT TO JC-ATTEMPT

           IF WS-JOB-COMPLETED = "Y" AND WS-JOB-REPEATABLE = "N"
               STRING "REFUSED - " DELIMITED BY SIZE
                      JC-JOB-NAME DELIMITED BY SPACE
                      " HAS ALREADY COMPLETED FOR CYCLE "
                          DELIMITED BY SIZE
                      WS-CYCLE-DATE DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 2500-LOG-REFUSAL
                   THRU 2500-LOG-REFUSAL-EXIT
               GO TO 2000-START-JOB-EXIT
           END-IF

      *>   The job's own last completion, for the P rules
           MOVE 0 TO WS-DEPENDENT-LAST-STAMP
           MOVE 0 TO WS-DEPENDENT-LAST-RUN-ID
           MOVE 0 TO RL-CYCLE-DATE
           MOVE JC-JOB-NAME TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           READ RUN-LEDGER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RL-FINISH-STAMP TO WS-DEPENDENT-LAST-STAMP
                   MOVE RL-RUN-ID TO WS-DEPENDENT-LAST-RUN-ID
           END-READ

           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                      OR WS-REFUSAL-TEXT NOT = SPACES
               IF WS-RULE-DEPENDENT(WS-RULE-SUB) = JC-JOB-NAME
                   PERFORM 2100-CHECK-PREDECESSOR
                       THRU 2100-CHECK-PREDECESSOR-EXIT
               END-IF
           END-PERFORM

           IF WS-REFUSAL-TEXT NOT = SPACES
               PERFORM 2500-LOG-REFUSAL
                   THRU 2500-LOG-REFUSAL-EXIT
               GO TO 2000-START-JOB-EXIT
           END-IF

      *>   Cleared - take the next run ID and log the start
           PERFORM 2200-NEXT-RUN-ID
               THRU 2200-NEXT-RUN-ID-EXIT

           IF WS-RUN-ID-TAKEN = "N"
               MOVE "REFUSED - RUN ID CONTROL ROW UNAVAILABLE, RESUBMIT"
                   TO WS-REFUSAL-TEXT
               PERFORM 2500-LOG-REFUSAL
                   THRU 2500-LOG-REFUSAL-EXIT
               GO TO 2000-START-JOB-EXIT
           END-IF

           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE WS-CYCLE-DATE TO RL-CYCLE-DATE
           MOVE JC-JOB-NAME TO RL-JOB-NAME
           MOVE JC-ATTEMPT TO RL-ATTEMPT
           MOVE WS-NEW-RUN-ID TO RL-RUN-ID
           MOVE "S" TO RL-STATUS
           MOVE WS-STAMP-NUM TO RL-START-STAMP
           MOVE 0 TO RL-FINISH-STAMP
           MOVE 0 TO RL-COMPLETED-CYCLE
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
               MOVE 0 TO RL-COUNT(WS-COUNT-SUB)
           END-PERFORM

           WRITE RUN-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "RUN LEDGER WRITE FAILED: " RL-KEY
           END-WRITE

           MOVE WS-NEW-RUN-ID TO JC-RUN-ID.

       2000-START-JOB-EXIT.
           EXIT.

       *> ==================================================
       *> THE OPEN CYCLE OFF ITS CONTROL ROW. AN OPENING JOB
       *> THAT HAS COMPLETED FOR IT, STARTED ON A LATER
       *> CALENDAR DATE, OPENS THE NEW NIGHT'S CYCLE.
       *> ==================================================
       2010-SET-CYCLE.
           MOVE 0 TO RL-CYCLE-DATE
           MOVE WS-CYCLE-CONTROL-NAME TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO WS-CYCLE-DATE
                   PERFORM 2020-WRITE-CYCLE-ROW
                       THRU 2020-WRITE-CYCLE-ROW-EXIT
                   GO TO 2010-SET-CYCLE-EXIT
           END-READ

           MOVE RL-COMPLETED-CYCLE TO WS-CYCLE-DATE

           MOVE "N" TO WS-JOB-OPENS-CYCLE
           IF JC-JOB-NAME = WS-OPENING-JOB(1) OR
              JC-JOB-NAME = WS-OPENING-JOB(2)
               MOVE "Y" TO WS-JOB-OPENS-CYCLE
           END-IF

           IF WS-JOB-OPENS-CYCLE = "N" OR
              WS-RUN-DATE NOT > WS-CYCLE-DATE
               GO TO 2010-SET-CYCLE-EXIT
           END-IF

      *>   Tried and still owed to the open cycle - this is its
      *>   rerun, past midnight or not
           PERFORM 2050-SCAN-CYCLE THRU 2050-SCAN-CYCLE-EXIT
           IF WS-HIGH-ATTEMPT > 0 AND WS-JOB-COMPLETED = "N"
               GO TO 2010-SET-CYCLE-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           PERFORM 2020-WRITE-CYCLE-ROW
               THRU 2020-WRITE-CYCLE-ROW-EXIT

           DISPLAY "PROCESSING CYCLE " WS-CYCLE-DATE " OPENED BY "
               JC-JOB-NAME.

       2010-SET-CYCLE-EXIT.
           EXIT.

       *> ==================================================
       *> RECORD THE OPEN CYCLE, AND WHO OPENED IT WHEN
       *> ==================================================
       2020-WRITE-CYCLE-ROW.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE 0 TO RL-CYCLE-DATE
           MOVE WS-CYCLE-CONTROL-NAME TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           MOVE 0 TO RL-RUN-ID
           MOVE WS-STAMP-NUM TO RL-START-STAMP
           MOVE 0 TO RL-FINISH-STAMP
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
               MOVE 0 TO RL-COUNT(WS-COUNT-SUB)
           END-PERFORM
           STRING "CYCLE OPENED BY " JC-JOB-NAME
               DELIMITED BY SIZE INTO RL-MESSAGE
           MOVE WS-CYCLE-DATE TO RL-COMPLETED-CYCLE

      *>   A second opening job racing this one opens the same date
           WRITE RUN-LEDGER-RECORD
               INVALID KEY
                   REWRITE RUN-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "RUN LEDGER CYCLE ROW REWRITE "
                               "FAILED"
                   END-REWRITE
           END-WRITE.

       2020-WRITE-CYCLE-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> EVERY ATTEMPT THIS JOB HAS MADE IN THE CYCLE - THE
       *> HIGHEST ATTEMPT, AND WHETHER IT STANDS COMPLETE
       *> ==================================================
       2050-SCAN-CYCLE.
           MOVE "N" TO WS-JOB-COMPLETED
           MOVE 0 TO WS-HIGH-ATTEMPT
           MOVE 0 TO WS-CYCLE-LAST-FINISH

           MOVE WS-CYCLE-DATE TO RL-CYCLE-DATE
           MOVE JC-JOB-NAME TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           MOVE "N" TO WS-END-OF-JOB

           START RUN-LEDGER-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-JOB
           END-START

           PERFORM UNTIL WS-END-OF-JOB = "Y"
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-JOB
                   NOT AT END
                       IF RL-CYCLE-DATE NOT = WS-CYCLE-DATE OR
                          RL-JOB-NAME NOT = JC-JOB-NAME
                           MOVE "Y" TO WS-END-OF-JOB
                       ELSE
                           MOVE RL-ATTEMPT TO WS-HIGH-ATTEMPT
                           IF RL-STATUS-COMPLETE
                               MOVE "Y" TO WS-JOB-COMPLETED
                               MOVE RL-FINISH-STAMP
                                   TO WS-CYCLE-LAST-FINISH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *>   Restored since it completed - the cycle is open again
           IF WS-JOB-COMPLETED = "Y" AND WS-JOB-REPEATABLE = "N"
               MOVE 0 TO RL-CYCLE-DATE
               MOVE WS-RECOVERY-JOB-NAME TO RL-JOB-NAME
               MOVE 0 TO RL-ATTEMPT
               READ RUN-LEDGER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RL-FINISH-STAMP > WS-CYCLE-LAST-FINISH
                           MOVE "N" TO WS-JOB-COMPLETED
                       END-IF
               END-READ
           END-IF.

       2050-SCAN-CYCLE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE ORDERING RULE - HAS THE PREDECESSOR COMPLETED
       *> WITHIN THE RULE'S REACH?
       *> ==================================================
       2100-CHECK-PREDECESSOR.
           MOVE "N" TO WS-PREDECESSOR-OK

           MOVE 0 TO RL-CYCLE-DATE
           MOVE WS-RULE-PREDECESSOR(WS-RULE-SUB) TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO WS-SUMMARY-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUMMARY-FOUND
           END-READ

           IF WS-SUMMARY-FOUND = "Y"
               IF WS-RULE-SAME-CYCLE(WS-RULE-SUB)
                   IF RL-COMPLETED-CYCLE = WS-CYCLE-DATE
                       MOVE "Y" TO WS-PREDECESSOR-OK
                   END-IF
               ELSE
      *>           Completed after the dependent last did - the run
      *>           ID settles two completions in the same second
                   IF RL-FINISH-STAMP > WS-DEPENDENT-LAST-STAMP
                       MOVE "Y" TO WS-PREDECESSOR-OK
                   END-IF
                   IF RL-FINISH-STAMP = WS-DEPENDENT-LAST-STAMP AND
                      RL-RUN-ID > WS-DEPENDENT-LAST-RUN-ID
                       MOVE "Y" TO WS-PREDECESSOR-OK
                   END-IF
               END-IF
           END-IF

           IF WS-PREDECESSOR-OK = "N"
               IF WS-RULE-SAME-CYCLE(WS-RULE-SUB)
                   STRING "REFUSED - "
                              DELIMITED BY SIZE
                          WS-RULE-PREDECESSOR(WS-RULE-SUB)
                              DELIMITED BY SPACE
                          " HAS NOT COMPLETED FOR CYCLE "
                              DELIMITED BY SIZE
                          WS-CYCLE-DATE DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
               ELSE
                   STRING "REFUSED - "
                              DELIMITED BY SIZE
                          WS-RULE-PREDECESSOR(WS-RULE-SUB)
                              DELIMITED BY SPACE
                          " HAS NOT COMPLETED SINCE LAST "
                              DELIMITED BY SIZE
                          JC-JOB-NAME DELIMITED BY SPACE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
               END-IF
           END-IF.

       2100-CHECK-PREDECESSOR-EXIT.
           EXIT.

       *> ==================================================
       *> NEXT RUN ID OFF THE CONTROL ROW - READ UNDER A
       *> RECORD LOCK SO TWO STREAMS STARTING TOGETHER CANNOT
       *> BOTH TAKE THE SAME ID
       *> ==================================================
       2200-NEXT-RUN-ID.
           MOVE "N" TO WS-RUN-ID-TAKEN
           MOVE 0 TO WS-LOCK-TRIES.

       2200-READ-CONTROL-ROW.
           MOVE 0 TO RL-CYCLE-DATE
           MOVE WS-CONTROL-JOB-NAME TO RL-JOB-NAME
           MOVE 0 TO RL-ATTEMPT
           READ RUN-LEDGER-FILE WITH LOCK
               INVALID KEY CONTINUE
           END-READ

      *>   Another start holds the row - try again
           IF WS-LEDGER-FILE-STATUS = "51" OR "9D"
               ADD 1 TO WS-LOCK-TRIES
               IF WS-LOCK-TRIES < WS-LOCK-TRY-LIMIT
                   GO TO 2200-READ-CONTROL-ROW
               END-IF
               DISPLAY "RUN LEDGER CONTROL ROW STILL LOCKED"
               GO TO 2200-NEXT-RUN-ID-EXIT
           END-IF

      *>   The ledger's first run - another start writing the row
      *>   first sends this one back round to read it
           IF WS-LEDGER-FILE-STATUS = "23"
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE 0 TO RL-CYCLE-DATE
               MOVE WS-CONTROL-JOB-NAME TO RL-JOB-NAME
               MOVE 0 TO RL-ATTEMPT
               MOVE 1 TO WS-NEW-RUN-ID
               MOVE 2 TO RL-RUN-ID
               MOVE 0 TO RL-START-STAMP
               MOVE 0 TO RL-FINISH-STAMP
               MOVE 0 TO RL-COMPLETED-CYCLE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       GO TO 2200-READ-CONTROL-ROW
               END-WRITE
               MOVE "Y" TO WS-RUN-ID-TAKEN
               GO TO 2200-NEXT-RUN-ID-EXIT
           END-IF

           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "RUN LEDGER CONTROL READ FAILED, STATUS "
                   WS-LEDGER-FILE-STATUS
               GO TO 2200-NEXT-RUN-ID-EXIT
           END-IF

           MOVE RL-RUN-ID TO WS-NEW-RUN-ID
           ADD 1 TO RL-RUN-ID
           REWRITE RUN-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "RUN LEDGER CONTROL REWRITE FAILED"
           END-REWRITE

           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "Y" TO WS-RUN-ID-TAKEN
           END-IF

           UNLOCK RUN-LEDGER-FILE.

       2200-NEXT-RUN-ID-EXIT.
           EXIT.

       *> ==================================================
       *> LOG A REFUSED START AND TELL THE CALLER WHY
       *> ==================================================
       2500-LOG-REFUSAL.
           MOVE "N" TO JC-RESULT
           MOVE WS-REFUSAL-TEXT TO JC-MESSAGE

           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE WS-CYCLE-DATE TO RL-CYCLE-DATE
           MOVE JC-JOB-NAME TO RL-JOB-NAME
           MOVE JC-ATTEMPT TO RL-ATTEMPT
           MOVE 0 TO RL-RUN-ID
           MOVE "R" TO RL-STATUS
           MOVE WS-STAMP-NUM TO RL-START-STAMP
           MOVE WS-STAMP-NUM TO RL-FINISH-STAMP
           MOVE 0 TO RL-COMPLETED-CYCLE
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
               MOVE 0 TO RL-COUNT(WS-COUNT-SUB)
           END-PERFORM
           MOVE WS-REFUSAL-TEXT TO RL-MESSAGE

           WRITE RUN-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "RUN LEDGER WRITE FAILED: " RL-KEY
           END-WRITE.

       2500-LOG-REFUSAL-EXIT.
           EXIT.

       *> ==================================================
       *> FINISH OR FAIL - CLOSE OFF THE ATTEMPT, AND ON A
       *> COMPLETION MOVE THE JOB'S SUMMARY ON
       *> ==================================================
       3000-FINISH-JOB.
           MOVE "Y" TO JC-RESULT

           MOVE JC-CYCLE-DATE TO RL-CYCLE-DATE
           MOVE JC-JOB-NAME TO RL-JOB-NAME
           MOVE JC-ATTEMPT TO RL-ATTEMPT
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO JC-RESULT
                   MOVE "RUN NOT FOUND ON THE RUN CONTROL LEDGER"
                       TO JC-MESSAGE
                   DISPLAY "RUN LEDGER ROW NOT FOUND: " RL-KEY
                   GO TO 3000-FINISH-JOB-EXIT
           END-READ

           MOVE WS-STAMP-NUM TO RL-FINISH-STAMP
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
               MOVE JC-COUNT-LABEL(WS-COUNT-SUB)
                   TO RL-COUNT-LABEL(WS-COUNT-SUB)
               MOVE JC-COUNT(WS-COUNT-SUB)
                   TO RL-COUNT(WS-COUNT-SUB)
           END-PERFORM

           IF JC-REQUEST-FAIL
               MOVE "A" TO RL-STATUS
               MOVE JC-MESSAGE TO RL-MESSAGE
           ELSE
               MOVE "C" TO RL-STATUS
               MOVE SPACES TO RL-MESSAGE
           END-IF

           REWRITE RUN-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "RUN LEDGER REWRITE FAILED: " RL-KEY
           END-REWRITE

           IF JC-REQUEST-FAIL
               GO TO 3000-FINISH-JOB-EXIT
           END-IF

      *>   The completion becomes the job's summary row
           MOVE 0 TO RL-CYCLE-DATE
           MOVE 0 TO RL-ATTEMPT
           MOVE JC-CYCLE-DATE TO RL-COMPLETED-CYCLE
           MOVE JC-RUN-ID TO RL-RUN-ID

           WRITE RUN-LEDGER-RECORD
               INVALID KEY
                   REWRITE RUN-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "RUN LEDGER SUMMARY REWRITE "
                               "FAILED: " RL-KEY
                   END-REWRITE
           END-WRITE.

       3000-FINISH-JOB-EXIT.
           EXIT.
