       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-JOBSTAT.

      *> Daily job-stream status report off the run-control ledger:
      *> every attempt each job made in the cycle with its run ID,
      *> times, outcome and key counts; then what the stream still
      *> owes - every scheduled job without a completion for the
      *> cycle, with how its last attempt ended.
      *>
      *> An attempt logged as started with no finish is reported as
      *> abended: the program stopped (or is still running) without
      *> telling the ledger it was done. Runs refused by the
      *> ordering rules are listed with the reason they were given.
      *>
      *> A job completed for the cycle and then reopened by a
      *> master-file recovery is owed again until its rerun
      *> completes - the same test the run control applies when it
      *> clears the rerun to start.
      *>
      *> The cycle comes off the parameter file; a missing or
      *> unreadable file means the cycle the run control has open,
      *> or today when the ledger has none. The schedule is the list of
      *> jobs the stream owes each cycle, one job name per record;
      *> without one the core nightly posting stream is assumed.
      *> The report reads the ledger only, so it can be run at any
      *> point in the night as often as operations like.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
               ASSIGN TO "data/run_control_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT OPTIONAL JOB-SCHEDULE-FILE
               ASSIGN TO "data/job_stream_schedule.dat".

           SELECT JOBSTAT-PARAMETER-FILE
               ASSIGN TO "data/jobstat_parameters.dat"
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT JOB-STATUS-REPORT-FILE
               ASSIGN TO "data/job_stream_status.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "RUN-LEDGER".

       FD  JOB-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS JOB-SCHEDULE-RECORD.

       01  JOB-SCHEDULE-RECORD.
           05  JS-JOB-NAME           PIC X(16).

       FD  JOBSTAT-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS JOBSTAT-PARAMETER-RECORD.

       01  JOBSTAT-PARAMETER-RECORD.
           05  JP-CYCLE-DATE         PIC X(08).
           05  JP-CYCLE-DATE-NUM REDEFINES JP-CYCLE-DATE
                                     PIC 9(08).

       FD  JOB-STATUS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JR-REPORT-LINE.

       01  JR-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-LEDGER          PIC X VALUE "N".
       01  WS-EOF-SCHEDULE        PIC X VALUE "N".
       01  WS-LEDGER-AVAILABLE    PIC X VALUE "N".

       01  WS-LEDGER-FILE-STATUS       PIC X(02).
       01  WS-PARAMETER-FILE-STATUS    PIC X(02).

       01  WS-CYCLE-DATE          PIC 9(8).

      *> The jobs the stream owes each cycle
       01  WS-SCHEDULE-COUNT           PIC 9(03) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES.
               10  WS-SCHED-JOB            PIC X(16).
      *>       Outcome of the job's latest attempt this cycle -
      *>       space when it has not been started
               10  WS-SCHED-LAST-STATUS    PIC X(01).
               10  WS-SCHED-COMPLETED      PIC X(01).
      *>       When its latest completion this cycle finished
               10  WS-SCHED-COMPLETE-STAMP PIC 9(14).
       01  WS-SCHED-SUB                PIC 9(03) VALUE 0.

      *> The latest master-file recovery completed this cycle - a
      *> job whose completion is older has been reopened by it
       01  WS-RECOVERY-STAMP           PIC 9(14) VALUE 0.
       01  WS-RECOVERY-JOB-NAME        PIC X(16) VALUE "RECOVER".
       01  WS-CYCLE-CONTROL-NAME       PIC X(16)
               VALUE "*CYCLE-CONTROL*".

      *> The core nightly posting stream, owed when no schedule
      *> file is supplied
       01  WS-DEFAULT-STREAM-LIST.
           05  FILLER  PIC X(16) VALUE "IMAGECOPY".
           05  FILLER  PIC X(16) VALUE "CONSOL".
           05  FILLER  PIC X(16) VALUE "CSES-FULL".
           05  FILLER  PIC X(16) VALUE "REFERRAL".
           05  FILLER  PIC X(16) VALUE "AUDITACC-APPEND".
       01  WS-DEFAULT-STREAM-TABLE REDEFINES WS-DEFAULT-STREAM-LIST.
           05  WS-DEFAULT-JOB  OCCURS 5 TIMES   PIC X(16).
       01  WS-DEFAULT-COUNT            PIC 9(03) VALUE 5.

       01  WS-COUNT-SUB                PIC 9(1) VALUE 0.
       01  WS-STATUS-TEXT              PIC X(10).

       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
       01  WS-STAMP-NUM REDEFINES WS-STAMP-WORK  PIC 9(14).

       01  WS-START-TEXT               PIC X(05).
       01  WS-FINISH-TEXT              PIC X(05).
       01  WS-COUNT-TEXT.
           05  WS-COUNT-TEXT-ENTRY OCCURS 3 TIMES.
               10  WS-COUNT-TEXT-LABEL     PIC X(12).
               10  WS-COUNT-TEXT-SEP       PIC X(01).
               10  WS-COUNT-TEXT-VALUE     PIC ZZZ,ZZZ,ZZ9.

       01  WS-STATUS-COUNTERS.
           05  WS-ATTEMPT-COUNT            PIC 9(5) VALUE 0.
           05  WS-COMPLETE-COUNT           PIC 9(5) VALUE 0.
           05  WS-ABENDED-COUNT            PIC 9(5) VALUE 0.
           05  WS-FAILED-COUNT             PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
           05  WS-OWED-COUNT               PIC 9(5) VALUE 0.

       01  WS-ED-ATTEMPT               PIC Z9.
       01  WS-ED-RUN-ID                PIC Z(7)9.
       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "JOB STREAM STATUS REPORT STARTED".

           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.

       *> ==================================================
       *> WHICH CYCLE - A MISSING OR UNREADABLE PARAMETER
       *> FILE MEANS THE ONE THE RUN CONTROL HAS OPEN
       *> ==================================================
           OPEN INPUT RUN-LEDGER-FILE.

           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-AVAILABLE
               MOVE 0 TO RL-CYCLE-DATE
               MOVE WS-CYCLE-CONTROL-NAME TO RL-JOB-NAME
               MOVE 0 TO RL-ATTEMPT
               READ RUN-LEDGER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RL-COMPLETED-CYCLE TO WS-CYCLE-DATE
               END-READ
           END-IF

           OPEN INPUT JOBSTAT-PARAMETER-FILE.

           IF WS-PARAMETER-FILE-STATUS = "00"
               READ JOBSTAT-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF JP-CYCLE-DATE IS NUMERIC
                           MOVE JP-CYCLE-DATE-NUM TO WS-CYCLE-DATE
                       ELSE
                           DISPLAY "CYCLE DATE NOT NUMERIC, OPEN "
                               "CYCLE ASSUMED: " JP-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE JOBSTAT-PARAMETER-FILE
           END-IF

           DISPLAY "CYCLE: " WS-CYCLE-DATE.

       *> ==================================================
       *> THE SCHEDULE - WHAT THE STREAM OWES THIS CYCLE
       *> ==================================================
           OPEN INPUT JOB-SCHEDULE-FILE.

           PERFORM UNTIL WS-EOF-SCHEDULE = "Y"
               READ JOB-SCHEDULE-FILE
                   AT END MOVE "Y" TO WS-EOF-SCHEDULE
                   NOT AT END
                       IF JS-JOB-NAME NOT = SPACES AND
                          WS-SCHEDULE-COUNT < 100
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE JS-JOB-NAME
                               TO WS-SCHED-JOB(WS-SCHEDULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOB-SCHEDULE-FILE.

           IF WS-SCHEDULE-COUNT = 0
               PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                       UNTIL WS-SCHED-SUB > WS-DEFAULT-COUNT
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE WS-DEFAULT-JOB(WS-SCHED-SUB)
                       TO WS-SCHED-JOB(WS-SCHEDULE-COUNT)
               END-PERFORM
           END-IF

           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
               MOVE SPACE TO WS-SCHED-LAST-STATUS(WS-SCHED-SUB)
               MOVE "N" TO WS-SCHED-COMPLETED(WS-SCHED-SUB)
               MOVE 0 TO WS-SCHED-COMPLETE-STAMP(WS-SCHED-SUB)
           END-PERFORM

           OPEN OUTPUT JOB-STATUS-REPORT-FILE.

           MOVE "JOB STREAM STATUS REPORT" TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE SPACES TO JR-REPORT-LINE
           STRING "CYCLE " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE SPACES TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

       *> ==================================================
       *> EVERY ATTEMPT LOGGED FOR THE CYCLE
       *> ==================================================
           MOVE "RUNS THIS CYCLE" TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE SPACES TO JR-REPORT-LINE
           STRING "JOB              AT   RUN ID  STATUS     "
                  "START  FINISH"
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           IF WS-LEDGER-AVAILABLE = "N"
               DISPLAY "RUN CONTROL LEDGER NOT AVAILABLE, STATUS: "
                   WS-LEDGER-FILE-STATUS
               MOVE "  NO RUN CONTROL LEDGER - NOTHING HAS RUN"
                   TO JR-REPORT-LINE
               WRITE JR-REPORT-LINE
               MOVE "Y" TO WS-EOF-LEDGER
           END-IF

           IF WS-LEDGER-AVAILABLE = "Y"
               MOVE WS-CYCLE-DATE TO RL-CYCLE-DATE
               MOVE LOW-VALUES TO RL-JOB-NAME
               MOVE 0 TO RL-ATTEMPT
               START RUN-LEDGER-FILE KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-LEDGER
               END-START
           END-IF

           PERFORM UNTIL WS-EOF-LEDGER = "Y"
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LEDGER
                   NOT AT END
                       IF RL-CYCLE-DATE NOT = WS-CYCLE-DATE
                           MOVE "Y" TO WS-EOF-LEDGER
                       ELSE
                           PERFORM 2000-REPORT-ATTEMPT
                               THRU 2000-REPORT-ATTEMPT-EXIT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LEDGER-AVAILABLE = "Y"
               CLOSE RUN-LEDGER-FILE
           END-IF

           IF WS-ATTEMPT-COUNT = 0 AND WS-LEDGER-AVAILABLE = "Y"
               MOVE "  NO RUNS LOGGED FOR THE CYCLE" TO JR-REPORT-LINE
               WRITE JR-REPORT-LINE
           END-IF

      *>   A completion stands unless a recovery finished after it
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
               IF WS-SCHED-COMPLETE-STAMP(WS-SCHED-SUB) > 0 AND
                  WS-SCHED-COMPLETE-STAMP(WS-SCHED-SUB) NOT <
                      WS-RECOVERY-STAMP
                   MOVE "Y" TO WS-SCHED-COMPLETED(WS-SCHED-SUB)
               END-IF
           END-PERFORM

       *> ==================================================
       *> WHAT THE STREAM STILL OWES
       *> ==================================================
           MOVE SPACES TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE "STILL OWED THIS CYCLE" TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
               IF WS-SCHED-COMPLETED(WS-SCHED-SUB) = "N"
                   PERFORM 3000-REPORT-OWED
                       THRU 3000-REPORT-OWED-EXIT
               END-IF
           END-PERFORM

           IF WS-OWED-COUNT = 0
               MOVE "  NONE - EVERY SCHEDULED JOB HAS COMPLETED"
                   TO JR-REPORT-LINE
               WRITE JR-REPORT-LINE
           END-IF

       *> ==================================================
       *> TOTALS
       *> ==================================================
           MOVE SPACES TO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-ATTEMPT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "ATTEMPTS LOGGED:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-COMPLETE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "COMPLETED:              " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-ABENDED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "ABENDED (NO FINISH):    " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-FAILED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "FAILED:                 " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-REFUSED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "REFUSED:                " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           MOVE WS-OWED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO JR-REPORT-LINE
           STRING "SCHEDULED JOBS OWED:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           CLOSE JOB-STATUS-REPORT-FILE.

           DISPLAY "ATTEMPTS LOGGED: " WS-ATTEMPT-COUNT.
           DISPLAY "ABENDED: " WS-ABENDED-COUNT.
           DISPLAY "SCHEDULED JOBS OWED: " WS-OWED-COUNT.

           DISPLAY "JOB STREAM STATUS REPORT COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE ATTEMPT - ITS LINE, ITS COUNTS OR ITS REASON,
       *> AND WHAT IT MEANS FOR THE SCHEDULE
       *> ==================================================
       2000-REPORT-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT

           EVALUATE TRUE
               WHEN RL-STATUS-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN RL-STATUS-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-FAILED-COUNT
               WHEN RL-STATUS-REFUSED
                   MOVE "REFUSED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE "ABENDED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ABENDED-COUNT
           END-EVALUATE

           MOVE RL-START-STAMP TO WS-STAMP-NUM
           MOVE SPACES TO WS-START-TEXT
           STRING WS-STAMP-HH ":" WS-STAMP-MM
               DELIMITED BY SIZE INTO WS-START-TEXT

           MOVE SPACES TO WS-FINISH-TEXT
           IF RL-FINISH-STAMP NOT = 0 AND NOT RL-STATUS-REFUSED
               MOVE RL-FINISH-STAMP TO WS-STAMP-NUM
               STRING WS-STAMP-HH ":" WS-STAMP-MM
                   DELIMITED BY SIZE INTO WS-FINISH-TEXT
           END-IF

           MOVE RL-ATTEMPT TO WS-ED-ATTEMPT
           MOVE RL-RUN-ID TO WS-ED-RUN-ID
           MOVE SPACES TO JR-REPORT-LINE
           STRING RL-JOB-NAME " " WS-ED-ATTEMPT " "
                  WS-ED-RUN-ID "  " WS-STATUS-TEXT " "
                  WS-START-TEXT "  " WS-FINISH-TEXT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE

           IF RL-STATUS-COMPLETE
               MOVE SPACES TO WS-COUNT-TEXT
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB > 3
                   IF RL-COUNT-LABEL(WS-COUNT-SUB) NOT = SPACES
                       MOVE RL-COUNT-LABEL(WS-COUNT-SUB)
                           TO WS-COUNT-TEXT-LABEL(WS-COUNT-SUB)
                       MOVE ":" TO WS-COUNT-TEXT-SEP(WS-COUNT-SUB)
                       MOVE RL-COUNT(WS-COUNT-SUB)
                           TO WS-COUNT-TEXT-VALUE(WS-COUNT-SUB)
                   END-IF
               END-PERFORM
               IF WS-COUNT-TEXT NOT = SPACES
                   MOVE SPACES TO JR-REPORT-LINE
                   STRING "    " WS-COUNT-TEXT
                       DELIMITED BY SIZE INTO JR-REPORT-LINE
                   WRITE JR-REPORT-LINE
               END-IF
           END-IF

           IF RL-MESSAGE NOT = SPACES
               MOVE SPACES TO JR-REPORT-LINE
               STRING "    " RL-MESSAGE
                   DELIMITED BY SIZE INTO JR-REPORT-LINE
               WRITE JR-REPORT-LINE
           END-IF

           IF RL-JOB-NAME = WS-RECOVERY-JOB-NAME AND
              RL-STATUS-COMPLETE AND
              RL-FINISH-STAMP > WS-RECOVERY-STAMP
               MOVE RL-FINISH-STAMP TO WS-RECOVERY-STAMP
           END-IF

      *>   Ledger rows come in attempt order, so the last one seen
      *>   for a job is its latest. Whether its completion still
      *>   stands waits on every recovery in the cycle being seen.
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHEDULE-COUNT
               IF WS-SCHED-JOB(WS-SCHED-SUB) = RL-JOB-NAME
                   MOVE RL-STATUS
                       TO WS-SCHED-LAST-STATUS(WS-SCHED-SUB)
                   IF RL-STATUS-COMPLETE
                       MOVE RL-FINISH-STAMP
                           TO WS-SCHED-COMPLETE-STAMP(WS-SCHED-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       2000-REPORT-ATTEMPT-EXIT.
           EXIT.

       *> ==================================================
       *> ONE SCHEDULED JOB WITHOUT A COMPLETION
       *> ==================================================
       3000-REPORT-OWED.
           ADD 1 TO WS-OWED-COUNT

           EVALUATE WS-SCHED-LAST-STATUS(WS-SCHED-SUB)
               WHEN "S"
                   MOVE "ABENDED" TO WS-STATUS-TEXT
               WHEN "A"
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REFUSED" TO WS-STATUS-TEXT
      *>       Completed, then reopened by a recovery - no rerun yet
               WHEN "C"
                   MOVE "REOPENED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO JR-REPORT-LINE
           STRING "  " WS-SCHED-JOB(WS-SCHED-SUB)
                  " LAST ATTEMPT: " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO JR-REPORT-LINE
           WRITE JR-REPORT-LINE.

       3000-REPORT-OWED-EXIT.
           EXIT.
