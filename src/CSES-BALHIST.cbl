       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-BALHIST.

      *> Month-end balance history snapshot and arrears trend. Run
      *> once the month's last posting night is through, it copies
      *> every case on the parent master - arrears, interest, current
      *> due, credit, recoupment, status flag, and day-based aging
      *> bucket - into the balance history under the month it stands
      *> for. The month comes off the parameter file as YYYYMM (a
      *> missing or unreadable file means the current month), so a
      *> snapshot taken on the first of the month can still be filed
      *> under the month just closed. A rerun for a month replaces
      *> that month's rows rather than doubling them.
      *>
      *> The history is then read back in case order to produce the
      *> arrears trend report:
      *>
      *>   - every case whose arrears grew in each of three or more
      *>     consecutive months up to the snapshot month, with the
      *>     assigned worker and unit off the caseworker assignment
      *>     master, the arrears the run of growth started from, and
      *>     where it stands now;
      *>   - arrears totals for each caseworker unit for the last six
      *>     months on file, with the change month over month, and
      *>     the same for all units together. Cases no assignment
      *>     range covers are totalled as UNASSIGNED.
      *>
      *> Aging uses the same boundaries as the main batch - the
      *> defaults below unless the operator's run parameter file
      *> carries a valid ascending set.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "data/balance_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *> OPTIONAL - without assignments every case totals under
      *> UNASSIGNED, and the trend list still prints
           SELECT OPTIONAL WORKER-MASTER-FILE
               ASSIGN TO "data/caseworker_master.dat".

           SELECT BALHIST-PARAMETER-FILE
               ASSIGN TO "data/balhist_parameters.dat"
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run_parameters.dat"
               FILE STATUS IS WS-RUN-PARAMETER-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO "data/arrears_trend.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "PARENT-MASTER".

             COPY "BALANCE-HISTORY".

       FD  WORKER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS WORKER-MASTER-RECORD.

       01  WORKER-MASTER-RECORD.
           05  WK-WORKER-ID          PIC X(05).
           05  WK-WORKER-NAME        PIC X(20).
           05  WK-UNIT               PIC X(05).
      *>   Assigned case range, inclusive - an explicit case list is
      *>   keyed as ranges of one (low = high), one row each
           05  WK-CASE-LOW           PIC X(08).
           05  WK-CASE-HIGH          PIC X(08).

       FD  BALHIST-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BALHIST-PARAMETER-RECORD.

       01  BALHIST-PARAMETER-RECORD.
           05  HP-SNAPSHOT-MONTH     PIC X(06).
           05  HP-SNAPSHOT-MONTH-NUM REDEFINES HP-SNAPSHOT-MONTH.
               10  HP-SNAPSHOT-YEAR      PIC 9(04).
               10  HP-SNAPSHOT-MM        PIC 9(02).

      *> The main batch's operator run controls - only the aging
      *> boundaries are used here
       FD  RUN-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS RUN-PARAMETER-RECORD.

       01  RUN-PARAMETER-RECORD.
           05  RP-RUN-MODE           PIC X(08).
           05  RP-CHECKPOINT-INTERVAL PIC X(04).
      *>   Aging bucket boundaries in days, ascending
           05  RP-AGE-BUCKET-1       PIC X(03).
           05  RP-AGE-BUCKET-2       PIC X(03).
           05  RP-AGE-BUCKET-3       PIC X(03).
           05  RP-AGE-BUCKET-4       PIC X(03).

       FD  TREND-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AT-REPORT-LINE.

       01  AT-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-HISTORY         PIC X VALUE "N".
       01  WS-EOF-WORKERS         PIC X VALUE "N".
       01  WS-UNIT-MATCHED        PIC X VALUE "N".

       01  WS-PARENT-FILE-STATUS       PIC X(02).
       01  WS-HISTORY-FILE-STATUS      PIC X(02).
       01  WS-PARAMETER-FILE-STATUS    PIC X(02).
       01  WS-RUN-PARAMETER-STATUS     PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH           PIC 9(6).
           05  FILLER                 PIC 9(2).
       01  WS-SNAPSHOT-PERIOD     PIC 9(6).

      *> Month arithmetic - a YYYYMM period as a running month
      *> number (year * 12 + month - 1), so consecutive months
      *> differ by one across a year end
       01  WS-PERIOD-WORK         PIC 9(6).
       01  WS-PERIOD-WORK-X REDEFINES WS-PERIOD-WORK.
           05  WS-PERIOD-YEAR         PIC 9(4).
           05  WS-PERIOD-MM           PIC 9(2).
       01  WS-MONTH-NUMBER        PIC 9(6).
       01  WS-SNAPSHOT-MONTH-NUMBER PIC 9(6).
       01  WS-MONTH-OFFSET        PIC 9(6).

      *> Aging boundaries in days - same defaults as the main batch
       01  WS-AGE-THRESHOLD-1          PIC 9(3) VALUE 30.
       01  WS-AGE-THRESHOLD-2          PIC 9(3) VALUE 60.
       01  WS-AGE-THRESHOLD-3          PIC 9(3) VALUE 90.
       01  WS-AGE-THRESHOLD-4          PIC 9(3) VALUE 120.

       01  WS-DAYS-SINCE-PAYMENT       PIC 9(5).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-LAST-PAY-INTEGER         PIC 9(7).

      *> Assignment ranges as keyed, in file order - first matching
      *> range wins, the same rule the work queues assign by
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 500 TIMES.
               10  WS-RG-WORKER-ID       PIC X(05).
               10  WS-RG-UNIT-SUB        PIC 9(02).
               10  WS-RG-CASE-LOW        PIC 9(08).
               10  WS-RG-CASE-HIGH       PIC 9(08).

       01  WS-RANGE-COUNT              PIC 9(03) VALUE 0.
       01  WS-RANGE-MAX                PIC 9(03) VALUE 500.
       01  WS-RG-SUB                   PIC 9(03).

      *> Units in assignment-master order, UNASSIGNED added last if
      *> any case falls outside every range (the slot past the
      *> assignment units is held for it). Month slot 1 is the
      *> snapshot month, slot 2 the month before, and so on - slot 7
      *> is kept only to show the change into the oldest month
      *> printed.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 51 TIMES.
               10  WS-UN-UNIT            PIC X(05).
               10  WS-UN-MONTHS.
                   15  WS-UN-MONTH OCCURS 7 TIMES.
                       20  WS-UN-MONTH-CASES   PIC 9(07).
                       20  WS-UN-MONTH-ARREARS PIC 9(11)V99.

       01  WS-UNIT-COUNT               PIC 9(02) VALUE 0.
       01  WS-UNIT-MAX                 PIC 9(02) VALUE 50.
       01  WS-UN-SUB                   PIC 9(02).
       01  WS-UNASSIGNED-SUB           PIC 9(02) VALUE 0.

       01  WS-ALL-UNITS.
           05  WS-ALL-MONTH OCCURS 7 TIMES.
               10  WS-ALL-MONTH-CASES    PIC 9(07).
               10  WS-ALL-MONTH-ARREARS  PIC 9(11)V99.

      *> One unit's (or all units') months, laid out like
      *> WS-UN-MONTHS, for the printing paragraph
       01  WS-PRINT-MONTHS.
           05  WS-PR-MONTH OCCURS 7 TIMES.
               10  WS-PR-MONTH-CASES     PIC 9(07).
               10  WS-PR-MONTH-ARREARS   PIC 9(11)V99.
       01  WS-PRINT-TITLE              PIC X(20).

      *> Which months have any history at all - a month before the
      *> history began is not printed, and is not a change of zero
       01  WS-MONTH-ON-FILE-TABLE.
           05  WS-MONTH-ON-FILE OCCURS 7 TIMES PIC X(01).
       01  WS-MO-SUB                   PIC 9(01).
       01  WS-MO-PRIOR                 PIC 9(01).

      *> The case being followed through the history
       01  WS-TREND-CASE-ID            PIC 9(08) VALUE 0.
       01  WS-TREND-WORKER-ID          PIC X(05).
       01  WS-TREND-UNIT-SUB           PIC 9(02).
       01  WS-LAST-MONTH-NUMBER        PIC 9(06).
       01  WS-LAST-ARREARS             PIC 9(7)V99.
       01  WS-GROWTH-STREAK            PIC 9(03).
       01  WS-STREAK-START-ARREARS     PIC 9(7)V99.
      *> Consecutive months of growth that put a case on the list
       01  WS-GROWTH-MONTHS-FLAGGED    PIC 9(03) VALUE 3.

       01  WS-ARREARS-CHANGE           PIC S9(11)V99.

       01  WS-BALHIST-COUNTERS.
           05  WS-SNAPSHOTS-WRITTEN        PIC 9(7) VALUE 0.
           05  WS-SNAPSHOTS-REPLACED       PIC 9(7) VALUE 0.
           05  WS-HISTORY-ROWS-READ        PIC 9(7) VALUE 0.
           05  WS-CASES-FLAGGED            PIC 9(7) VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-STREAK                PIC ZZ9.
       01  WS-ED-ARREARS-1             PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-ARREARS-2             PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-ARREARS-3             PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CHANGE                PIC ++,+++,+++,++9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "BALANCE HISTORY SNAPSHOT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "BALHIST" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-SNAPSHOT-PERIOD.

       *> ==================================================
       *> WHICH MONTH - A MISSING OR UNREADABLE PARAMETER
       *> FILE MEANS THE CURRENT ONE
       *> ==================================================
           OPEN INPUT BALHIST-PARAMETER-FILE.

           IF WS-PARAMETER-FILE-STATUS = "00"
               READ BALHIST-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HP-SNAPSHOT-MONTH IS NUMERIC AND
                          HP-SNAPSHOT-MM >= 1 AND
                          HP-SNAPSHOT-MM <= 12
                           MOVE HP-SNAPSHOT-MONTH-NUM TO
                               WS-SNAPSHOT-PERIOD
                       ELSE
                           DISPLAY "SNAPSHOT MONTH INVALID, CURRENT "
                               "MONTH ASSUMED: " HP-SNAPSHOT-MONTH
                       END-IF
               END-READ
               CLOSE BALHIST-PARAMETER-FILE
           END-IF

           DISPLAY "SNAPSHOT MONTH: " WS-SNAPSHOT-PERIOD.

           MOVE WS-SNAPSHOT-PERIOD TO WS-PERIOD-WORK
           PERFORM 8100-MONTH-NUMBER THRU 8100-MONTH-NUMBER-EXIT
           MOVE WS-MONTH-NUMBER TO WS-SNAPSHOT-MONTH-NUMBER.

           PERFORM 0400-LOAD-AGING-BOUNDARIES
               THRU 0400-LOAD-AGING-BOUNDARIES-EXIT.

           OPEN INPUT PARENT-MASTER-FILE.

           IF WS-PARENT-FILE-STATUS NOT = "00"
               DISPLAY "PARENT MASTER WILL NOT OPEN, STATUS "
                   WS-PARENT-FILE-STATUS
               MOVE "PARENT MASTER NOT AVAILABLE" TO JC-MESSAGE
               SET JC-REQUEST-FAIL TO TRUE
               CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>   The first month-end creates the history
           OPEN I-O BALANCE-HISTORY-FILE.

           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF

           OPEN INPUT WORKER-MASTER-FILE.

           OPEN OUTPUT TREND-REPORT-FILE.

       *> ==================================================
       *> LOAD THE ASSIGNMENT MASTER - RANGES IN FILE ORDER,
       *> ONE UNIT ENTRY PER UNIT
       *> ==================================================
           READ WORKER-MASTER-FILE
               AT END MOVE "Y" TO WS-EOF-WORKERS
           END-READ.

           PERFORM UNTIL WS-EOF-WORKERS = "Y"

               PERFORM 1100-LOAD-WORKER-ROW
                   THRU 1100-LOAD-WORKER-ROW-EXIT

               READ WORKER-MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF-WORKERS
               END-READ

           END-PERFORM.

           CLOSE WORKER-MASTER-FILE.

           DISPLAY "ASSIGNMENT RANGES LOADED: " WS-RANGE-COUNT.

       *> ==================================================
       *> THE SNAPSHOT - ONE HISTORY ROW PER CASE FOR THE
       *> MONTH, REPLACING ANY ROW AN EARLIER RUN LEFT
       *> ==================================================
           MOVE ZEROS TO PM-PARENT-ID
           START PARENT-MASTER-FILE
               KEY IS NOT LESS THAN PM-PARENT-ID
               INVALID KEY MOVE "Y" TO WS-EOF-PARENTS
           END-START

           IF WS-EOF-PARENTS NOT = "Y"
               READ PARENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-PARENTS = "Y"

               PERFORM 2100-SNAPSHOT-CASE
                   THRU 2100-SNAPSHOT-CASE-EXIT

               READ PARENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ

           END-PERFORM.

           DISPLAY "SNAPSHOT ROWS WRITTEN: " WS-SNAPSHOTS-WRITTEN.
           DISPLAY "SNAPSHOT ROWS REPLACED: " WS-SNAPSHOTS-REPLACED.

       *> ==================================================
       *> THE TREND - READ THE HISTORY BACK IN CASE ORDER
       *> ==================================================
           MOVE SPACES TO AT-REPORT-LINE
           STRING "ARREARS TREND - MONTH ENDING " WS-SNAPSHOT-PERIOD
               "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE SPACES TO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE WS-GROWTH-MONTHS-FLAGGED TO WS-ED-STREAK
           MOVE SPACES TO AT-REPORT-LINE
           STRING "CASES WITH ARREARS GROWING " WS-ED-STREAK
               " OR MORE CONSECUTIVE MONTHS"
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE SPACES TO AT-REPORT-LINE
           STRING "  CASE     WORKER UNIT MONTHS  FROM ARREARS"
               "   NOW ARREARS        GROWTH"
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           INITIALIZE WS-ALL-UNITS
           MOVE ALL "N" TO WS-MONTH-ON-FILE-TABLE

           MOVE ZEROS TO BH-HISTORY-KEY
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN BH-HISTORY-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-HISTORY
           END-START

           IF WS-EOF-HISTORY NOT = "Y"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-HISTORY
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-HISTORY = "Y"

               ADD 1 TO WS-HISTORY-ROWS-READ
               PERFORM 3100-TREND-ROW
                   THRU 3100-TREND-ROW-EXIT

               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-HISTORY
               END-READ

           END-PERFORM.

           IF WS-TREND-CASE-ID NOT = 0
               PERFORM 3200-END-TREND-CASE
                   THRU 3200-END-TREND-CASE-EXIT
           END-IF

           MOVE WS-CASES-FLAGGED TO WS-ED-COUNT
           MOVE SPACES TO AT-REPORT-LINE
           STRING "CASES LISTED: " WS-ED-COUNT
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

       *> ==================================================
       *> MONTH-OVER-MONTH ARREARS BY UNIT, THEN ALL UNITS
       *> ==================================================
           MOVE SPACES TO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE SPACES TO AT-REPORT-LINE
           STRING "ARREARS BY CASEWORKER UNIT - LAST SIX MONTHS"
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
                   UNTIL WS-UN-SUB > WS-UNIT-COUNT
               MOVE WS-UN-MONTHS (WS-UN-SUB) TO WS-PRINT-MONTHS
               MOVE SPACES TO WS-PRINT-TITLE
               IF WS-UN-SUB = WS-UNASSIGNED-SUB
                   MOVE "UNASSIGNED" TO WS-PRINT-TITLE
               ELSE
                   STRING "UNIT " WS-UN-UNIT (WS-UN-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-TITLE
               END-IF
               PERFORM 4100-PRINT-UNIT-MONTHS
                   THRU 4100-PRINT-UNIT-MONTHS-EXIT
           END-PERFORM

           MOVE WS-ALL-UNITS TO WS-PRINT-MONTHS
           MOVE "ALL UNITS" TO WS-PRINT-TITLE
           PERFORM 4100-PRINT-UNIT-MONTHS
               THRU 4100-PRINT-UNIT-MONTHS-EXIT.

           CLOSE PARENT-MASTER-FILE
                 BALANCE-HISTORY-FILE
                 TREND-REPORT-FILE.

           DISPLAY "HISTORY ROWS READ: " WS-HISTORY-ROWS-READ.
           DISPLAY "CASES WITH GROWING ARREARS: " WS-CASES-FLAGGED.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "SNAPSHOTS" TO JC-COUNT-LABEL(1)
           MOVE WS-SNAPSHOTS-WRITTEN TO JC-COUNT(1)
           MOVE "REPLACED" TO JC-COUNT-LABEL(2)
           MOVE WS-SNAPSHOTS-REPLACED TO JC-COUNT(2)
           MOVE "ARREARS GROW" TO JC-COUNT-LABEL(3)
           MOVE WS-CASES-FLAGGED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "BALANCE HISTORY SNAPSHOT COMPLETE".

           STOP RUN.

       *> ==================================================
       *> AGING BOUNDARIES OFF THE MAIN BATCH'S RUN
       *> PARAMETERS - THE FOUR STAND OR FALL TOGETHER
       *> ==================================================
       0400-LOAD-AGING-BOUNDARIES.
           OPEN INPUT RUN-PARAMETER-FILE

           IF WS-RUN-PARAMETER-STATUS NOT = "00"
               DISPLAY "RUN PARAMETER FILE NOT AVAILABLE, "
                   "DEFAULT AGING IN EFFECT"
               GO TO 0400-LOAD-AGING-BOUNDARIES-EXIT
           END-IF

           READ RUN-PARAMETER-FILE
               AT END
                   DISPLAY "RUN PARAMETER FILE EMPTY, "
                       "DEFAULT AGING IN EFFECT"
                   CLOSE RUN-PARAMETER-FILE
                   GO TO 0400-LOAD-AGING-BOUNDARIES-EXIT
           END-READ

           IF RP-AGE-BUCKET-1 IS NUMERIC AND
              RP-AGE-BUCKET-2 IS NUMERIC AND
              RP-AGE-BUCKET-3 IS NUMERIC AND
              RP-AGE-BUCKET-4 IS NUMERIC
               IF RP-AGE-BUCKET-1 < RP-AGE-BUCKET-2 AND
                  RP-AGE-BUCKET-2 < RP-AGE-BUCKET-3 AND
                  RP-AGE-BUCKET-3 < RP-AGE-BUCKET-4 AND
                  RP-AGE-BUCKET-1 NOT = "000"
                   MOVE RP-AGE-BUCKET-1 TO WS-AGE-THRESHOLD-1
                   MOVE RP-AGE-BUCKET-2 TO WS-AGE-THRESHOLD-2
                   MOVE RP-AGE-BUCKET-3 TO WS-AGE-THRESHOLD-3
                   MOVE RP-AGE-BUCKET-4 TO WS-AGE-THRESHOLD-4
               ELSE
                   DISPLAY "AGING THRESHOLDS NOT ASCENDING, "
                       "DEFAULTS KEPT"
               END-IF
           ELSE
               DISPLAY "AGING THRESHOLDS NOT NUMERIC, DEFAULTS KEPT"
           END-IF

           CLOSE RUN-PARAMETER-FILE.

       0400-LOAD-AGING-BOUNDARIES-EXIT.
           EXIT.

       *> ==================================================
       *> ONE ASSIGNMENT ROW - FIND (OR ADD) ITS UNIT, THEN
       *> KEEP THE RANGE
       *> ==================================================
       1100-LOAD-WORKER-ROW.
           IF WK-CASE-LOW NOT NUMERIC OR WK-CASE-HIGH NOT NUMERIC
               DISPLAY "ASSIGNMENT RANGE NOT NUMERIC, IGNORED: "
                   WK-WORKER-ID " " WK-CASE-LOW " " WK-CASE-HIGH
               GO TO 1100-LOAD-WORKER-ROW-EXIT
           END-IF

           MOVE "N" TO WS-UNIT-MATCHED
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
                   UNTIL WS-UN-SUB > WS-UNIT-COUNT
                      OR WS-UNIT-MATCHED = "Y"
               IF WS-UN-UNIT (WS-UN-SUB) = WK-UNIT
                   MOVE "Y" TO WS-UNIT-MATCHED
               END-IF
           END-PERFORM

      *>   The search steps one past the match before it stops
           IF WS-UNIT-MATCHED = "Y"
               SUBTRACT 1 FROM WS-UN-SUB
           ELSE
               IF WS-UNIT-COUNT < WS-UNIT-MAX
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UN-SUB
                   MOVE WK-UNIT TO WS-UN-UNIT (WS-UN-SUB)
                   INITIALIZE WS-UN-MONTHS (WS-UN-SUB)
               ELSE
                   DISPLAY "UNIT TABLE FULL, ROW IGNORED: "
                       WK-WORKER-ID " " WK-UNIT
                   GO TO 1100-LOAD-WORKER-ROW-EXIT
               END-IF
           END-IF

           IF WS-RANGE-COUNT < WS-RANGE-MAX
               ADD 1 TO WS-RANGE-COUNT
               MOVE WK-WORKER-ID TO WS-RG-WORKER-ID (WS-RANGE-COUNT)
               MOVE WS-UN-SUB TO WS-RG-UNIT-SUB (WS-RANGE-COUNT)
               MOVE WK-CASE-LOW TO WS-RG-CASE-LOW (WS-RANGE-COUNT)
               MOVE WK-CASE-HIGH TO WS-RG-CASE-HIGH (WS-RANGE-COUNT)
           ELSE
               DISPLAY "RANGE TABLE FULL, ROW IGNORED: "
                   WK-WORKER-ID
           END-IF.

       1100-LOAD-WORKER-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> WORKER AND UNIT FOR WS-TREND-CASE-ID - FIRST
       *> MATCHING RANGE WINS; NO RANGE MEANS UNASSIGNED,
       *> WHICH GETS ITS OWN UNIT SLOT THE FIRST TIME
       *> ==================================================
       1200-FIND-CASE-UNIT.
           MOVE SPACES TO WS-TREND-WORKER-ID
           MOVE 0 TO WS-TREND-UNIT-SUB

           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RANGE-COUNT
                      OR WS-TREND-UNIT-SUB > 0
               IF WS-TREND-CASE-ID >= WS-RG-CASE-LOW (WS-RG-SUB) AND
                  WS-TREND-CASE-ID <= WS-RG-CASE-HIGH (WS-RG-SUB)
                   MOVE WS-RG-WORKER-ID (WS-RG-SUB) TO
                       WS-TREND-WORKER-ID
                   MOVE WS-RG-UNIT-SUB (WS-RG-SUB) TO
                       WS-TREND-UNIT-SUB
               END-IF
           END-PERFORM

           IF WS-TREND-UNIT-SUB > 0
               GO TO 1200-FIND-CASE-UNIT-EXIT
           END-IF

           IF WS-UNASSIGNED-SUB = 0
               ADD 1 TO WS-UNIT-COUNT
               MOVE WS-UNIT-COUNT TO WS-UNASSIGNED-SUB
               MOVE SPACES TO WS-UN-UNIT (WS-UNASSIGNED-SUB)
               INITIALIZE WS-UN-MONTHS (WS-UNASSIGNED-SUB)
           END-IF

           MOVE WS-UNASSIGNED-SUB TO WS-TREND-UNIT-SUB.

       1200-FIND-CASE-UNIT-EXIT.
           EXIT.

       *> ==================================================
       *> ONE CASE INTO THE HISTORY FOR THE SNAPSHOT MONTH
       *> ==================================================
       2100-SNAPSHOT-CASE.
           MOVE SPACES TO BALANCE-HISTORY-RECORD
           MOVE PM-PARENT-ID TO BH-CASE-ID
           MOVE WS-SNAPSHOT-PERIOD TO BH-PERIOD
           MOVE WS-RUN-DATE TO BH-SNAPSHOT-DATE
           MOVE PM-CASE-STATUS TO BH-CASE-STATUS
           MOVE PM-TOTAL-ARREARS TO BH-ARREARS
           MOVE PM-INTEREST-BALANCE TO BH-INTEREST
           MOVE PM-CURRENT-DUE-BALANCE TO BH-CURRENT-DUE
           MOVE PM-CREDIT-BALANCE TO BH-CREDIT
           MOVE PM-RECOUPMENT-BALANCE TO BH-RECOUPMENT
           MOVE PM-STATUS-FLAG TO BH-STATUS-FLAG

      *>   Day-based aging, counted the way the main batch counts it
           IF PM-TOTAL-ARREARS = 0 AND PM-INTEREST-BALANCE = 0
               MOVE 0 TO WS-DAYS-SINCE-PAYMENT
               SET BH-AGING-CURRENT TO TRUE
           ELSE
               IF PM-LAST-PAYMENT-DATE = 0
                   MOVE 99999 TO WS-DAYS-SINCE-PAYMENT
               ELSE
                   COMPUTE WS-TODAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   COMPUTE WS-LAST-PAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(PM-LAST-PAYMENT-DATE)
                   COMPUTE WS-DAYS-SINCE-PAYMENT =
                       WS-TODAY-INTEGER - WS-LAST-PAY-INTEGER
               END-IF

               IF WS-DAYS-SINCE-PAYMENT >= WS-AGE-THRESHOLD-4
                   MOVE "5" TO BH-AGING-BUCKET
               ELSE
                   IF WS-DAYS-SINCE-PAYMENT >= WS-AGE-THRESHOLD-3
                       MOVE "4" TO BH-AGING-BUCKET
                   ELSE
                       IF WS-DAYS-SINCE-PAYMENT >= WS-AGE-THRESHOLD-2
                           MOVE "3" TO BH-AGING-BUCKET
                       ELSE
                           IF WS-DAYS-SINCE-PAYMENT >=
                              WS-AGE-THRESHOLD-1
                               MOVE "2" TO BH-AGING-BUCKET
                           ELSE
                               MOVE "1" TO BH-AGING-BUCKET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-DAYS-SINCE-PAYMENT TO BH-DAYS-SINCE-PAYMENT

           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE BALANCE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "HISTORY ROW NOT REPLACED: "
                               BH-CASE-ID " " BH-PERIOD
                       NOT INVALID KEY
                           ADD 1 TO WS-SNAPSHOTS-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOTS-WRITTEN
           END-WRITE.

       2100-SNAPSHOT-CASE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE HISTORY ROW - FOLLOW THE CASE'S RUN OF GROWTH
       *> AND ADD IT TO ITS UNIT'S MONTH TOTALS. ROWS AFTER
       *> THE SNAPSHOT MONTH (A RERUN FOR AN EARLIER MONTH)
       *> ARE LEFT OUT.
       *> ==================================================
       3100-TREND-ROW.
           IF BH-CASE-ID NOT = WS-TREND-CASE-ID
               IF WS-TREND-CASE-ID NOT = 0
                   PERFORM 3200-END-TREND-CASE
                       THRU 3200-END-TREND-CASE-EXIT
               END-IF
               MOVE BH-CASE-ID TO WS-TREND-CASE-ID
               PERFORM 1200-FIND-CASE-UNIT
                   THRU 1200-FIND-CASE-UNIT-EXIT
               MOVE 0 TO WS-LAST-MONTH-NUMBER
               MOVE 0 TO WS-LAST-ARREARS
               MOVE 0 TO WS-GROWTH-STREAK
               MOVE 0 TO WS-STREAK-START-ARREARS
           END-IF

           MOVE BH-PERIOD TO WS-PERIOD-WORK
           PERFORM 8100-MONTH-NUMBER THRU 8100-MONTH-NUMBER-EXIT

           IF WS-MONTH-NUMBER > WS-SNAPSHOT-MONTH-NUMBER
               GO TO 3100-TREND-ROW-EXIT
           END-IF

      *>   Growth only counts month to month - a missing month
      *>   breaks the run
           IF WS-LAST-MONTH-NUMBER > 0 AND
              WS-MONTH-NUMBER = WS-LAST-MONTH-NUMBER + 1 AND
              BH-ARREARS > WS-LAST-ARREARS
               IF WS-GROWTH-STREAK = 0
                   MOVE WS-LAST-ARREARS TO WS-STREAK-START-ARREARS
               END-IF
               ADD 1 TO WS-GROWTH-STREAK
           ELSE
               MOVE 0 TO WS-GROWTH-STREAK
           END-IF

           MOVE WS-MONTH-NUMBER TO WS-LAST-MONTH-NUMBER
           MOVE BH-ARREARS TO WS-LAST-ARREARS

           COMPUTE WS-MONTH-OFFSET =
               WS-SNAPSHOT-MONTH-NUMBER - WS-MONTH-NUMBER

           IF WS-MONTH-OFFSET < 7
               COMPUTE WS-MO-SUB = WS-MONTH-OFFSET + 1
               MOVE "Y" TO WS-MONTH-ON-FILE (WS-MO-SUB)
               ADD 1 TO WS-ALL-MONTH-CASES (WS-MO-SUB)
               ADD BH-ARREARS TO WS-ALL-MONTH-ARREARS (WS-MO-SUB)
               ADD 1 TO
                   WS-UN-MONTH-CASES (WS-TREND-UNIT-SUB, WS-MO-SUB)
               ADD BH-ARREARS TO
                   WS-UN-MONTH-ARREARS (WS-TREND-UNIT-SUB, WS-MO-SUB)
           END-IF.

       3100-TREND-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> LAST ROW OF A CASE SEEN - LIST IT IF ITS ARREARS
       *> ARE STILL GROWING AS OF THE SNAPSHOT MONTH
       *> ==================================================
       3200-END-TREND-CASE.
           IF WS-LAST-MONTH-NUMBER NOT = WS-SNAPSHOT-MONTH-NUMBER OR
              WS-GROWTH-STREAK < WS-GROWTH-MONTHS-FLAGGED
               GO TO 3200-END-TREND-CASE-EXIT
           END-IF

           ADD 1 TO WS-CASES-FLAGGED

           MOVE WS-GROWTH-STREAK TO WS-ED-STREAK
           MOVE WS-STREAK-START-ARREARS TO WS-ED-ARREARS-1
           MOVE WS-LAST-ARREARS TO WS-ED-ARREARS-2
           COMPUTE WS-ED-ARREARS-3 =
               WS-LAST-ARREARS - WS-STREAK-START-ARREARS

           MOVE SPACES TO AT-REPORT-LINE
           IF WS-TREND-WORKER-ID = SPACES
               STRING "  " WS-TREND-CASE-ID " NONE           "
                   WS-ED-STREAK "  " WS-ED-ARREARS-1 "  "
                   WS-ED-ARREARS-2 "  " WS-ED-ARREARS-3
                   DELIMITED BY SIZE INTO AT-REPORT-LINE
           ELSE
               STRING "  " WS-TREND-CASE-ID " "
                   WS-TREND-WORKER-ID "  "
                   WS-UN-UNIT (WS-TREND-UNIT-SUB) "   "
                   WS-ED-STREAK "  " WS-ED-ARREARS-1 "  "
                   WS-ED-ARREARS-2 "  " WS-ED-ARREARS-3
                   DELIMITED BY SIZE INTO AT-REPORT-LINE
           END-IF
           WRITE AT-REPORT-LINE.

       3200-END-TREND-CASE-EXIT.
           EXIT.

       *> ==================================================
       *> SIX MONTHS OF WS-PRINT-MONTHS UNDER WS-PRINT-TITLE,
       *> OLDEST FIRST, EACH WITH ITS CHANGE FROM THE MONTH
       *> BEFORE WHERE THAT MONTH IS ON FILE
       *> ==================================================
       4100-PRINT-UNIT-MONTHS.
           MOVE SPACES TO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE SPACES TO AT-REPORT-LINE
           STRING WS-PRINT-TITLE
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           MOVE SPACES TO AT-REPORT-LINE
           STRING "  MONTH     CASES      TOTAL ARREARS"
               "    CHANGE FROM PRIOR"
               DELIMITED BY SIZE INTO AT-REPORT-LINE
           WRITE AT-REPORT-LINE

           PERFORM VARYING WS-MO-SUB FROM 6 BY -1
                   UNTIL WS-MO-SUB < 1

               IF WS-MONTH-ON-FILE (WS-MO-SUB) = "Y"
                   COMPUTE WS-MONTH-NUMBER =
                       WS-SNAPSHOT-MONTH-NUMBER - WS-MO-SUB + 1
                   PERFORM 8200-MONTH-PERIOD
                       THRU 8200-MONTH-PERIOD-EXIT
                   MOVE WS-PR-MONTH-CASES (WS-MO-SUB) TO WS-ED-COUNT
                   MOVE WS-PR-MONTH-ARREARS (WS-MO-SUB) TO WS-ED-TOTAL
                   COMPUTE WS-MO-PRIOR = WS-MO-SUB + 1

                   MOVE SPACES TO AT-REPORT-LINE
                   IF WS-MONTH-ON-FILE (WS-MO-PRIOR) = "Y"
                       COMPUTE WS-ARREARS-CHANGE =
                           WS-PR-MONTH-ARREARS (WS-MO-SUB)
                           - WS-PR-MONTH-ARREARS (WS-MO-PRIOR)
                       MOVE WS-ARREARS-CHANGE TO WS-ED-CHANGE
                       STRING "  " WS-PERIOD-WORK "  " WS-ED-COUNT
                           "  " WS-ED-TOTAL "  " WS-ED-CHANGE
                           DELIMITED BY SIZE INTO AT-REPORT-LINE
                   ELSE
                       STRING "  " WS-PERIOD-WORK "  " WS-ED-COUNT
                           "  " WS-ED-TOTAL
                           DELIMITED BY SIZE INTO AT-REPORT-LINE
                   END-IF
                   WRITE AT-REPORT-LINE
               END-IF

           END-PERFORM.

       4100-PRINT-UNIT-MONTHS-EXIT.
           EXIT.

       *> ==================================================
       *> WS-PERIOD-WORK (YYYYMM) TO A RUNNING MONTH NUMBER
       *> ==================================================
       8100-MONTH-NUMBER.
           COMPUTE WS-MONTH-NUMBER =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MM - 1.

       8100-MONTH-NUMBER-EXIT.
           EXIT.

       *> ==================================================
       *> A RUNNING MONTH NUMBER BACK TO WS-PERIOD-WORK
       *> ==================================================
       8200-MONTH-PERIOD.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-PERIOD-YEAR
               REMAINDER WS-PERIOD-MM
           ADD 1 TO WS-PERIOD-MM.

       8200-MONTH-PERIOD-EXIT.
           EXIT.
