      *>     the end for the supervisor;
      *>   - a unit summary of caseload size, delinquency mix, and
      *>     dollars at risk per unit.
      *>
      *> Open tickler (diary) entries due within the lead window are
      *> listed after the batch-detected items in the owning worker's
      *> section - overdue ones first - each with the entry date and
      *> sequence the worker keys to complete it. An entry names its
      *> worker, or is left to whichever range covers the case.
      *> Overdue entries escalate on the unit summary: a count per
      *> unit, the oldest due date, and the workers carrying them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL BROKEN-PLAN-FILE
               ASSIGN TO "data/broken_plan_listing.dat".

           SELECT TICKLER-MASTER-FILE
               ASSIGN TO "data/tickler_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TICKLER-KEY
               FILE STATUS IS WS-TICKLER-FILE-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO "data/worker_worklists.dat".

           05  BP-PAID-AMOUNT        PIC 9(6)V99.
           05  BP-RUN-DATE           PIC 9(8).

             COPY "TICKLER-MASTER".

       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-SUSPENSE        PIC X VALUE "N".
       01  WS-EOF-BROKEN          PIC X VALUE "N".
       01  WS-EOF-TICKLERS        PIC X VALUE "N".
       01  WS-WORKER-MATCHED      PIC X VALUE "N".
       01  WS-UNIT-MATCHED        PIC X VALUE "N".

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-TICKLER-FILE-STATUS PIC X(02).

      *> Diary entries due within this many days of the run are on
      *> today's worklist, so the worker sees them coming
       01  WS-TICKLER-LEAD-DAYS   PIC 9(3) VALUE 7.
       01  WS-TICKLER-HORIZON     PIC 9(8).

      *> Assignment ranges as keyed, in file order - first matching
      *> range wins, so overlaps resolve predictably
       01  WS-RANGE-TABLE.
               10  WS-WK-DELINQ-COUNT    PIC 9(05).
               10  WS-WK-SEVERE-COUNT    PIC 9(05).
               10  WS-WK-DOLLARS-AT-RISK PIC 9(9)V99.
               10  WS-WK-DIARY-DUE-COUNT PIC 9(05).
               10  WS-WK-OVERDUE-COUNT   PIC 9(05).
               10  WS-WK-OLDEST-OVERDUE  PIC 9(08).

       01  WS-WORKER-COUNT             PIC 9(03) VALUE 0.
       01  WS-WORKER-MAX               PIC 9(03) VALUE 200.
      *> is incomplete instead of quietly shorting a worker's day
       01  WS-ITEMS-DROPPED            PIC X VALUE "N".

      *> Diary entries on today's lists - kept apart from the work
      *> items because they print with their due date, entry key,
      *> and the worker's own wording
       01  WS-TICKLER-TABLE.
           05  WS-TICKLER-ENTRY OCCURS 5000 TIMES.
               10  WS-TL-WORKER-SUB      PIC 9(03).
               10  WS-TL-CASE-ID         PIC 9(08).
               10  WS-TL-ENTRY-DATE      PIC 9(08).
               10  WS-TL-ENTRY-SEQ       PIC 9(03).
               10  WS-TL-DUE-DATE        PIC 9(08).
               10  WS-TL-OVERDUE         PIC X(01).
               10  WS-TL-DESCRIPTION     PIC X(40).

       01  WS-TICKLER-COUNT            PIC 9(04) VALUE 0.
       01  WS-TICKLER-MAX              PIC 9(04) VALUE 5000.
       01  WS-TL-SUB                   PIC 9(04).
       01  WS-PRINT-OVERDUE            PIC X(01).
       01  WS-DIARY-TEXT               PIC X(13).

       01  WS-WORK-PRIORITY            PIC 9(01).
       01  WS-WORK-CASE-ID             PIC 9(08).
       01  WS-WORK-AMOUNT              PIC 9(7)V99.
               10  WS-UN-DELINQ-COUNT    PIC 9(07).
               10  WS-UN-SEVERE-COUNT    PIC 9(07).
               10  WS-UN-DOLLARS-AT-RISK PIC 9(11)V99.
               10  WS-UN-DIARY-DUE-COUNT PIC 9(07).
               10  WS-UN-OVERDUE-COUNT   PIC 9(07).
               10  WS-UN-OLDEST-OVERDUE  PIC 9(08).

       01  WS-UNIT-COUNT               PIC 9(02) VALUE 0.
       01  WS-UNIT-MAX                 PIC 9(02) VALUE 50.
       01  WS-QUEUE-COUNTERS.
           05  WS-ASSIGNED-ITEMS           PIC 9(7) VALUE 0.
           05  WS-UNASSIGNED-ITEMS         PIC 9(7) VALUE 0.
           05  WS-DIARY-QUEUED             PIC 9(7) VALUE 0.
           05  WS-DIARY-OVERDUE            PIC 9(7) VALUE 0.
           05  WS-UNASSIGNED-OVERDUE       PIC 9(7) VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$,$$$,$$$,$$9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CASEWORKER WORK QUEUE RUN STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "WORKQ" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WORKER-MASTER-FILE
                      UPDATED-PARENT-FILE
                      SUSPENSE-UNRESOLVED-FILE
                      BROKEN-PLAN-FILE.

      *>   No tickler master yet simply means no diary entries
           OPEN INPUT TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-TICKLERS
           END-IF

           OPEN OUTPUT WORKLIST-FILE
                       UNIT-SUMMARY-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-TICKLER-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-TICKLER-LEAD-DAYS).

       *> ==================================================
       *> LOAD THE ASSIGNMENT MASTER - RANGES IN FILE ORDER,
       *> ONE DISTINCT-WORKER ENTRY PER WORKER ID

           END-PERFORM.

       *> ==================================================
       *> OPEN DIARY ENTRIES COMING DUE (OR PAST DUE) JOIN
       *> THE QUEUES
       *> ==================================================
           IF WS-EOF-TICKLERS NOT = "Y"
               MOVE ZEROS TO TK-TICKLER-KEY
               START TICKLER-MASTER-FILE
                   KEY IS NOT LESS THAN TK-TICKLER-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-TICKLERS
               END-START
           END-IF

           IF WS-EOF-TICKLERS NOT = "Y"
               READ TICKLER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-TICKLERS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-TICKLERS = "Y"

               IF TK-STATUS-OPEN AND
                  TK-DUE-DATE NOT > WS-TICKLER-HORIZON
                   PERFORM 3200-QUEUE-TICKLER-ITEM
                       THRU 3200-QUEUE-TICKLER-ITEM-EXIT
               END-IF

               READ TICKLER-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-TICKLERS
               END-READ

           END-PERFORM.

       *> ==================================================
       *> ONE WORKLIST SECTION PER WORKER, PRIORITY ORDER,
       *> THEN THE UNASSIGNED SECTION FOR THE SUPERVISOR
                   THRU 5200-PRINT-UNIT-SUMMARY-EXIT
           END-PERFORM.

      *>   Overdue diary on cases no range covers has no unit to
      *>   escalate through - it goes straight to the supervisor
           IF WS-UNASSIGNED-OVERDUE > 0
               MOVE WS-UNASSIGNED-OVERDUE TO WS-ED-COUNT
               MOVE SPACES TO US-SUMMARY-LINE
               STRING "UNASSIGNED OVERDUE DIARY ITEMS: " WS-ED-COUNT
                   " - SUPERVISOR TO ASSIGN"
                   DELIMITED BY SIZE INTO US-SUMMARY-LINE
               WRITE US-SUMMARY-LINE
           END-IF

           DISPLAY "WORK ITEMS ASSIGNED: " WS-ASSIGNED-ITEMS.
           DISPLAY "WORK ITEMS UNASSIGNED: " WS-UNASSIGNED-ITEMS.
           DISPLAY "DIARY ITEMS LISTED: " WS-DIARY-QUEUED.
           DISPLAY "DIARY ITEMS OVERDUE: " WS-DIARY-OVERDUE.

           IF WS-TICKLER-FILE-STATUS NOT = "35"
               CLOSE TICKLER-MASTER-FILE
           END-IF

           CLOSE WORKER-MASTER-FILE
                 UPDATED-PARENT-FILE
                 WORKLIST-FILE
                 UNIT-SUMMARY-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "ASSIGNED" TO JC-COUNT-LABEL(1)
           MOVE WS-ASSIGNED-ITEMS TO JC-COUNT(1)
           MOVE "UNASSIGNED" TO JC-COUNT-LABEL(2)
           MOVE WS-UNASSIGNED-ITEMS TO JC-COUNT(2)
           MOVE "DIARY LATE" TO JC-COUNT-LABEL(3)
           MOVE WS-DIARY-OVERDUE TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CASEWORKER WORK QUEUE RUN COMPLETE".

           STOP RUN.
                   MOVE 0 TO WS-WK-DELINQ-COUNT (WS-WORKER-COUNT)
                   MOVE 0 TO WS-WK-SEVERE-COUNT (WS-WORKER-COUNT)
                   MOVE 0 TO WS-WK-DOLLARS-AT-RISK (WS-WORKER-COUNT)
                   MOVE 0 TO WS-WK-DIARY-DUE-COUNT (WS-WORKER-COUNT)
                   MOVE 0 TO WS-WK-OVERDUE-COUNT (WS-WORKER-COUNT)
                   MOVE 0 TO WS-WK-OLDEST-OVERDUE (WS-WORKER-COUNT)
               ELSE
                   DISPLAY "WORKER TABLE FULL, ROW IGNORED: "
                       WK-WORKER-ID
       3100-QUEUE-WORK-ITEM-EXIT.
           EXIT.

       *> ==================================================
       *> ONE OPEN DIARY ENTRY INTO THE TICKLER TABLE - THE
       *> WORKER IT NAMES, ELSE THE ONE WHOSE RANGE COVERS
       *> THE CASE
       *> ==================================================
       3200-QUEUE-TICKLER-ITEM.
           MOVE 0 TO WS-FOUND-WORKER-SUB

           IF TK-WORKER-ID NOT = SPACES
               PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                       UNTIL WS-WK-SUB > WS-WORKER-COUNT
                          OR WS-FOUND-WORKER-SUB > 0
                   IF WS-WK-WORKER-ID (WS-WK-SUB) = TK-WORKER-ID
                       MOVE WS-WK-SUB TO WS-FOUND-WORKER-SUB
                   END-IF
               END-PERFORM
           END-IF

      *>   No worker named, or one no longer on the assignment
      *>   master - the case's covering worker picks it up
           IF WS-FOUND-WORKER-SUB = 0
               MOVE TK-CASE-ID TO WS-WORK-CASE-ID
               PERFORM 1200-FIND-WORKER THRU 1200-FIND-WORKER-EXIT
           END-IF

           IF WS-TICKLER-COUNT NOT < WS-TICKLER-MAX
               MOVE "Y" TO WS-ITEMS-DROPPED
               GO TO 3200-QUEUE-TICKLER-ITEM-EXIT
           END-IF

           ADD 1 TO WS-TICKLER-COUNT
           MOVE WS-TICKLER-COUNT TO WS-TL-SUB
           MOVE WS-FOUND-WORKER-SUB TO WS-TL-WORKER-SUB (WS-TL-SUB)
           MOVE TK-CASE-ID TO WS-TL-CASE-ID (WS-TL-SUB)
           MOVE TK-ENTRY-DATE TO WS-TL-ENTRY-DATE (WS-TL-SUB)
           MOVE TK-ENTRY-SEQ TO WS-TL-ENTRY-SEQ (WS-TL-SUB)
           MOVE TK-DUE-DATE TO WS-TL-DUE-DATE (WS-TL-SUB)
           MOVE TK-DESCRIPTION TO WS-TL-DESCRIPTION (WS-TL-SUB)
           ADD 1 TO WS-DIARY-QUEUED

           IF TK-DUE-DATE < WS-RUN-DATE
               MOVE "Y" TO WS-TL-OVERDUE (WS-TL-SUB)
               ADD 1 TO WS-DIARY-OVERDUE
           ELSE
               MOVE "N" TO WS-TL-OVERDUE (WS-TL-SUB)
           END-IF

           IF WS-FOUND-WORKER-SUB = 0
               ADD 1 TO WS-UNASSIGNED-ITEMS
               IF TK-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-UNASSIGNED-OVERDUE
               END-IF
               GO TO 3200-QUEUE-TICKLER-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ASSIGNED-ITEMS
           MOVE WS-FOUND-WORKER-SUB TO WS-WK-SUB

           IF TK-DUE-DATE < WS-RUN-DATE
               ADD 1 TO WS-WK-OVERDUE-COUNT (WS-WK-SUB)
               IF WS-WK-OLDEST-OVERDUE (WS-WK-SUB) = 0 OR
                  TK-DUE-DATE < WS-WK-OLDEST-OVERDUE (WS-WK-SUB)
                   MOVE TK-DUE-DATE TO
                       WS-WK-OLDEST-OVERDUE (WS-WK-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-WK-DIARY-DUE-COUNT (WS-WK-SUB)
           END-IF.

       3200-QUEUE-TICKLER-ITEM-EXIT.
           EXIT.

       *> ==================================================
       *> ONE WORKER'S WORKLIST SECTION (WS-WK-SUB ZERO IS
       *> THE UNASSIGNED SECTION)

           END-PERFORM.

      *>   Diary entries after the batch's own items - overdue
      *>   first, then those coming due inside the lead window
           MOVE "Y" TO WS-PRINT-OVERDUE
           PERFORM 4200-PRINT-DIARY-ITEMS
               THRU 4200-PRINT-DIARY-ITEMS-EXIT

           MOVE "N" TO WS-PRINT-OVERDUE
           PERFORM 4200-PRINT-DIARY-ITEMS
               THRU 4200-PRINT-DIARY-ITEMS-EXIT.

       4100-PRINT-WORKER-SECTION-EXIT.
           EXIT.

       *> ==================================================
       *> THIS SECTION'S DIARY ENTRIES, OVERDUE OR COMING
       *> DUE AS WS-PRINT-OVERDUE SAYS - THE ENTRY DATE AND
       *> SEQUENCE ARE WHAT THE WORKER KEYS TO COMPLETE IT
       *> ==================================================
       4200-PRINT-DIARY-ITEMS.
           IF WS-PRINT-OVERDUE = "Y"
               MOVE "DIARY OVERDUE" TO WS-DIARY-TEXT
           ELSE
               MOVE "DIARY DUE" TO WS-DIARY-TEXT
           END-IF

           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TICKLER-COUNT
               IF WS-TL-WORKER-SUB (WS-TL-SUB) = WS-WK-SUB AND
                  WS-TL-OVERDUE (WS-TL-SUB) = WS-PRINT-OVERDUE
                   MOVE SPACES TO WL-WORKLIST-LINE
                   STRING "  CASE "
                       WS-TL-CASE-ID (WS-TL-SUB)
                       " " WS-DIARY-TEXT
                       "  DUE " WS-TL-DUE-DATE (WS-TL-SUB)
                       "  ENTRY " WS-TL-ENTRY-DATE (WS-TL-SUB)
                       "-" WS-TL-ENTRY-SEQ (WS-TL-SUB)
                       DELIMITED BY SIZE INTO WL-WORKLIST-LINE
                   WRITE WL-WORKLIST-LINE

                   MOVE SPACES TO WL-WORKLIST-LINE
                   STRING "        "
                       WS-TL-DESCRIPTION (WS-TL-SUB)
                       DELIMITED BY SIZE INTO WL-WORKLIST-LINE
                   WRITE WL-WORKLIST-LINE
               END-IF
           END-PERFORM.

       4200-PRINT-DIARY-ITEMS-EXIT.
           EXIT.

       *> ==================================================
       *> ROLL ONE WORKER'S NUMBERS INTO THE UNIT TABLE
       *> ==================================================
                   MOVE 0 TO WS-UN-DELINQ-COUNT (WS-UN-SUB)
                   MOVE 0 TO WS-UN-SEVERE-COUNT (WS-UN-SUB)
                   MOVE 0 TO WS-UN-DOLLARS-AT-RISK (WS-UN-SUB)
                   MOVE 0 TO WS-UN-DIARY-DUE-COUNT (WS-UN-SUB)
                   MOVE 0 TO WS-UN-OVERDUE-COUNT (WS-UN-SUB)
                   MOVE 0 TO WS-UN-OLDEST-OVERDUE (WS-UN-SUB)
                   PERFORM 5110-ADD-WORKER-TO-UNIT
                       THRU 5110-ADD-WORKER-TO-UNIT-EXIT
               ELSE
           ADD WS-WK-SEVERE-COUNT (WS-WK-SUB) TO
               WS-UN-SEVERE-COUNT (WS-UN-SUB)
           ADD WS-WK-DOLLARS-AT-RISK (WS-WK-SUB) TO
               WS-UN-DOLLARS-AT-RISK (WS-UN-SUB)
           ADD WS-WK-DIARY-DUE-COUNT (WS-WK-SUB) TO
               WS-UN-DIARY-DUE-COUNT (WS-UN-SUB)
           ADD WS-WK-OVERDUE-COUNT (WS-WK-SUB) TO
               WS-UN-OVERDUE-COUNT (WS-UN-SUB)

           IF WS-WK-OLDEST-OVERDUE (WS-WK-SUB) > 0 AND
              (WS-UN-OLDEST-OVERDUE (WS-UN-SUB) = 0 OR
               WS-WK-OLDEST-OVERDUE (WS-WK-SUB) <
                   WS-UN-OLDEST-OVERDUE (WS-UN-SUB))
               MOVE WS-WK-OLDEST-OVERDUE (WS-WK-SUB) TO
                   WS-UN-OLDEST-OVERDUE (WS-UN-SUB)
           END-IF.

       5110-ADD-WORKER-TO-UNIT-EXIT.
           EXIT.
               DELIMITED BY SIZE INTO US-SUMMARY-LINE
           WRITE US-SUMMARY-LINE

           MOVE WS-UN-DIARY-DUE-COUNT (WS-UN-SUB) TO WS-ED-COUNT
           MOVE SPACES TO US-SUMMARY-LINE
           STRING "  DIARY COMING DUE:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO US-SUMMARY-LINE
           WRITE US-SUMMARY-LINE

           MOVE WS-UN-OVERDUE-COUNT (WS-UN-SUB) TO WS-ED-COUNT
           MOVE SPACES TO US-SUMMARY-LINE
           STRING "  DIARY OVERDUE:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO US-SUMMARY-LINE
           WRITE US-SUMMARY-LINE

      *>   Overdue diary is escalated to the unit supervisor with
      *>   the workers it is sitting with
           IF WS-UN-OVERDUE-COUNT (WS-UN-SUB) > 0
               MOVE SPACES TO US-SUMMARY-LINE
               STRING "  ** ESCALATED - OVERDUE DIARY, OLDEST DUE "
                   WS-UN-OLDEST-OVERDUE (WS-UN-SUB)
                   DELIMITED BY SIZE INTO US-SUMMARY-LINE
               WRITE US-SUMMARY-LINE

               PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                       UNTIL WS-WK-SUB > WS-WORKER-COUNT
                   IF WS-WK-UNIT (WS-WK-SUB) = WS-UN-UNIT (WS-UN-SUB)
                      AND WS-WK-OVERDUE-COUNT (WS-WK-SUB) > 0
                       MOVE WS-WK-OVERDUE-COUNT (WS-WK-SUB) TO
                           WS-ED-COUNT
                       MOVE SPACES TO US-SUMMARY-LINE
                       STRING "     WORKER "
                           WS-WK-WORKER-ID (WS-WK-SUB)
                           " " WS-WK-WORKER-NAME (WS-WK-SUB)
                           " OVERDUE: " WS-ED-COUNT
                           "  OLDEST "
                           WS-WK-OLDEST-OVERDUE (WS-WK-SUB)
                           DELIMITED BY SIZE INTO US-SUMMARY-LINE
                       WRITE US-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO US-SUMMARY-LINE
           WRITE US-SUMMARY-LINE.

