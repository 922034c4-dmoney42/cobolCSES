       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-VITALMATCH.

      *> Death and incarceration matching. The state vital-records
      *> death file and the corrections department's inmate file are
      *> each loaded once and matched against a single pass over the
      *> parent master in key order - the same load-and-match
      *> pattern the new-hire run uses.
      *>
      *> Both feeds carry the person's SSN, which the caseload holds
      *> only as the payer's member ID on the payer cross-reference,
      *> so a HIT is an SSN match through that file. A hit on the
      *> death file, or on an inmate still in custody, sets a
      *> case-level hold on the case hold master with its reason and
      *> date; the notice, license referral, credit bureau, intercept
      *> and e-IWO runs all honor it. A death hold outranks an
      *> incarceration hold and is never lifted here - a caseworker
      *> lifts one through case maintenance, and a hold so lifted is
      *> not set again on the same certificate or inmate number when
      *> that record comes round on a later feed. An inmate the
      *> corrections file shows released has the incarceration hold
      *> lifted automatically, and the case's worker is diaried to
      *> review the order for modification - the obligation set while
      *> the parent was inside is rarely the right one outside.
      *>
      *> A name that matches with no payer ID on file to confirm it
      *> is listed NAME ONLY for a caseworker to judge; no hold is
      *> set on a name alone - holding the wrong person's case stops
      *> enforcement a family is owed. A name whose payer ID differs
      *> is a different person and is not listed.
      *>
      *> The match register goes to the caseworkers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - either feed may be missing on a given night
           SELECT OPTIONAL VITAL-DEATH-FILE
               ASSIGN TO "data/vital_death_file.dat".

           SELECT OPTIONAL INMATE-FILE
               ASSIGN TO "data/corrections_inmates.dat".

           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT PAYER-XREF-FILE
               ASSIGN TO "data/payer_xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CASE-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *> Diary entries - the worker reviews a released parent's order
           SELECT TICKLER-MASTER-FILE
               ASSIGN TO "data/tickler_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TICKLER-KEY
               FILE STATUS IS WS-TICKLER-FILE-STATUS.

           SELECT MATCH-REGISTER-FILE
               ASSIGN TO "data/vital_match_register.dat".

       DATA DIVISION.
       FILE SECTION.

       FD  VITAL-DEATH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS VITAL-DEATH-RECORD.

       01  VITAL-DEATH-RECORD.
           05  VD-SSN                PIC 9(09).
           05  VD-DECEDENT-NAME      PIC X(20).
           05  VD-DEATH-DATE         PIC 9(08).
           05  VD-CERTIFICATE        PIC X(10).
           05  FILLER                PIC X(13).

       FD  INMATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INMATE-RECORD.

       01  INMATE-RECORD.
           05  CI-SSN                PIC 9(09).
           05  CI-INMATE-NAME        PIC X(20).
           05  CI-INMATE-NUMBER      PIC X(10).
           05  CI-FACILITY           PIC X(20).
           05  CI-ADMIT-DATE         PIC 9(08).
      *>   Zero while the inmate is in custody
           05  CI-RELEASE-DATE       PIC 9(08).
           05  CI-CUSTODY-STATUS     PIC X(01).
               88  CI-IN-CUSTODY         VALUE "I".
               88  CI-RELEASED           VALUE "R".
           05  FILLER                PIC X(04).

             COPY "PARENT-MASTER".

             COPY "PAYER-XREF".

             COPY "CASE-HOLD".

             COPY "TICKLER-MASTER".

       FD  MATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VM-REGISTER-LINE.

       01  VM-REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-DEATHS          PIC X VALUE "N".
       01  WS-EOF-INMATES         PIC X VALUE "N".
       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-XREF-FOUND          PIC X VALUE "N".
       01  WS-XREF-AVAILABLE      PIC X VALUE "N".
       01  WS-HOLD-FOUND          PIC X VALUE "N".

       01  WS-PARENT-FILE-STATUS  PIC X(02).
       01  WS-XREF-FILE-STATUS    PIC X(02).
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-TICKLER-FILE-STATUS PIC X(02).
       01  WS-TICKLER-WRITTEN     PIC X VALUE "N".
       01  WS-TICKLER-DAY-FULL    PIC X VALUE "N".
       01  WS-TICKLER-DAYS        PIC 9(3).
       01  WS-TICKLER-COUNT       PIC 9(7) VALUE 0.

      *> Days the worker is given to review a released parent's order
       01  WS-MODIFICATION-REVIEW-DAYS PIC 9(3) VALUE 30.

       01  WS-RUN-DATE            PIC 9(8).

      *> Both feeds are loaded once and matched against a single
      *> pass over the parent master
       01  WS-DEATH-TABLE.
           05  WS-DEATH-ENTRY OCCURS 2000 TIMES.
               10  WS-VD-SSN             PIC 9(09).
               10  WS-VD-NAME            PIC X(20).
               10  WS-VD-DEATH-DATE      PIC 9(08).
               10  WS-VD-CERTIFICATE     PIC X(10).
               10  WS-VD-MATCHED         PIC X.

       01  WS-DEATH-COUNT              PIC 9(04) VALUE 0.
       01  WS-DEATH-MAX                PIC 9(04) VALUE 2000.
       01  WS-VD-SUB                   PIC 9(04).

       01  WS-INMATE-TABLE.
           05  WS-INMATE-ENTRY OCCURS 2000 TIMES.
               10  WS-CI-SSN             PIC 9(09).
               10  WS-CI-NAME            PIC X(20).
               10  WS-CI-INMATE-NUMBER   PIC X(10).
               10  WS-CI-FACILITY        PIC X(20).
               10  WS-CI-ADMIT-DATE      PIC 9(08).
               10  WS-CI-RELEASE-DATE    PIC 9(08).
               10  WS-CI-CUSTODY-STATUS  PIC X(01).
                   88  WS-CI-RELEASED        VALUE "R".
               10  WS-CI-MATCHED         PIC X.

       01  WS-INMATE-COUNT             PIC 9(04) VALUE 0.
       01  WS-INMATE-MAX               PIC 9(04) VALUE 2000.
       01  WS-CI-SUB                   PIC 9(04).

       01  WS-MATCH-COUNTERS.
           05  WS-DEATH-HOLD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CUSTODY-HOLD-COUNT       PIC 9(7) VALUE 0.
           05  WS-LIFTED-COUNT             PIC 9(7) VALUE 0.
           05  WS-ALREADY-HELD-COUNT       PIC 9(7) VALUE 0.
           05  WS-WORKER-LIFTED-COUNT      PIC 9(7) VALUE 0.
           05  WS-NAME-ONLY-COUNT          PIC 9(7) VALUE 0.
           05  WS-NO-MATCH-COUNT           PIC 9(7) VALUE 0.
           05  WS-HOLDS-SET-COUNT          PIC 9(7) VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "DEATH AND INCARCERATION MATCHING STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "VITALMATCH" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PARENT-MASTER-FILE.

           IF WS-PARENT-FILE-STATUS NOT = "00"
               DISPLAY "PARENT MASTER OPEN FAILED, STATUS "
                   WS-PARENT-FILE-STATUS
               SET JC-REQUEST-FAIL TO TRUE
               CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>   No cross-reference means no SSN to confirm a hit with -
      *>   every name match then goes to a caseworker
           OPEN INPUT PAYER-XREF-FILE.

           IF WS-XREF-FILE-STATUS = "00"
               MOVE "Y" TO WS-XREF-AVAILABLE
           END-IF

           OPEN I-O CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT CASE-HOLD-FILE
               CLOSE CASE-HOLD-FILE
               OPEN I-O CASE-HOLD-FILE
           END-IF

           OPEN I-O TICKLER-MASTER-FILE.

           IF WS-TICKLER-FILE-STATUS = "35"
               OPEN OUTPUT TICKLER-MASTER-FILE
               CLOSE TICKLER-MASTER-FILE
               OPEN I-O TICKLER-MASTER-FILE
           END-IF

           OPEN INPUT VITAL-DEATH-FILE
                      INMATE-FILE.
           OPEN OUTPUT MATCH-REGISTER-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO VM-REGISTER-LINE
           STRING "DEATH AND INCARCERATION MATCH REGISTER  RUN "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE SPACES TO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

       *> ==================================================
       *> LOAD THE DEATH FILE INTO ITS MATCH TABLE
       *> ==================================================
           READ VITAL-DEATH-FILE
               AT END MOVE "Y" TO WS-EOF-DEATHS
           END-READ.

           PERFORM UNTIL WS-EOF-DEATHS = "Y"
               IF WS-DEATH-COUNT < WS-DEATH-MAX
                   ADD 1 TO WS-DEATH-COUNT
                   MOVE VD-SSN TO WS-VD-SSN (WS-DEATH-COUNT)
                   MOVE VD-DECEDENT-NAME TO
                       WS-VD-NAME (WS-DEATH-COUNT)
                   MOVE VD-DEATH-DATE TO
                       WS-VD-DEATH-DATE (WS-DEATH-COUNT)
                   MOVE VD-CERTIFICATE TO
                       WS-VD-CERTIFICATE (WS-DEATH-COUNT)
                   MOVE "N" TO WS-VD-MATCHED (WS-DEATH-COUNT)
               ELSE
                   DISPLAY "DEATH FILE EXCEEDS TABLE "
                       "CAPACITY, IGNORING: " VD-DECEDENT-NAME
               END-IF

               READ VITAL-DEATH-FILE
                   AT END MOVE "Y" TO WS-EOF-DEATHS
               END-READ
           END-PERFORM.

       *> ==================================================
       *> LOAD THE INMATE FILE INTO ITS MATCH TABLE
       *> ==================================================
           READ INMATE-FILE
               AT END MOVE "Y" TO WS-EOF-INMATES
           END-READ.

           PERFORM UNTIL WS-EOF-INMATES = "Y"
               IF WS-INMATE-COUNT < WS-INMATE-MAX
                   ADD 1 TO WS-INMATE-COUNT
                   MOVE CI-SSN TO WS-CI-SSN (WS-INMATE-COUNT)
                   MOVE CI-INMATE-NAME TO
                       WS-CI-NAME (WS-INMATE-COUNT)
                   MOVE CI-INMATE-NUMBER TO
                       WS-CI-INMATE-NUMBER (WS-INMATE-COUNT)
                   MOVE CI-FACILITY TO
                       WS-CI-FACILITY (WS-INMATE-COUNT)
                   MOVE CI-ADMIT-DATE TO
                       WS-CI-ADMIT-DATE (WS-INMATE-COUNT)
                   MOVE CI-RELEASE-DATE TO
                       WS-CI-RELEASE-DATE (WS-INMATE-COUNT)
                   MOVE CI-CUSTODY-STATUS TO
                       WS-CI-CUSTODY-STATUS (WS-INMATE-COUNT)
                   MOVE "N" TO WS-CI-MATCHED (WS-INMATE-COUNT)
               ELSE
                   DISPLAY "INMATE FILE EXCEEDS TABLE "
                       "CAPACITY, IGNORING: " CI-INMATE-NAME
               END-IF

               READ INMATE-FILE
                   AT END MOVE "Y" TO WS-EOF-INMATES
               END-READ
           END-PERFORM.

       *> ==================================================
       *> SINGLE PASS OVER THE PARENT MASTER IN KEY ORDER
       *> ==================================================
           MOVE ZEROS TO PM-PARENT-ID.

           START PARENT-MASTER-FILE KEY IS NOT LESS THAN PM-PARENT-ID
               INVALID KEY MOVE "Y" TO WS-EOF-PARENTS
           END-START

           IF WS-EOF-PARENTS NOT = "Y"
               READ PARENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF-PARENTS = "Y"

               MOVE "N" TO WS-XREF-FOUND
               IF WS-XREF-AVAILABLE = "Y"
                   MOVE PM-PARENT-ID TO XR-CASE-ID
                   READ PAYER-XREF-FILE
                       INVALID KEY MOVE "N" TO WS-XREF-FOUND
                       NOT INVALID KEY MOVE "Y" TO WS-XREF-FOUND
                   END-READ
               END-IF

      *>       Deaths first - a death found on the same night as a
      *>       custody record is the hold that stands
               PERFORM VARYING WS-VD-SUB FROM 1 BY 1
                       UNTIL WS-VD-SUB > WS-DEATH-COUNT
                   IF WS-XREF-FOUND = "Y" AND
                      WS-VD-SSN (WS-VD-SUB) = XR-PAYER-ID
                       PERFORM 1100-WORK-DEATH-HIT
                           THRU 1100-WORK-DEATH-HIT-EXIT
                   ELSE
                   IF WS-XREF-FOUND = "N" AND
                      WS-VD-NAME (WS-VD-SUB) = PM-PARENT-NAME
                       MOVE "Y" TO WS-VD-MATCHED (WS-VD-SUB)
                       MOVE SPACES TO VM-REGISTER-LINE
                       STRING "NAME ONLY    " PM-PARENT-ID " "
                           PM-PARENT-NAME " DEATH CERT "
                           WS-VD-CERTIFICATE (WS-VD-SUB)
                           DELIMITED BY SIZE INTO VM-REGISTER-LINE
                       WRITE VM-REGISTER-LINE
                       ADD 1 TO WS-NAME-ONLY-COUNT
                   END-IF
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-CI-SUB FROM 1 BY 1
                       UNTIL WS-CI-SUB > WS-INMATE-COUNT
                   IF WS-XREF-FOUND = "Y" AND
                      WS-CI-SSN (WS-CI-SUB) = XR-PAYER-ID
                       PERFORM 1200-WORK-INMATE-HIT
                           THRU 1200-WORK-INMATE-HIT-EXIT
                   ELSE
                   IF WS-XREF-FOUND = "N" AND
                      WS-CI-NAME (WS-CI-SUB) = PM-PARENT-NAME
                       MOVE "Y" TO WS-CI-MATCHED (WS-CI-SUB)
                       MOVE SPACES TO VM-REGISTER-LINE
                       STRING "NAME ONLY    " PM-PARENT-ID " "
                           PM-PARENT-NAME " INMATE "
                           WS-CI-INMATE-NUMBER (WS-CI-SUB)
                           DELIMITED BY SIZE INTO VM-REGISTER-LINE
                       WRITE VM-REGISTER-LINE
                       ADD 1 TO WS-NAME-ONLY-COUNT
                   END-IF
                   END-IF
               END-PERFORM

               READ PARENT-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PARENTS
               END-READ

           END-PERFORM.

       *> ==================================================
       *> COUNT FEED ROWS THAT MATCHED NO CASE AT ALL
       *> ==================================================
           PERFORM VARYING WS-VD-SUB FROM 1 BY 1
                   UNTIL WS-VD-SUB > WS-DEATH-COUNT
               IF WS-VD-MATCHED (WS-VD-SUB) = "N"
                   ADD 1 TO WS-NO-MATCH-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CI-SUB FROM 1 BY 1
                   UNTIL WS-CI-SUB > WS-INMATE-COUNT
               IF WS-CI-MATCHED (WS-CI-SUB) = "N"
                   ADD 1 TO WS-NO-MATCH-COUNT
               END-IF
           END-PERFORM.

           COMPUTE WS-HOLDS-SET-COUNT =
               WS-DEATH-HOLD-COUNT + WS-CUSTODY-HOLD-COUNT.

       *> ==================================================
       *> REGISTER TOTALS
       *> ==================================================
           MOVE SPACES TO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-DEATH-HOLD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "HOLDS SET - DECEASED:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-CUSTODY-HOLD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "HOLDS SET - INCARCERATED:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-LIFTED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "HOLDS LIFTED - RELEASED:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-ALREADY-HELD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "ALREADY HELD:              " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-WORKER-LIFTED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "LIFTED BY CASEWORKER:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-NAME-ONLY-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "NAME ONLY - REVIEW:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           MOVE WS-NO-MATCH-COUNT TO WS-ED-COUNT
           MOVE SPACES TO VM-REGISTER-LINE
           STRING "NOT IN CASELOAD:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           DISPLAY "HOLDS SET - DECEASED: " WS-DEATH-HOLD-COUNT.
           DISPLAY "HOLDS SET - INCARCERATED: " WS-CUSTODY-HOLD-COUNT.
           DISPLAY "HOLDS LIFTED ON RELEASE: " WS-LIFTED-COUNT.
           DISPLAY "NAME-ONLY MATCHES: " WS-NAME-ONLY-COUNT.
           DISPLAY "DIARY ENTRIES WRITTEN: " WS-TICKLER-COUNT.

           CLOSE VITAL-DEATH-FILE
                 INMATE-FILE
                 PARENT-MASTER-FILE
                 CASE-HOLD-FILE
                 TICKLER-MASTER-FILE
                 MATCH-REGISTER-FILE.

           IF WS-XREF-AVAILABLE = "Y"
               CLOSE PAYER-XREF-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "HOLDS SET" TO JC-COUNT-LABEL(1)
           MOVE WS-HOLDS-SET-COUNT TO JC-COUNT(1)
           MOVE "HOLDS LIFTED" TO JC-COUNT-LABEL(2)
           MOVE WS-LIFTED-COUNT TO JC-COUNT(2)
           MOVE "NAME REVIEW" TO JC-COUNT-LABEL(3)
           MOVE WS-NAME-ONLY-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "DEATH AND INCARCERATION MATCHING COMPLETE".

           STOP RUN.

       *> ==================================================
       *> ONE DEATH-FILE HIT - THE CASE IS HELD DECEASED,
       *> REPLACING ANY INCARCERATION HOLD IT CARRIED
       *> ==================================================
       1100-WORK-DEATH-HIT.
           MOVE "Y" TO WS-VD-MATCHED (WS-VD-SUB)

           PERFORM 8200-READ-CASE-HOLD
               THRU 8200-READ-CASE-HOLD-EXIT

           IF WS-HOLD-FOUND = "Y" AND HD-HOLD-ACTIVE AND
              HD-REASON-DECEASED
               ADD 1 TO WS-ALREADY-HELD-COUNT
               GO TO 1100-WORK-DEATH-HIT-EXIT
           END-IF

      *>   A caseworker already judged this certificate and lifted
      *>   the hold - it is not set again on the same record
           IF WS-HOLD-FOUND = "Y" AND HD-HOLD-LIFTED AND
              HD-REASON-DECEASED AND
              HD-SOURCE-REFERENCE = WS-VD-CERTIFICATE (WS-VD-SUB)
               ADD 1 TO WS-WORKER-LIFTED-COUNT
               GO TO 1100-WORK-DEATH-HIT-EXIT
           END-IF

      *>   A closed case has nothing left to enforce to hold
           IF PM-CASE-CLOSED
               GO TO 1100-WORK-DEATH-HIT-EXIT
           END-IF

           MOVE PM-PARENT-ID TO HD-CASE-ID
           SET HD-HOLD-ACTIVE TO TRUE
           SET HD-REASON-DECEASED TO TRUE
           MOVE "DECEASED" TO HD-REASON-DESC
           MOVE WS-RUN-DATE TO HD-HOLD-DATE
           MOVE WS-VD-DEATH-DATE (WS-VD-SUB) TO HD-EVENT-DATE
           MOVE WS-VD-CERTIFICATE (WS-VD-SUB) TO HD-SOURCE-REFERENCE
           MOVE SPACES TO HD-FACILITY
           MOVE 0 TO HD-RELEASE-DATE
           MOVE 0 TO HD-LIFTED-DATE

           PERFORM 8300-SAVE-CASE-HOLD
               THRU 8300-SAVE-CASE-HOLD-EXIT

           ADD 1 TO WS-DEATH-HOLD-COUNT

           MOVE SPACES TO VM-REGISTER-LINE
           STRING "DECEASED     " PM-PARENT-ID " "
               PM-PARENT-NAME " DIED "
               WS-VD-DEATH-DATE (WS-VD-SUB) " CERT "
               WS-VD-CERTIFICATE (WS-VD-SUB)
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           DISPLAY "CASE HELD - DECEASED: " PM-PARENT-ID.

       1100-WORK-DEATH-HIT-EXIT.
           EXIT.

       *> ==================================================
       *> ONE INMATE-FILE HIT - IN CUSTODY SETS AN
       *> INCARCERATION HOLD, RELEASED LIFTS ONE AND DIARIES
       *> THE ORDER FOR MODIFICATION REVIEW
       *> ==================================================
       1200-WORK-INMATE-HIT.
           MOVE "Y" TO WS-CI-MATCHED (WS-CI-SUB)

           PERFORM 8200-READ-CASE-HOLD
               THRU 8200-READ-CASE-HOLD-EXIT

           IF WS-CI-RELEASED (WS-CI-SUB)
               PERFORM 1300-LIFT-ON-RELEASE
                   THRU 1300-LIFT-ON-RELEASE-EXIT
               GO TO 1200-WORK-INMATE-HIT-EXIT
           END-IF

      *>   A death hold is never downgraded, and an active custody
      *>   hold already stands
           IF WS-HOLD-FOUND = "Y" AND HD-HOLD-ACTIVE
               ADD 1 TO WS-ALREADY-HELD-COUNT
               GO TO 1200-WORK-INMATE-HIT-EXIT
           END-IF

      *>   Nor is a custody hold a caseworker lifted set again on
      *>   the same inmate number - a release-driven lift carries a
      *>   release date, so a re-admission is still held
           IF WS-HOLD-FOUND = "Y" AND HD-HOLD-LIFTED AND
              HD-REASON-INCARCERATED AND HD-RELEASE-DATE = 0 AND
              HD-SOURCE-REFERENCE = WS-CI-INMATE-NUMBER (WS-CI-SUB)
               ADD 1 TO WS-WORKER-LIFTED-COUNT
               GO TO 1200-WORK-INMATE-HIT-EXIT
           END-IF

      *>   A closed case has nothing left to enforce to hold
           IF PM-CASE-CLOSED
               GO TO 1200-WORK-INMATE-HIT-EXIT
           END-IF

           MOVE PM-PARENT-ID TO HD-CASE-ID
           SET HD-HOLD-ACTIVE TO TRUE
           SET HD-REASON-INCARCERATED TO TRUE
           MOVE "INCARCERATED" TO HD-REASON-DESC
           MOVE WS-RUN-DATE TO HD-HOLD-DATE
           MOVE WS-CI-ADMIT-DATE (WS-CI-SUB) TO HD-EVENT-DATE
           MOVE WS-CI-INMATE-NUMBER (WS-CI-SUB) TO
               HD-SOURCE-REFERENCE
           MOVE WS-CI-FACILITY (WS-CI-SUB) TO HD-FACILITY
           MOVE 0 TO HD-RELEASE-DATE
           MOVE 0 TO HD-LIFTED-DATE

           PERFORM 8300-SAVE-CASE-HOLD
               THRU 8300-SAVE-CASE-HOLD-EXIT

           ADD 1 TO WS-CUSTODY-HOLD-COUNT

           MOVE SPACES TO VM-REGISTER-LINE
           STRING "INCARCERATED " PM-PARENT-ID " "
               PM-PARENT-NAME " "
               WS-CI-FACILITY (WS-CI-SUB) " "
               WS-CI-ADMIT-DATE (WS-CI-SUB)
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           DISPLAY "CASE HELD - INCARCERATED: " PM-PARENT-ID.

       1200-WORK-INMATE-HIT-EXIT.
           EXIT.

       *> ==================================================
       *> RELEASED FROM CUSTODY - ONLY AN ACTIVE
       *> INCARCERATION HOLD IS LIFTED; A DEATH HOLD OR NO
       *> HOLD AT ALL IS LEFT AS IT IS
       *> ==================================================
       1300-LIFT-ON-RELEASE.
           IF WS-HOLD-FOUND = "N"
               GO TO 1300-LIFT-ON-RELEASE-EXIT
           END-IF

           IF NOT HD-HOLD-ACTIVE OR NOT HD-REASON-INCARCERATED
               GO TO 1300-LIFT-ON-RELEASE-EXIT
           END-IF

           SET HD-HOLD-LIFTED TO TRUE
           MOVE WS-CI-RELEASE-DATE (WS-CI-SUB) TO HD-RELEASE-DATE
           MOVE WS-RUN-DATE TO HD-LIFTED-DATE
           REWRITE CASE-HOLD-RECORD
               INVALID KEY
                   DISPLAY "CASE HOLD REWRITE FAILED: " HD-CASE-ID
           END-REWRITE

           ADD 1 TO WS-LIFTED-COUNT

           MOVE SPACES TO TICKLER-MASTER-RECORD
           MOVE PM-PARENT-ID TO TK-CASE-ID
           SET TK-TYPE-MODIFICATION TO TRUE
           MOVE "RELEASED FROM CUSTODY - REVIEW ORDER MOD"
               TO TK-DESCRIPTION
           MOVE WS-MODIFICATION-REVIEW-DAYS TO WS-TICKLER-DAYS
           PERFORM 8100-ADD-TICKLER-ENTRY
               THRU 8100-ADD-TICKLER-ENTRY-EXIT

           MOVE SPACES TO VM-REGISTER-LINE
           STRING "LIFTED       " PM-PARENT-ID " "
               PM-PARENT-NAME " RELEASED "
               WS-CI-RELEASE-DATE (WS-CI-SUB) " REVIEW ORDER"
               DELIMITED BY SIZE INTO VM-REGISTER-LINE
           WRITE VM-REGISTER-LINE

           DISPLAY "HOLD LIFTED ON RELEASE: " PM-PARENT-ID.

       1300-LIFT-ON-RELEASE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE DIARY ENTRY ONTO THE TICKLER MASTER - THE
       *> CALLER HAS SET CASE, TYPE, DESCRIPTION, AND THE
       *> FOLLOW-UP DAYS; THE FIRST FREE SEQUENCE FOR THE
       *> CASE TODAY TAKES THE KEY
       *> ==================================================
       8100-ADD-TICKLER-ENTRY.
           MOVE WS-RUN-DATE TO TK-ENTRY-DATE
           MOVE 1 TO TK-ENTRY-SEQ
           COMPUTE TK-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-TICKLER-DAYS)
           SET TK-STATUS-OPEN TO TRUE
           MOVE "VITALMATCH" TO TK-SOURCE-PROGRAM
           MOVE 0 TO TK-COMPLETED-DATE

           MOVE "N" TO WS-TICKLER-WRITTEN
           MOVE "N" TO WS-TICKLER-DAY-FULL
           PERFORM UNTIL WS-TICKLER-WRITTEN = "Y"
                      OR WS-TICKLER-DAY-FULL = "Y"
               WRITE TICKLER-MASTER-RECORD
                   INVALID KEY
                       IF TK-ENTRY-SEQ = 999
                           MOVE "Y" TO WS-TICKLER-DAY-FULL
                       ELSE
                           ADD 1 TO TK-ENTRY-SEQ
                       END-IF
                   NOT INVALID KEY MOVE "Y" TO WS-TICKLER-WRITTEN
               END-WRITE
           END-PERFORM

           IF WS-TICKLER-WRITTEN = "Y"
               ADD 1 TO WS-TICKLER-COUNT
           ELSE
               DISPLAY "NO TICKLER SEQUENCE LEFT TODAY, NOT DIARIED: "
                   TK-CASE-ID
           END-IF.

       8100-ADD-TICKLER-ENTRY-EXIT.
           EXIT.

       *> ==================================================
       *> THE CASE'S HOLD ROW, IF IT HAS EVER BEEN HELD
       *> ==================================================
       8200-READ-CASE-HOLD.
           MOVE PM-PARENT-ID TO HD-CASE-ID
           READ CASE-HOLD-FILE
               INVALID KEY MOVE "N" TO WS-HOLD-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-HOLD-FOUND
           END-READ.

       8200-READ-CASE-HOLD-EXIT.
           EXIT.

       *> ==================================================
       *> A NEW HOLD REPLACES WHATEVER ROW THE CASE HAD -
       *> ONE ROW PER CASE, THE LATEST HOLD WINS
       *> ==================================================
       8300-SAVE-CASE-HOLD.
           IF WS-HOLD-FOUND = "Y"
               REWRITE CASE-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "CASE HOLD REWRITE FAILED: "
                           HD-CASE-ID
               END-REWRITE
           ELSE
               WRITE CASE-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "CASE HOLD WRITE FAILED: "
                           HD-CASE-ID
               END-WRITE
               MOVE "Y" TO WS-HOLD-FOUND
           END-IF.

       8300-SAVE-CASE-HOLD-EXIT.
           EXIT.
