       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-INTERSTATE.

      *> Monthly interstate collections and status report, one
      *> section per partner state. Every case designated
      *> intergovernmental with that state is listed - the cases it
      *> enforces for us (initiating) and the cases we enforce for it
      *> (responding) - with the other state's case number, where the
      *> case stands today, and what was forwarded to that state on
      *> it during the month. Each section closes with the state's
      *> case counts and forwarded total, so the section can go to
      *> the partner state as it stands.
      *>
      *> The month comes off the parameter file as YYYYMM (a missing
      *> or unreadable file means the current month). Forwarded money
      *> is taken off the forwarding ledger by the date it was
      *> forwarded, so a month's total agrees with what the posting
      *> runs sent that month. Money forwarded on a case whose
      *> designation has since been cleared still counts to the
      *> state it went to, on a line of its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERGOV-CASE-FILE
               ASSIGN TO "data/intergov_case_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CASE-ID
               FILE STATUS IS WS-INTERGOV-FILE-STATUS.

           SELECT PARENT-MASTER-FILE
               ASSIGN TO "data/parent_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARENT-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

      *> OPTIONAL - a month nothing was forwarded in reports zeros
           SELECT OPTIONAL INTERSTATE-FORWARDING-FILE
               ASSIGN TO "data/interstate_forwarding.dat".

           SELECT INTERSTATE-PARAMETER-FILE
               ASSIGN TO "data/interstate_parameters.dat"
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT INTERSTATE-REPORT-FILE
               ASSIGN TO "data/interstate_partner_report.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "INTERGOV-CASE".
             COPY "PARENT-MASTER".
             COPY "INTERSTATE-FORWARDING".

       FD  INTERSTATE-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS INTERSTATE-PARAMETER-RECORD.

       01  INTERSTATE-PARAMETER-RECORD.
           05  IP-REPORT-MONTH       PIC X(06).
           05  IP-REPORT-MONTH-NUM REDEFINES IP-REPORT-MONTH
                                     PIC 9(06).

       FD  INTERSTATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IS-REPORT-LINE.

       01  IS-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-INTERGOV        PIC X VALUE "N".
       01  WS-EOF-FORWARDING      PIC X VALUE "N".
       01  WS-PARENT-FOUND        PIC X VALUE "N".
       01  WS-ENTRY-FOUND         PIC X VALUE "N".

       01  WS-INTERGOV-FILE-STATUS     PIC X(02).
       01  WS-PARENT-FILE-STATUS       PIC X(02).
       01  WS-PARAMETER-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH           PIC 9(6).
           05  FILLER                 PIC 9(2).
       01  WS-REPORT-MONTH        PIC 9(6).

       01  WS-FORWARD-DATE-WORK   PIC 9(8).
       01  WS-FORWARD-DATE-X REDEFINES WS-FORWARD-DATE-WORK.
           05  WS-FORWARD-MONTH       PIC 9(6).
           05  FILLER                 PIC 9(2).

      *> Every designated case, with what was forwarded on it in
      *> the month
       01  WS-CASE-COUNT               PIC 9(05) VALUE 0.
       01  WS-CASE-MAX                 PIC 9(05) VALUE 5000.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES.
               10  WS-CS-CASE-ID           PIC 9(8).
               10  WS-CS-ROLE              PIC X(01).
               10  WS-CS-FIPS              PIC X(07).
               10  WS-CS-OTHER-CASE        PIC X(15).
               10  WS-CS-FORWARDED         PIC 9(7)V99.
       01  WS-CASE-SUB                 PIC 9(05) VALUE 0.

      *> The partner states, kept in FIPS order as they are found
       01  WS-STATE-COUNT              PIC 9(03) VALUE 0.
       01  WS-STATE-MAX                PIC 9(03) VALUE 100.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 100 TIMES.
               10  WS-ST-FIPS-STATE        PIC X(02).
               10  WS-ST-INITIATING        PIC 9(5).
               10  WS-ST-RESPONDING        PIC 9(5).
               10  WS-ST-FORWARDED         PIC 9(9)V99.
      *>           Forwarded on cases no longer designated
               10  WS-ST-UNLISTED          PIC 9(9)V99.
       01  WS-STATE-SUB                PIC 9(03) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(03) VALUE 0.
       01  WS-LOOKUP-STATE             PIC X(02).

       01  WS-INTERSTATE-COUNTERS.
           05  WS-CASES-LOADED             PIC 9(7) VALUE 0.
           05  WS-CASES-DROPPED            PIC 9(7) VALUE 0.
           05  WS-FORWARD-ROWS             PIC 9(7) VALUE 0.
           05  WS-FORWARD-TOTAL            PIC 9(9)V99 VALUE 0.

       01  WS-ROLE-TEXT                PIC X(04).
       01  WS-ED-ARREARS               PIC ZZ,ZZZ,ZZ9.99.
       01  WS-ED-FORWARDED             PIC ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-COUNT                 PIC ZZ,ZZ9.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "INTERSTATE PARTNER REPORT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "INTERSTATE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.

       *> ==================================================
       *> WHICH MONTH - A MISSING OR UNREADABLE PARAMETER
       *> FILE MEANS THE CURRENT ONE
       *> ==================================================
           OPEN INPUT INTERSTATE-PARAMETER-FILE.

           IF WS-PARAMETER-FILE-STATUS = "00"
               READ INTERSTATE-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IP-REPORT-MONTH IS NUMERIC
                           MOVE IP-REPORT-MONTH-NUM TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "REPORT MONTH NOT NUMERIC, CURRENT "
                               "MONTH ASSUMED: " IP-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE INTERSTATE-PARAMETER-FILE
           END-IF

           DISPLAY "REPORT MONTH: " WS-REPORT-MONTH.

       *> ==================================================
       *> LOAD EVERY DESIGNATED CASE, COUNTING IT TO ITS
       *> PARTNER STATE
       *> ==================================================
           OPEN INPUT INTERGOV-CASE-FILE.

           IF WS-INTERGOV-FILE-STATUS NOT = "00"
               DISPLAY "INTERGOVERNMENTAL MASTER NOT AVAILABLE, "
                   "STATUS: " WS-INTERGOV-FILE-STATUS
               MOVE "Y" TO WS-EOF-INTERGOV
           END-IF

           PERFORM UNTIL WS-EOF-INTERGOV = "Y"
               READ INTERGOV-CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-INTERGOV
                   NOT AT END
                       IF WS-CASE-COUNT < WS-CASE-MAX
                           ADD 1 TO WS-CASE-COUNT
                           MOVE IG-CASE-ID
                               TO WS-CS-CASE-ID(WS-CASE-COUNT)
                           MOVE IG-ROLE TO WS-CS-ROLE(WS-CASE-COUNT)
                           MOVE IG-OTHER-STATE-FIPS
                               TO WS-CS-FIPS(WS-CASE-COUNT)
                           MOVE IG-OTHER-CASE-NUMBER
                               TO WS-CS-OTHER-CASE(WS-CASE-COUNT)
                           MOVE 0 TO WS-CS-FORWARDED(WS-CASE-COUNT)
                           ADD 1 TO WS-CASES-LOADED

                           MOVE IG-FIPS-STATE TO WS-LOOKUP-STATE
                           PERFORM 1000-FIND-STATE
                               THRU 1000-FIND-STATE-EXIT
                           IF WS-STATE-SUB > 0
                               IF IG-RESPONDING
                                   ADD 1 TO
                                       WS-ST-RESPONDING(WS-STATE-SUB)
                               ELSE
                                   ADD 1 TO
                                       WS-ST-INITIATING(WS-STATE-SUB)
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-CASES-DROPPED
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INTERGOV-FILE-STATUS = "00" OR
              WS-INTERGOV-FILE-STATUS = "10"
               CLOSE INTERGOV-CASE-FILE
           END-IF

           IF WS-CASES-DROPPED > 0
               DISPLAY "CASE TABLE FULL - CASES NOT REPORTED: "
                   WS-CASES-DROPPED
           END-IF.

       *> ==================================================
       *> THE MONTH'S FORWARDED COLLECTIONS, TO THE CASE
       *> AND TO THE STATE THEY WENT TO
       *> ==================================================
           OPEN INPUT INTERSTATE-FORWARDING-FILE.

           PERFORM UNTIL WS-EOF-FORWARDING = "Y"
               READ INTERSTATE-FORWARDING-FILE
                   AT END MOVE "Y" TO WS-EOF-FORWARDING
                   NOT AT END
                       MOVE FW-RUN-DATE TO WS-FORWARD-DATE-WORK
                       IF WS-FORWARD-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-FORWARD-ROWS
                           ADD FW-AMOUNT TO WS-FORWARD-TOTAL

                           MOVE FW-FIPS-STATE TO WS-LOOKUP-STATE
                           PERFORM 1000-FIND-STATE
                               THRU 1000-FIND-STATE-EXIT

                           MOVE "N" TO WS-ENTRY-FOUND
                           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
                                      OR WS-ENTRY-FOUND = "Y"
                               IF WS-CS-CASE-ID(WS-CASE-SUB) =
                                  FW-CASE-ID AND
                                  WS-CS-FIPS(WS-CASE-SUB)(1:2) =
                                  FW-FIPS-STATE
                                   MOVE "Y" TO WS-ENTRY-FOUND
                                   ADD FW-AMOUNT TO
                                       WS-CS-FORWARDED(WS-CASE-SUB)
                               END-IF
                           END-PERFORM

                           IF WS-STATE-SUB > 0
                               ADD FW-AMOUNT TO
                                   WS-ST-FORWARDED(WS-STATE-SUB)
                               IF WS-ENTRY-FOUND = "N"
                                   ADD FW-AMOUNT TO
                                       WS-ST-UNLISTED(WS-STATE-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INTERSTATE-FORWARDING-FILE.

       *> ==================================================
       *> ONE SECTION PER PARTNER STATE
       *> ==================================================
           OPEN INPUT PARENT-MASTER-FILE.
           OPEN OUTPUT INTERSTATE-REPORT-FILE.

           MOVE "INTERSTATE COLLECTIONS AND STATUS REPORT" TO
               IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE SPACES TO IS-REPORT-LINE
           STRING "MONTH: " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE

           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
               PERFORM 2000-WRITE-STATE-SECTION
                   THRU 2000-WRITE-STATE-SECTION-EXIT
           END-PERFORM

           IF WS-STATE-COUNT = 0
               MOVE SPACES TO IS-REPORT-LINE
               WRITE IS-REPORT-LINE
               MOVE "NO INTERGOVERNMENTAL CASES" TO IS-REPORT-LINE
               WRITE IS-REPORT-LINE
           END-IF

           MOVE SPACES TO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE WS-STATE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "PARTNER STATES:          " WS-ED-COUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE WS-CASES-LOADED TO WS-ED-COUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "DESIGNATED CASES:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE WS-FORWARD-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "FORWARDED IN MONTH:      " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE

           CLOSE PARENT-MASTER-FILE
                 INTERSTATE-REPORT-FILE.

           DISPLAY "PARTNER STATES:         " WS-STATE-COUNT.
           DISPLAY "DESIGNATED CASES:       " WS-CASES-LOADED.
           DISPLAY "FORWARDED ROWS IN MONTH:" WS-FORWARD-ROWS.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "STATES" TO JC-COUNT-LABEL(1)
           MOVE WS-STATE-COUNT TO JC-COUNT(1)
           MOVE "CASES" TO JC-COUNT-LABEL(2)
           MOVE WS-CASES-LOADED TO JC-COUNT(2)
           MOVE "FORWARDED" TO JC-COUNT-LABEL(3)
           MOVE WS-FORWARD-ROWS TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "INTERSTATE PARTNER REPORT COMPLETE".
           STOP RUN.

       *> ==================================================
       *> FIND THE PARTNER STATE IN WS-LOOKUP-STATE, ADDING
       *> IT IN FIPS ORDER IF NEW. WS-STATE-SUB COMES BACK
       *> ZERO ONLY WHEN THE TABLE IS FULL.
       *> ==================================================
       1000-FIND-STATE.
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
               IF WS-ST-FIPS-STATE(WS-STATE-SUB) = WS-LOOKUP-STATE
                   GO TO 1000-FIND-STATE-EXIT
               END-IF
               IF WS-ST-FIPS-STATE(WS-STATE-SUB) > WS-LOOKUP-STATE
                   GO TO 1000-INSERT-STATE
               END-IF
           END-PERFORM.

       1000-INSERT-STATE.
           IF WS-STATE-COUNT NOT < WS-STATE-MAX
               DISPLAY "PARTNER STATE TABLE FULL, NOT REPORTED: "
                   WS-LOOKUP-STATE
               MOVE 0 TO WS-STATE-SUB
               GO TO 1000-FIND-STATE-EXIT
           END-IF

      *>   Open a slot at WS-STATE-SUB by moving the later states
      *>   down one
           PERFORM VARYING WS-SHIFT-SUB FROM WS-STATE-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-STATE-SUB
               MOVE WS-STATE-ENTRY(WS-SHIFT-SUB)
                   TO WS-STATE-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM

           ADD 1 TO WS-STATE-COUNT
           MOVE WS-LOOKUP-STATE TO WS-ST-FIPS-STATE(WS-STATE-SUB)
           MOVE 0 TO WS-ST-INITIATING(WS-STATE-SUB)
           MOVE 0 TO WS-ST-RESPONDING(WS-STATE-SUB)
           MOVE 0 TO WS-ST-FORWARDED(WS-STATE-SUB)
           MOVE 0 TO WS-ST-UNLISTED(WS-STATE-SUB).

       1000-FIND-STATE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE PARTNER STATE - ITS CASES, WHERE EACH STANDS,
       *> AND WHAT WENT TO IT IN THE MONTH
       *> ==================================================
       2000-WRITE-STATE-SECTION.
           MOVE SPACES TO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE SPACES TO IS-REPORT-LINE
           STRING "PARTNER STATE FIPS " WS-ST-FIPS-STATE(WS-STATE-SUB)
               "   MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE SPACES TO IS-REPORT-LINE
           STRING "OUR CASE THEIR CASE      ROLE FIPS    S"
               "       ARREARS  FORWARDED LAST PAID"
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CS-FIPS(WS-CASE-SUB)(1:2) =
                  WS-ST-FIPS-STATE(WS-STATE-SUB)
                   PERFORM 2100-WRITE-CASE-LINE
                       THRU 2100-WRITE-CASE-LINE-EXIT
               END-IF
           END-PERFORM

           IF WS-ST-UNLISTED(WS-STATE-SUB) > 0
               MOVE WS-ST-UNLISTED(WS-STATE-SUB) TO WS-ED-AMOUNT
               MOVE SPACES TO IS-REPORT-LINE
               STRING "  ON CASES NO LONGER DESIGNATED: " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO IS-REPORT-LINE
               WRITE IS-REPORT-LINE
           END-IF

           MOVE WS-ST-INITIATING(WS-STATE-SUB) TO WS-ED-COUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "  INITIATING CASES:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE WS-ST-RESPONDING(WS-STATE-SUB) TO WS-ED-COUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "  RESPONDING CASES:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE
           MOVE WS-ST-FORWARDED(WS-STATE-SUB) TO WS-ED-AMOUNT
           MOVE SPACES TO IS-REPORT-LINE
           STRING "  FORWARDED TO STATE:" WS-ED-AMOUNT
               DELIMITED BY SIZE INTO IS-REPORT-LINE
           WRITE IS-REPORT-LINE.

       2000-WRITE-STATE-SECTION-EXIT.
           EXIT.

       *> ==================================================
       *> ONE CASE LINE - THE CASE'S STANDING COMES OFF THE
       *> PARENT MASTER AS IT IS TODAY
       *> ==================================================
       2100-WRITE-CASE-LINE.
           IF WS-CS-ROLE(WS-CASE-SUB) = "R"
               MOVE "RESP" TO WS-ROLE-TEXT
           ELSE
               MOVE "INIT" TO WS-ROLE-TEXT
           END-IF

           MOVE WS-CS-FORWARDED(WS-CASE-SUB) TO WS-ED-FORWARDED

           MOVE WS-CS-CASE-ID(WS-CASE-SUB) TO PM-PARENT-ID
           READ PARENT-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-PARENT-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-PARENT-FOUND
           END-READ

           MOVE SPACES TO IS-REPORT-LINE
           IF WS-PARENT-FOUND = "Y"
               MOVE PM-TOTAL-ARREARS TO WS-ED-ARREARS
               STRING WS-CS-CASE-ID(WS-CASE-SUB) " "
                   WS-CS-OTHER-CASE(WS-CASE-SUB) " "
                   WS-ROLE-TEXT " "
                   WS-CS-FIPS(WS-CASE-SUB) " "
                   PM-CASE-STATUS " "
                   WS-ED-ARREARS " "
                   WS-ED-FORWARDED " "
                   PM-LAST-PAYMENT-DATE
                   DELIMITED BY SIZE INTO IS-REPORT-LINE
           ELSE
               STRING WS-CS-CASE-ID(WS-CASE-SUB) " "
                   WS-CS-OTHER-CASE(WS-CASE-SUB) " "
                   WS-ROLE-TEXT " "
                   WS-CS-FIPS(WS-CASE-SUB) " "
                   "? NOT ON PARENT MASTER "
                   WS-ED-FORWARDED
                   DELIMITED BY SIZE INTO IS-REPORT-LINE
           END-IF
           WRITE IS-REPORT-LINE.

       2100-WRITE-CASE-LINE-EXIT.
           EXIT.
