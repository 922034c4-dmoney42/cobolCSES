      *> archived by the retention run - the archive master is the
      *> last fallback before NOT FOUND, so a call about a case
      *> archived five years ago still gets an answer.
      *>
      *> Each case's most recent documents off the correspondence
      *> history follow its balances, so the caseworker can tell a
      *> caller what was sent, when, and to which address. The
      *> case's last twelve month-end balances off the balance
      *> history come before the documents, so the caller can be told
      *> how the debt has moved, not just where it stands today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INQUIRY-RESULT-FILE
               ASSIGN TO "data/inquiry_results.dat".

      *> OPTIONAL - nothing logged yet just means no documents
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "data/balance_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HISTORY-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  IR-RESULT-LINE                 PIC X(80).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "BALANCE-HISTORY".

       WORKING-STORAGE SECTION.

       01  WS-EOF-REQUESTS        PIC X VALUE "N".
       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-EOF-CLOSED          PIC X VALUE "N".
       01  WS-EOF-HISTORY         PIC X VALUE "N".
       01  WS-EOF-BALANCES        PIC X VALUE "N".

       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
      *> No archive master on hand just means nothing has ever been
      *> archived - the fallback is skipped, not an error
       01  WS-ARCHIVE-ON          PIC X VALUE "N".

       01  WS-BALANCE-FILE-STATUS PIC X(02).
      *> Likewise no balance history until the first month-end run
       01  WS-BALANCE-ON          PIC X VALUE "N".

      *> The caseworker request list is small (a handful of IDs per
      *> batch), so it is loaded into this table once and matched
      *> against a single pass over UPDATED-PARENT-FILE and a single
               10  WS-REQ-STATUS         PIC X(20).
               10  WS-REQ-ARREARS        PIC 9(7)V99.
               10  WS-REQ-CURRENT-DUE    PIC 9(6)V99.
      *>       The case's latest documents, oldest first - the
      *>       history is appended in date order, so the last ones
      *>       read are the most recent
               10  WS-REQ-DOC-COUNT      PIC 9(2) VALUE 0.
               10  WS-REQ-DOC OCCURS 5 TIMES.
                   15  WS-REQ-DOC-DATE       PIC 9(8).
                   15  WS-REQ-DOC-TYPE       PIC X(04).
                   15  WS-REQ-DOC-ADDRESS    PIC X(30).
                   15  WS-REQ-DOC-STATUS     PIC X(01).
      *>       The case's last twelve month-end balances, oldest
      *>       first - the history reads back in month order
               10  WS-REQ-BAL-COUNT      PIC 9(2) VALUE 0.
               10  WS-REQ-BAL OCCURS 12 TIMES.
                   15  WS-REQ-BAL-PERIOD     PIC 9(6).
                   15  WS-REQ-BAL-ARREARS    PIC 9(7)V99.
                   15  WS-REQ-BAL-INTEREST   PIC 9(7)V99.
                   15  WS-REQ-BAL-CURRENT-DUE PIC 9(6)V99.
                   15  WS-REQ-BAL-CREDIT     PIC 9(7)V99.
                   15  WS-REQ-BAL-RECOUPMENT PIC 9(7)V99.
                   15  WS-REQ-BAL-AGING      PIC X(01).

       01  WS-REQUEST-COUNT            PIC 9(04) VALUE 0.
       01  WS-REQUEST-MAX               PIC 9(04) VALUE 500.
       01  WS-REQ-SUB                   PIC 9(04).
       01  WS-DOC-SUB                   PIC 9(02).
       01  WS-DOC-MAX                   PIC 9(02) VALUE 5.
       01  WS-BAL-SUB                   PIC 9(02).
       01  WS-BAL-MAX                   PIC 9(02) VALUE 12.

       01  WS-ED-CASE-ID               PIC 9(8).
       01  WS-ED-ARREARS               PIC $$$,$$$,$$9.99.
       01  WS-ED-CURRENT-DUE           PIC $$$,$$$9.99.
       01  WS-ED-HIST-ARREARS          PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-HIST-INTEREST         PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-HIST-CURRENT-DUE      PIC ZZZ,ZZ9.99.
       01  WS-ED-HIST-CREDIT           PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-HIST-RECOUPMENT       PIC Z,ZZZ,ZZ9.99.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CASE INQUIRY EXTRACT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "INQUIRY" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INQUIRY-REQUEST-FILE.
           OPEN OUTPUT INQUIRY-RESULT-FILE.

               CLOSE ARCHIVE-MASTER-FILE
           END-IF

       *> ==================================================
       *> SINGLE PASS OVER THE CORRESPONDENCE HISTORY,
       *> KEEPING EACH REQUESTED CASE'S LATEST DOCUMENTS
       *> ==================================================
           OPEN INPUT CORRESPONDENCE-HISTORY-FILE.

           READ CORRESPONDENCE-HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF-HISTORY
           END-READ.

           PERFORM UNTIL WS-EOF-HISTORY = "Y"
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
                   IF WS-REQ-PARENT-ID (WS-REQ-SUB) = CH-CASE-ID
      *>               Full - the oldest drops off the front
                       IF WS-REQ-DOC-COUNT (WS-REQ-SUB) = WS-DOC-MAX
                           PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                                   UNTIL WS-DOC-SUB >= WS-DOC-MAX
                               MOVE WS-REQ-DOC (WS-REQ-SUB,
                                                WS-DOC-SUB + 1) TO
                                   WS-REQ-DOC (WS-REQ-SUB, WS-DOC-SUB)
                           END-PERFORM
                       ELSE
                           ADD 1 TO WS-REQ-DOC-COUNT (WS-REQ-SUB)
                       END-IF
                       MOVE WS-REQ-DOC-COUNT (WS-REQ-SUB) TO
                           WS-DOC-SUB
                       MOVE CH-DOCUMENT-DATE TO
                           WS-REQ-DOC-DATE (WS-REQ-SUB, WS-DOC-SUB)
                       MOVE CH-DOCUMENT-TYPE TO
                           WS-REQ-DOC-TYPE (WS-REQ-SUB, WS-DOC-SUB)
                       MOVE CH-ADDRESS TO
                           WS-REQ-DOC-ADDRESS (WS-REQ-SUB, WS-DOC-SUB)
                       MOVE CH-ADDRESS-STATUS TO
                           WS-REQ-DOC-STATUS (WS-REQ-SUB, WS-DOC-SUB)
                   END-IF
               END-PERFORM

               READ CORRESPONDENCE-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-HISTORY
               END-READ
           END-PERFORM.

           CLOSE CORRESPONDENCE-HISTORY-FILE.

       *> ==================================================
       *> KEYED BALANCE HISTORY LOOKUP - EACH REQUESTED
       *> CASE'S MONTHS IN ORDER, KEEPING THE LAST TWELVE
       *> ==================================================
           OPEN INPUT BALANCE-HISTORY-FILE.

           IF WS-BALANCE-FILE-STATUS = "00"
               MOVE "Y" TO WS-BALANCE-ON
           END-IF

           IF WS-BALANCE-ON = "Y"
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
                   MOVE "N" TO WS-EOF-BALANCES
                   MOVE WS-REQ-PARENT-ID (WS-REQ-SUB) TO BH-CASE-ID
                   MOVE ZEROS TO BH-PERIOD
                   START BALANCE-HISTORY-FILE
                       KEY IS NOT LESS THAN BH-HISTORY-KEY
                       INVALID KEY MOVE "Y" TO WS-EOF-BALANCES
                   END-START

                   IF WS-EOF-BALANCES = "N"
                       READ BALANCE-HISTORY-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-BALANCES
                       END-READ
                   END-IF

                   PERFORM UNTIL WS-EOF-BALANCES = "Y" OR
                           BH-CASE-ID NOT =
                               WS-REQ-PARENT-ID (WS-REQ-SUB)
      *>                   Full - the oldest month drops off the front
                       IF WS-REQ-BAL-COUNT (WS-REQ-SUB) = WS-BAL-MAX
                           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                                   UNTIL WS-BAL-SUB >= WS-BAL-MAX
                               MOVE WS-REQ-BAL (WS-REQ-SUB,
                                                WS-BAL-SUB + 1) TO
                                   WS-REQ-BAL (WS-REQ-SUB, WS-BAL-SUB)
                           END-PERFORM
                       ELSE
                           ADD 1 TO WS-REQ-BAL-COUNT (WS-REQ-SUB)
                       END-IF
                       MOVE WS-REQ-BAL-COUNT (WS-REQ-SUB) TO WS-BAL-SUB
                       MOVE BH-PERIOD TO
                           WS-REQ-BAL-PERIOD (WS-REQ-SUB, WS-BAL-SUB)
                       MOVE BH-ARREARS TO
                           WS-REQ-BAL-ARREARS (WS-REQ-SUB, WS-BAL-SUB)
                       MOVE BH-INTEREST TO
                           WS-REQ-BAL-INTEREST (WS-REQ-SUB, WS-BAL-SUB)
                       MOVE BH-CURRENT-DUE TO
                           WS-REQ-BAL-CURRENT-DUE (WS-REQ-SUB,
                                                   WS-BAL-SUB)
                       MOVE BH-CREDIT TO
                           WS-REQ-BAL-CREDIT (WS-REQ-SUB, WS-BAL-SUB)
                       MOVE BH-RECOUPMENT TO
                           WS-REQ-BAL-RECOUPMENT (WS-REQ-SUB,
                                                  WS-BAL-SUB)
                       MOVE BH-AGING-BUCKET TO
                           WS-REQ-BAL-AGING (WS-REQ-SUB, WS-BAL-SUB)

                       READ BALANCE-HISTORY-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-BALANCES
                       END-READ
                   END-PERFORM
               END-PERFORM

               CLOSE BALANCE-HISTORY-FILE
           END-IF

       *> ==================================================
       *> WRITE ONE RESULT PER REQUEST, IN REQUEST ORDER
       *> ==================================================
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQUEST-COUNT

               MOVE SPACES TO IR-RESULT-LINE
               MOVE WS-REQ-PARENT-ID (WS-REQ-SUB) TO WS-ED-CASE-ID

               IF WS-REQ-FOUND (WS-REQ-SUB) = "Y" AND
                   END-IF
               END-IF

      *>       Month-end balances, newest first
               IF WS-REQ-BAL-COUNT (WS-REQ-SUB) > 0
                   MOVE "  BALANCE HISTORY:" TO IR-RESULT-LINE
                   WRITE IR-RESULT-LINE
                   MOVE SPACES TO IR-RESULT-LINE
                   STRING "    MONTH       ARREARS     INTEREST"
                       "   CURR DUE       CREDIT   RECOUPMENT AGE"
                       DELIMITED BY SIZE INTO IR-RESULT-LINE
                   WRITE IR-RESULT-LINE
                   PERFORM VARYING WS-BAL-SUB
                           FROM WS-REQ-BAL-COUNT (WS-REQ-SUB) BY -1
                           UNTIL WS-BAL-SUB < 1
                       MOVE WS-REQ-BAL-ARREARS (WS-REQ-SUB, WS-BAL-SUB)
                           TO WS-ED-HIST-ARREARS
                       MOVE WS-REQ-BAL-INTEREST (WS-REQ-SUB, WS-BAL-SUB)
                           TO WS-ED-HIST-INTEREST
                       MOVE WS-REQ-BAL-CURRENT-DUE (WS-REQ-SUB,
                                                    WS-BAL-SUB)
                           TO WS-ED-HIST-CURRENT-DUE
                       MOVE WS-REQ-BAL-CREDIT (WS-REQ-SUB, WS-BAL-SUB)
                           TO WS-ED-HIST-CREDIT
                       MOVE WS-REQ-BAL-RECOUPMENT (WS-REQ-SUB,
                                                   WS-BAL-SUB)
                           TO WS-ED-HIST-RECOUPMENT
                       MOVE SPACES TO IR-RESULT-LINE
                       STRING "    "
                           WS-REQ-BAL-PERIOD (WS-REQ-SUB, WS-BAL-SUB)
                           " " WS-ED-HIST-ARREARS
                           " " WS-ED-HIST-INTEREST
                           " " WS-ED-HIST-CURRENT-DUE
                           " " WS-ED-HIST-CREDIT
                           " " WS-ED-HIST-RECOUPMENT
                           "  "
                           WS-REQ-BAL-AGING (WS-REQ-SUB, WS-BAL-SUB)
                           DELIMITED BY SIZE INTO IR-RESULT-LINE
                       WRITE IR-RESULT-LINE
                   END-PERFORM
                   MOVE SPACES TO IR-RESULT-LINE
                   STRING "    AGE IS THE MONTH-END AGING BUCKET - "
                       "0 NOTHING PAST DUE TO 5 OLDEST"
                       DELIMITED BY SIZE INTO IR-RESULT-LINE
                   WRITE IR-RESULT-LINE
               ELSE
                   IF WS-REQ-FOUND (WS-REQ-SUB) = "Y"
                       MOVE "  NO MONTH-END BALANCE HISTORY ON FILE"
                           TO IR-RESULT-LINE
                       WRITE IR-RESULT-LINE
                   END-IF
               END-IF

      *>       Latest documents, newest first
               IF WS-REQ-DOC-COUNT (WS-REQ-SUB) > 0
                   MOVE "  RECENT DOCUMENTS:" TO IR-RESULT-LINE
                   WRITE IR-RESULT-LINE
                   PERFORM VARYING WS-DOC-SUB
                           FROM WS-REQ-DOC-COUNT (WS-REQ-SUB) BY -1
                           UNTIL WS-DOC-SUB < 1
                       MOVE SPACES TO IR-RESULT-LINE
                       IF WS-REQ-DOC-STATUS (WS-REQ-SUB, WS-DOC-SUB)
                          = "B"
                           STRING "    "
                               WS-REQ-DOC-DATE (WS-REQ-SUB, WS-DOC-SUB)
                               " "
                               WS-REQ-DOC-TYPE (WS-REQ-SUB, WS-DOC-SUB)
                               " "
                               WS-REQ-DOC-ADDRESS (WS-REQ-SUB,
                                                   WS-DOC-SUB)
                               " BAD ADDRESS"
                               DELIMITED BY SIZE INTO IR-RESULT-LINE
                       ELSE
                           STRING "    "
                               WS-REQ-DOC-DATE (WS-REQ-SUB, WS-DOC-SUB)
                               " "
                               WS-REQ-DOC-TYPE (WS-REQ-SUB, WS-DOC-SUB)
                               " "
                               WS-REQ-DOC-ADDRESS (WS-REQ-SUB,
                                                   WS-DOC-SUB)
                               DELIMITED BY SIZE INTO IR-RESULT-LINE
                       END-IF
                       WRITE IR-RESULT-LINE
                   END-PERFORM
               ELSE
                   IF WS-REQ-FOUND (WS-REQ-SUB) = "Y"
                       MOVE "  NO DOCUMENTS ON THE CORRESPONDENCE "
                           TO IR-RESULT-LINE
                       MOVE "HISTORY" TO IR-RESULT-LINE(38:7)
                       WRITE IR-RESULT-LINE
                   END-IF
               END-IF

           END-PERFORM.

           CLOSE INQUIRY-REQUEST-FILE
                 INQUIRY-RESULT-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "REQUESTS" TO JC-COUNT-LABEL(1)
           MOVE WS-REQUEST-COUNT TO JC-COUNT(1)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CASE INQUIRY EXTRACT COMPLETE".

           STOP RUN.
