       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-POSTMERGE.

      *> Merge step for a night posted in concurrent streams. Each
      *> stream of the main batch writes its own copy of the posting
      *> outputs; this run puts them back into the single files the
      *> downstream programs have always read:
      *>
      *>   payment_audit.dat, suspense_payments.dat, disbursements.dat
      *>   and retained_collections.dat - the streams' rows one after
      *>   the other, stream 0 (the night's reversals and
      *>   adjustments) first
      *>
      *>   interstate_forwarding.dat - the streams' rows appended to
      *>   the cumulative ledger, once; a rerun finds tonight's serial
      *>   already there and leaves the ledger alone
      *>
      *>   distribution_register.dat - the streams' detail lines under
      *>   one heading, with the totals summed
      *>
      *>   run_balance_report.dat - every stream's figures summed and
      *>   the night proved on the same equations an unsplit run
      *>   proves, so OCSE34 and the operators see one night either
      *>   way. The merge adds its own proof that the rows it copied
      *>   agree with what the streams reported, and lists the
      *>   streams below the proof.
      *>
      *> Nothing is merged until the opening step and every stream on
      *> the posting stream table have finished under tonight's run
      *> serial - a failed stream is resumed on its own and the merge
      *> rerun after it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTING-STREAM-FILE
               ASSIGN TO "data/posting_streams.dat".

      *> The night's checkpoint and each stream's own, one at a time
           SELECT CHECKPOINT-CONTROL-FILE
               ASSIGN USING WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CONTROL-ID
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

      *> One stream's copy of an output at a time. OPTIONAL - a
      *> stream with nothing to write still merges as empty.
           SELECT OPTIONAL STREAM-AUDIT-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-SUSPENSE-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-DISBURSEMENT-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-RETAINED-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-FORWARDING-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-REGISTER-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT OPTIONAL STREAM-BALANCE-FILE
               ASSIGN USING WS-STREAM-FILE-NAME.

           SELECT PAYMENT-AUDIT-FILE
               ASSIGN TO "data/payment_audit.dat".

           SELECT SUSPENSE-PAYMENT-FILE
               ASSIGN TO "data/suspense_payments.dat".

           SELECT DISBURSEMENT-FILE
               ASSIGN TO "data/disbursements.dat".

           SELECT RETAINED-COLLECTIONS-FILE
               ASSIGN TO "data/retained_collections.dat".

           SELECT OPTIONAL INTERSTATE-FORWARDING-FILE
               ASSIGN TO "data/interstate_forwarding.dat".

           SELECT DISTRIBUTION-REGISTER-FILE
               ASSIGN TO "data/distribution_register.dat".

           SELECT RUN-BALANCE-FILE
               ASSIGN TO "data/run_balance_report.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "POSTING-STREAMS".

       FD  CHECKPOINT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS CHECKPOINT-CONTROL-RECORD.

       01  CHECKPOINT-CONTROL-RECORD.
           05  CP-CONTROL-ID             PIC 9(01).
           05  CP-LAST-TRANS-COUNT       PIC 9(07).
           05  CP-LAST-PARENT-ID         PIC 9(08).
           05  CP-LAST-TRANS-ID          PIC 9(10).
           05  CP-RUN-DATE               PIC 9(08).
           05  CP-RUN-STATUS             PIC X(01).
               88  CP-RUN-COMPLETE       VALUE "C".
               88  CP-RUN-IN-PROGRESS    VALUE "I".
           05  CP-LAST-ROLLOVER-DATE     PIC 9(08).
           05  CP-RUN-SERIAL             PIC 9(06).

       FD  STREAM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS STREAM-AUDIT-RECORD.

       01  STREAM-AUDIT-RECORD            PIC X(122).

       FD  STREAM-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS STREAM-SUSPENSE-RECORD.

       01  STREAM-SUSPENSE-RECORD         PIC X(55).

       FD  STREAM-DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS STREAM-DISBURSEMENT-RECORD.

       01  STREAM-DISBURSEMENT-RECORD     PIC X(44).

       FD  STREAM-RETAINED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS STREAM-RETAINED-RECORD.

       01  STREAM-RETAINED-RECORD         PIC X(49).

       FD  STREAM-FORWARDING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STREAM-FORWARDING-RECORD.

       01  STREAM-FORWARDING-RECORD       PIC X(80).

       FD  STREAM-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SR-REGISTER-LINE.

       01  SR-REGISTER-LINE               PIC X(80).

       FD  STREAM-BALANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SB-REPORT-LINE.

       01  SB-REPORT-LINE                 PIC X(80).

             COPY "PAYMENT-AUDIT".

       FD  SUSPENSE-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS SUSPENSE-PAYMENT-RECORD.

       01  SUSPENSE-PAYMENT-RECORD        PIC X(55).

       FD  DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS DISBURSEMENT-RECORD.

       01  DISBURSEMENT-RECORD            PIC X(44).

       FD  RETAINED-COLLECTIONS-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RETAINED-COLLECTIONS-RECORD.

       01  RETAINED-COLLECTIONS-RECORD    PIC X(49).

             COPY "INTERSTATE-FORWARDING".

       FD  DISTRIBUTION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DR-REGISTER-LINE.

       01  DR-REGISTER-LINE               PIC X(80).

       FD  RUN-BALANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RB-REPORT-LINE.

       01  RB-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CHECKPOINT-FILE-STATUS   PIC X(02).
       01  WS-CHECKPOINT-FILE-NAME     PIC X(40).
       01  WS-NIGHT-CHECKPOINT-NAME    PIC X(40)
               VALUE "data/checkpoint_control.dat".
       01  WS-CHECKPOINT-ROW-FOUND     PIC X VALUE "N".
       01  WS-STREAM-FILE-NAME         PIC X(40).

       01  WS-EOF-STREAMS              PIC X VALUE "N".
       01  WS-EOF-STREAM-FILE          PIC X VALUE "N".
       01  WS-EOF-FORWARDING           PIC X VALUE "N".

       01  WS-RUN-DATE                 PIC 9(8).

      *> The night as its opening step left it
       01  WS-NIGHT-SERIAL             PIC 9(06) VALUE 0.
       01  WS-NIGHT-RUN-DATE           PIC 9(08) VALUE 0.
       01  WS-NIGHT-STATUS             PIC X(01) VALUE SPACE.
       01  WS-NIGHT-TRANS-COUNT        PIC 9(07) VALUE 0.

      *> The posting stream table, proved the same way the main
      *> batch proves it
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 9 TIMES.
               10  WS-STR-LOW-ID           PIC 9(08).
               10  WS-STR-HIGH-ID          PIC 9(08).
       01  WS-STREAM-COUNT             PIC 9(02) VALUE 0.
       01  WS-STREAM-MAX               PIC 9(02) VALUE 9.
       01  WS-STREAM-SUB               PIC 9(02) VALUE 0.
       01  WS-STREAM-DIGIT             PIC 9(01).
       01  WS-NEXT-LOW-ID              PIC 9(09) VALUE 0.
       01  WS-STREAM-ERROR             PIC X(60) VALUE SPACES.
       01  WS-UNFINISHED-COUNT         PIC 9(02) VALUE 0.

      *> What each stream (0 through 9, held one slot up) reported
       01  WS-STREAM-RESULTS.
           05  WS-STREAM-RESULT OCCURS 10 TIMES.
               10  WS-SR-READ-COUNT        PIC 9(7).
               10  WS-SR-READ-DOLLARS      PIC 9(9)V99.
               10  WS-SR-POSTED-COUNT      PIC 9(7).
               10  WS-SR-AUDIT-ROWS        PIC 9(7).
               10  WS-SR-IN-BALANCE        PIC X.
       01  WS-RESULT-SUB               PIC 9(02) VALUE 0.

      *> Tonight's forwarding rows already on the ledger - a rerun
      *> of the merge must not append them twice
       01  WS-FORWARDING-MERGED        PIC X VALUE "N".

      *> Rows copied, against what the streams said they wrote
       01  WS-MERGE-COUNTERS.
           05  WS-AUDIT-COPIED             PIC 9(7)     VALUE 0.
           05  WS-SUSPENSE-COPIED          PIC 9(7)     VALUE 0.
           05  WS-DISB-COPIED              PIC 9(7)     VALUE 0.
           05  WS-RETAINED-COPIED          PIC 9(7)     VALUE 0.
           05  WS-FORWARDING-COPIED        PIC 9(7)     VALUE 0.
           05  WS-DETAIL-LINES-COPIED      PIC 9(7)     VALUE 0.

      *> The night's figures, summed across the streams - the same
      *> counters and the same report the unsplit run keeps
       01  WS-DISTRIBUTION-COUNTERS.
           05  WS-RETAINED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-RETAINED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-PASS-THROUGH-TOTAL       PIC 9(9)V99  VALUE 0.
           05  WS-FAMILY-PAID-TOTAL        PIC 9(9)V99  VALUE 0.
           05  WS-FORWARDED-TOTAL          PIC 9(9)V99  VALUE 0.
           05  WS-SPLIT-CASE-COUNT         PIC 9(7)     VALUE 0.

       01  WS-BALANCE-COUNTERS.
           05  WS-BAL-READ-COUNT           PIC 9(7)     VALUE 0.
           05  WS-BAL-READ-DOLLARS         PIC 9(9)V99  VALUE 0.
           05  WS-BAL-POSTED-COUNT         PIC 9(7)     VALUE 0.
           05  WS-BAL-POSTED-DOLLARS       PIC 9(9)V99  VALUE 0.
           05  WS-BAL-SUSP-COUNT           PIC 9(7)     VALUE 0.
           05  WS-BAL-SUSP-DOLLARS         PIC 9(9)V99  VALUE 0.
           05  WS-BAL-SKIP-COUNT           PIC 9(7)     VALUE 0.
           05  WS-BAL-SKIP-DOLLARS         PIC 9(9)V99  VALUE 0.
           05  WS-BAL-APPLIED-DOLLARS      PIC 9(9)V99  VALUE 0.
           05  WS-BAL-CREDIT-DOLLARS       PIC 9(9)V99  VALUE 0.
           05  WS-BAL-RECOUPED-DOLLARS     PIC 9(9)V99  VALUE 0.
           05  WS-BAL-AUDIT-ROWS           PIC 9(7)     VALUE 0.
           05  WS-BAL-DISB-COUNT           PIC 9(7)     VALUE 0.
           05  WS-BAL-DISB-DOLLARS         PIC 9(9)V99  VALUE 0.
           05  WS-BAL-RETAINED-DOLLARS     PIC 9(9)V99  VALUE 0.
           05  WS-BAL-FORWARDED-DOLLARS    PIC 9(9)V99  VALUE 0.
           05  WS-REVERSED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-REVERSED-TOTAL           PIC 9(9)V99  VALUE 0.
           05  WS-ADJUSTED-COUNT           PIC 9(7)     VALUE 0.
           05  WS-ADJUST-UP-TOTAL          PIC 9(9)V99  VALUE 0.
           05  WS-ADJUST-DOWN-TOTAL        PIC 9(9)V99  VALUE 0.

       01  WS-BAL-COUNT-CHECK          PIC 9(7).
       01  WS-BAL-DOLLAR-CHECK         PIC 9(9)V99.
       01  WS-RUN-IN-BALANCE           PIC X VALUE "Y".
       01  WS-MERGE-AGREES             PIC X VALUE "Y".

       01  WS-ED-COUNT                 PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-2               PIC ZZZ,ZZ9.
       01  WS-ED-AMOUNT                PIC $$$,$$$,$$9.99.
       01  WS-ED-AMOUNT-2              PIC $$$,$$$,$$9.99.

      *> The streams' printed figures are read back through the
      *> same edited pictures the main batch prints them with
       01  WS-PARSE-TEXT               PIC X(14).
       01  WS-PARSE-EDITED REDEFINES WS-PARSE-TEXT
                                       PIC $$$,$$$,$$9.99.
       01  WS-PARSED-AMOUNT            PIC 9(9)V99.
       01  WS-PARSE-COUNT-TEXT         PIC X(07).
       01  WS-PARSE-COUNT-EDITED REDEFINES WS-PARSE-COUNT-TEXT
                                       PIC ZZZ,ZZ9.
       01  WS-PARSED-COUNT             PIC 9(7).

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "POSTING STREAM MERGE STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "POSTMERGE" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       *> ==================================================
       *> THE STREAM TABLE, THE NIGHT, AND EVERY STREAM MUST
       *> BE FINISHED BEFORE ANYTHING IS TOUCHED
       *> ==================================================
           PERFORM 1000-LOAD-STREAM-TABLE
               THRU 1000-LOAD-STREAM-TABLE-EXIT

           IF WS-STREAM-ERROR = SPACES
               MOVE WS-NIGHT-CHECKPOINT-NAME TO WS-CHECKPOINT-FILE-NAME
               PERFORM 1200-READ-CHECKPOINT-ROW
                   THRU 1200-READ-CHECKPOINT-ROW-EXIT
               IF WS-CHECKPOINT-ROW-FOUND = "Y" AND CP-RUN-COMPLETE
                   MOVE CP-RUN-SERIAL TO WS-NIGHT-SERIAL
                   MOVE CP-RUN-DATE TO WS-NIGHT-RUN-DATE
                   MOVE CP-RUN-STATUS TO WS-NIGHT-STATUS
                   MOVE CP-LAST-TRANS-COUNT TO WS-NIGHT-TRANS-COUNT
               ELSE
                   MOVE "OPENING STREAM 0 HAS NOT COMPLETED"
                       TO WS-STREAM-ERROR
               END-IF
           END-IF

           IF WS-STREAM-ERROR = SPACES
               DISPLAY "RUN SERIAL: " WS-NIGHT-SERIAL
                   "  STREAMS: " WS-STREAM-COUNT
               PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                       UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
                   MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT
                   MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
                   STRING "data/checkpoint_control_s" WS-STREAM-DIGIT
                       ".dat" DELIMITED BY SIZE
                       INTO WS-CHECKPOINT-FILE-NAME
                   PERFORM 1200-READ-CHECKPOINT-ROW
                       THRU 1200-READ-CHECKPOINT-ROW-EXIT
                   IF WS-CHECKPOINT-ROW-FOUND = "N"
                       ADD 1 TO WS-UNFINISHED-COUNT
                       DISPLAY "POSTING STREAM " WS-STREAM-DIGIT
                           " HAS NEVER RUN"
                   ELSE
                       IF CP-RUN-SERIAL NOT = WS-NIGHT-SERIAL
                           ADD 1 TO WS-UNFINISHED-COUNT
                           DISPLAY "POSTING STREAM " WS-STREAM-DIGIT
                               " HAS NOT RUN FOR SERIAL "
                               WS-NIGHT-SERIAL
                       ELSE
                           IF NOT CP-RUN-COMPLETE
                               ADD 1 TO WS-UNFINISHED-COUNT
                               DISPLAY "POSTING STREAM "
                                   WS-STREAM-DIGIT
                                   " STOPPED AT CHECKPOINT "
                                   CP-LAST-TRANS-COUNT
                                   " - RESUME IT"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-UNFINISHED-COUNT > 0
                   STRING WS-UNFINISHED-COUNT
                       " POSTING STREAM(S) NOT FINISHED - NOTHING "
                       "MERGED"
                       DELIMITED BY SIZE INTO WS-STREAM-ERROR
               END-IF
           END-IF

           IF WS-STREAM-ERROR NOT = SPACES
               DISPLAY WS-STREAM-ERROR
               MOVE WS-STREAM-ERROR TO JC-MESSAGE
               SET JC-REQUEST-FAIL TO TRUE
               CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> ==================================================
       *> HAS AN EARLIER ATTEMPT ALREADY APPENDED TONIGHT'S
       *> FORWARDED COLLECTIONS TO THE LEDGER?
       *> ==================================================
           OPEN INPUT INTERSTATE-FORWARDING-FILE.

           PERFORM UNTIL WS-EOF-FORWARDING = "Y"
                      OR WS-FORWARDING-MERGED = "Y"
               READ INTERSTATE-FORWARDING-FILE
                   AT END MOVE "Y" TO WS-EOF-FORWARDING
                   NOT AT END
                       IF FW-RUN-SERIAL = WS-NIGHT-SERIAL
                           MOVE "Y" TO WS-FORWARDING-MERGED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INTERSTATE-FORWARDING-FILE.

           IF WS-FORWARDING-MERGED = "Y"
               DISPLAY "FORWARDING LEDGER ALREADY HOLDS SERIAL "
                   WS-NIGHT-SERIAL " - NOT APPENDED AGAIN"
           END-IF.

       *> ==================================================
       *> MERGE THE STREAMS, STREAM 0 FIRST
       *> ==================================================
           OPEN OUTPUT PAYMENT-AUDIT-FILE
                       SUSPENSE-PAYMENT-FILE
                       DISBURSEMENT-FILE
                       RETAINED-COLLECTIONS-FILE
                       DISTRIBUTION-REGISTER-FILE
                       RUN-BALANCE-FILE.

           IF WS-FORWARDING-MERGED = "N"
               OPEN EXTEND INTERSTATE-FORWARDING-FILE
           END-IF.

           MOVE "COLLECTION DISTRIBUTION REGISTER" TO
               DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE SPACES TO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           PERFORM VARYING WS-STREAM-SUB FROM 0 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               PERFORM 2000-MERGE-ONE-STREAM
                   THRU 2000-MERGE-ONE-STREAM-EXIT
           END-PERFORM

       *> ==================================================
       *> DISTRIBUTION REGISTER TOTALS FOR THE WHOLE NIGHT
       *> ==================================================
           MOVE SPACES TO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE WS-RETAINED-COUNT TO WS-ED-COUNT
           MOVE WS-RETAINED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO DR-REGISTER-LINE
           STRING "RETAINED TO STATE: " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE WS-PASS-THROUGH-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO DR-REGISTER-LINE
           STRING "PASSED THROUGH:             " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE WS-FAMILY-PAID-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO DR-REGISTER-LINE
           STRING "PAID TO FAMILIES:           " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE WS-FORWARDED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO DR-REGISTER-LINE
           STRING "FORWARDED INTERSTATE:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           MOVE WS-SPLIT-CASE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO DR-REGISTER-LINE
           STRING "SPLIT-CUSTODY COLLECTIONS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE

           PERFORM 3000-WRITE-BALANCE-REPORT
               THRU 3000-WRITE-BALANCE-REPORT-EXIT

           CLOSE PAYMENT-AUDIT-FILE
                 SUSPENSE-PAYMENT-FILE
                 DISBURSEMENT-FILE
                 RETAINED-COLLECTIONS-FILE
                 DISTRIBUTION-REGISTER-FILE
                 RUN-BALANCE-FILE.

           IF WS-FORWARDING-MERGED = "N"
               CLOSE INTERSTATE-FORWARDING-FILE
           END-IF.

           DISPLAY "AUDIT ROWS MERGED:       " WS-AUDIT-COPIED.
           DISPLAY "SUSPENSE ROWS MERGED:    " WS-SUSPENSE-COPIED.
           DISPLAY "DISBURSEMENTS MERGED:    " WS-DISB-COPIED.
           DISPLAY "RETAINED ROWS MERGED:    " WS-RETAINED-COPIED.
           DISPLAY "FORWARDED ROWS APPENDED: " WS-FORWARDING-COPIED.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "STREAMS" TO JC-COUNT-LABEL(1)
           MOVE WS-STREAM-COUNT TO JC-COUNT(1)
           MOVE "TRANS READ" TO JC-COUNT-LABEL(2)
           MOVE WS-BAL-READ-COUNT TO JC-COUNT(2)
           MOVE "AUDIT ROWS" TO JC-COUNT-LABEL(3)
           MOVE WS-AUDIT-COPIED TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "POSTING STREAM MERGE COMPLETE".
           STOP RUN.

       *> ==================================================
       *> LOAD AND PROVE THE POSTING STREAM TABLE - STREAMS
       *> NUMBERED FROM 1, RANGES ASCENDING, EVERY CASE ID
       *> FROM 00000000 THROUGH 99999999 IN EXACTLY ONE
       *> ==================================================
       1000-LOAD-STREAM-TABLE.
           MOVE 0 TO WS-STREAM-COUNT
           MOVE 0 TO WS-NEXT-LOW-ID
           MOVE "N" TO WS-EOF-STREAMS

           OPEN INPUT POSTING-STREAM-FILE

           PERFORM UNTIL WS-EOF-STREAMS = "Y"
                      OR WS-STREAM-ERROR NOT = SPACES
               READ POSTING-STREAM-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAMS
                   NOT AT END
                       PERFORM 1100-EDIT-STREAM-ROW
                           THRU 1100-EDIT-STREAM-ROW-EXIT
               END-READ
           END-PERFORM

           CLOSE POSTING-STREAM-FILE

           IF WS-STREAM-ERROR NOT = SPACES
               GO TO 1000-LOAD-STREAM-TABLE-EXIT
           END-IF

           IF WS-STREAM-COUNT = 0
               MOVE "POSTING STREAM TABLE IS MISSING OR EMPTY"
                   TO WS-STREAM-ERROR
               GO TO 1000-LOAD-STREAM-TABLE-EXIT
           END-IF

           IF WS-NEXT-LOW-ID NOT = 100000000
               MOVE "POSTING STREAM TABLE STOPS SHORT OF CASE 99999999"
                   TO WS-STREAM-ERROR
           END-IF.

       1000-LOAD-STREAM-TABLE-EXIT.
           EXIT.

       1100-EDIT-STREAM-ROW.
           ADD 1 TO WS-STREAM-COUNT

           IF WS-STREAM-COUNT > WS-STREAM-MAX
               MOVE "MORE THAN 9 STREAMS ON THE POSTING STREAM TABLE"
                   TO WS-STREAM-ERROR
               GO TO 1100-EDIT-STREAM-ROW-EXIT
           END-IF

           MOVE WS-STREAM-COUNT TO WS-STREAM-DIGIT

           IF PS-STREAM-NUMBER NOT = WS-STREAM-DIGIT
               STRING "POSTING STREAM TABLE ROW " WS-STREAM-DIGIT
                   " IS NOT NUMBERED " WS-STREAM-DIGIT
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 1100-EDIT-STREAM-ROW-EXIT
           END-IF

           IF PS-LOW-PARENT-ID IS NOT NUMERIC OR
              PS-HIGH-PARENT-ID IS NOT NUMERIC
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " CASE RANGE IS NOT NUMERIC"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 1100-EDIT-STREAM-ROW-EXIT
           END-IF

           MOVE PS-LOW-PARENT-ID TO WS-STR-LOW-ID(WS-STREAM-COUNT)
           MOVE PS-HIGH-PARENT-ID TO WS-STR-HIGH-ID(WS-STREAM-COUNT)

           IF WS-STR-LOW-ID(WS-STREAM-COUNT) NOT = WS-NEXT-LOW-ID
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " DOES NOT START WHERE THE STREAM BEFORE IT ENDS"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 1100-EDIT-STREAM-ROW-EXIT
           END-IF

           IF WS-STR-HIGH-ID(WS-STREAM-COUNT) <
              WS-STR-LOW-ID(WS-STREAM-COUNT)
               STRING "POSTING STREAM " WS-STREAM-DIGIT
                   " CASE RANGE RUNS BACKWARD"
                   DELIMITED BY SIZE INTO WS-STREAM-ERROR
               GO TO 1100-EDIT-STREAM-ROW-EXIT
           END-IF

           COMPUTE WS-NEXT-LOW-ID =
               WS-STR-HIGH-ID(WS-STREAM-COUNT) + 1.

       1100-EDIT-STREAM-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> READ ROW 1 OF THE CHECKPOINT FILE NAMED IN
       *> WS-CHECKPOINT-FILE-NAME
       *> ==================================================
       1200-READ-CHECKPOINT-ROW.
           MOVE "N" TO WS-CHECKPOINT-ROW-FOUND

           OPEN INPUT CHECKPOINT-CONTROL-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
               GO TO 1200-READ-CHECKPOINT-ROW-EXIT
           END-IF

           MOVE 1 TO CP-CONTROL-ID
           READ CHECKPOINT-CONTROL-FILE
               INVALID KEY MOVE "N" TO WS-CHECKPOINT-ROW-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-CHECKPOINT-ROW-FOUND
           END-READ

           CLOSE CHECKPOINT-CONTROL-FILE.

       1200-READ-CHECKPOINT-ROW-EXIT.
           EXIT.

       *> ==================================================
       *> ONE STREAM'S FILES ONTO THE NIGHT'S - THE DATA
       *> FILES COPIED WHOLE, THE REGISTER'S DETAIL COPIED
       *> AND ITS TOTALS SUMMED, THE BALANCE REPORT SUMMED
       *> ==================================================
       2000-MERGE-ONE-STREAM.
           MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT
           COMPUTE WS-RESULT-SUB = WS-STREAM-SUB + 1
           MOVE 0 TO WS-SR-READ-COUNT(WS-RESULT-SUB)
           MOVE 0 TO WS-SR-READ-DOLLARS(WS-RESULT-SUB)
           MOVE 0 TO WS-SR-POSTED-COUNT(WS-RESULT-SUB)
           MOVE 0 TO WS-SR-AUDIT-ROWS(WS-RESULT-SUB)
           MOVE "N" TO WS-SR-IN-BALANCE(WS-RESULT-SUB)

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/payment_audit_s" WS-STREAM-DIGIT ".dat"
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-AUDIT-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       MOVE STREAM-AUDIT-RECORD TO PAYMENT-AUDIT-RECORD
                       WRITE PAYMENT-AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-COPIED
                       ADD 1 TO WS-SR-AUDIT-ROWS(WS-RESULT-SUB)
               END-READ
           END-PERFORM
           CLOSE STREAM-AUDIT-FILE

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/suspense_payments_s" WS-STREAM-DIGIT ".dat"
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-SUSPENSE-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       MOVE STREAM-SUSPENSE-RECORD TO
                           SUSPENSE-PAYMENT-RECORD
                       WRITE SUSPENSE-PAYMENT-RECORD
                       ADD 1 TO WS-SUSPENSE-COPIED
               END-READ
           END-PERFORM
           CLOSE STREAM-SUSPENSE-FILE

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/disbursements_s" WS-STREAM-DIGIT ".dat"
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-DISBURSEMENT-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-DISBURSEMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       MOVE STREAM-DISBURSEMENT-RECORD TO
                           DISBURSEMENT-RECORD
                       WRITE DISBURSEMENT-RECORD
                       ADD 1 TO WS-DISB-COPIED
               END-READ
           END-PERFORM
           CLOSE STREAM-DISBURSEMENT-FILE

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/retained_collections_s" WS-STREAM-DIGIT ".dat"
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-RETAINED-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-RETAINED-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       MOVE STREAM-RETAINED-RECORD TO
                           RETAINED-COLLECTIONS-RECORD
                       WRITE RETAINED-COLLECTIONS-RECORD
                       ADD 1 TO WS-RETAINED-COPIED
               END-READ
           END-PERFORM
           CLOSE STREAM-RETAINED-FILE

           IF WS-FORWARDING-MERGED = "N"
               MOVE SPACES TO WS-STREAM-FILE-NAME
               STRING "data/interstate_forwarding_s" WS-STREAM-DIGIT
                   ".dat" DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
               OPEN INPUT STREAM-FORWARDING-FILE
               MOVE "N" TO WS-EOF-STREAM-FILE
               PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
                   READ STREAM-FORWARDING-FILE
                       AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                       NOT AT END
                           MOVE STREAM-FORWARDING-RECORD TO
                               INTERSTATE-FORWARDING-RECORD
                           WRITE INTERSTATE-FORWARDING-RECORD
                           ADD 1 TO WS-FORWARDING-COPIED
                   END-READ
               END-PERFORM
               CLOSE STREAM-FORWARDING-FILE
           END-IF

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/distribution_register_s" WS-STREAM-DIGIT
               ".dat" DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-REGISTER-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       PERFORM 2100-TAKE-REGISTER-LINE
                           THRU 2100-TAKE-REGISTER-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE STREAM-REGISTER-FILE

           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "data/run_balance_report_s" WS-STREAM-DIGIT ".dat"
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-BALANCE-FILE
           MOVE "N" TO WS-EOF-STREAM-FILE
           PERFORM UNTIL WS-EOF-STREAM-FILE = "Y"
               READ STREAM-BALANCE-FILE
                   AT END MOVE "Y" TO WS-EOF-STREAM-FILE
                   NOT AT END
                       PERFORM 2200-TAKE-BALANCE-LINE
                           THRU 2200-TAKE-BALANCE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE STREAM-BALANCE-FILE.

       2000-MERGE-ONE-STREAM-EXIT.
           EXIT.

       *> ==================================================
       *> ONE LINE OF A STREAM'S DISTRIBUTION REGISTER - THE
       *> HEADING AND SPACING BELONG TO THE MERGED REGISTER,
       *> THE TOTALS ARE SUMMED, EVERYTHING ELSE CARRIES OVER
       *> ==================================================
       2100-TAKE-REGISTER-LINE.
           IF SR-REGISTER-LINE = SPACES OR
              SR-REGISTER-LINE = "COLLECTION DISTRIBUTION REGISTER"
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           IF SR-REGISTER-LINE(1:19) = "RETAINED TO STATE: "
               MOVE SR-REGISTER-LINE(20:7) TO WS-PARSE-COUNT-TEXT
               PERFORM 9210-PARSE-COUNT
                   THRU 9210-PARSE-COUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-RETAINED-COUNT
               MOVE SR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT
                   THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-RETAINED-TOTAL
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           IF SR-REGISTER-LINE(1:15) = "PASSED THROUGH:"
               MOVE SR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT
                   THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-PASS-THROUGH-TOTAL
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           IF SR-REGISTER-LINE(1:17) = "PAID TO FAMILIES:"
               MOVE SR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT
                   THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-FAMILY-PAID-TOTAL
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           IF SR-REGISTER-LINE(1:21) = "FORWARDED INTERSTATE:"
               MOVE SR-REGISTER-LINE(29:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT
                   THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-FORWARDED-TOTAL
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           IF SR-REGISTER-LINE(1:26) = "SPLIT-CUSTODY COLLECTIONS:"
               MOVE SR-REGISTER-LINE(28:7) TO WS-PARSE-COUNT-TEXT
               PERFORM 9210-PARSE-COUNT
                   THRU 9210-PARSE-COUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-SPLIT-CASE-COUNT
               GO TO 2100-TAKE-REGISTER-LINE-EXIT
           END-IF

           MOVE SR-REGISTER-LINE TO DR-REGISTER-LINE
           WRITE DR-REGISTER-LINE
           ADD 1 TO WS-DETAIL-LINES-COPIED.

       2100-TAKE-REGISTER-LINE-EXIT.
           EXIT.

       *> ==================================================
       *> ONE LINE OF A STREAM'S RUN BALANCE REPORT - EACH
       *> FIGURE IS KNOWN BY ITS CAPTION AND SUMMED INTO THE
       *> NIGHT'S
       *> ==================================================
       2200-TAKE-BALANCE-LINE.
           IF SB-REPORT-LINE = "RUN IN BALANCE"
               MOVE "Y" TO WS-SR-IN-BALANCE(WS-RESULT-SUB)
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

      *>   The count-and-dollar lines all print the count at 21 and
      *>   the dollars at 30
           MOVE SB-REPORT-LINE(21:7) TO WS-PARSE-COUNT-TEXT
           MOVE SB-REPORT-LINE(30:14) TO WS-PARSE-TEXT

           IF SB-REPORT-LINE(1:20) = "PAYMENTS READ:      "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-READ-COUNT
               ADD WS-PARSED-AMOUNT TO WS-BAL-READ-DOLLARS
               MOVE WS-PARSED-COUNT TO
                   WS-SR-READ-COUNT(WS-RESULT-SUB)
               MOVE WS-PARSED-AMOUNT TO
                   WS-SR-READ-DOLLARS(WS-RESULT-SUB)
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "  POSTED:           "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-POSTED-COUNT
               ADD WS-PARSED-AMOUNT TO WS-BAL-POSTED-DOLLARS
               MOVE WS-PARSED-COUNT TO
                   WS-SR-POSTED-COUNT(WS-RESULT-SUB)
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "  SUSPENSED:        "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-SUSP-COUNT
               ADD WS-PARSED-AMOUNT TO WS-BAL-SUSP-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "  ALREADY POSTED:   "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-SKIP-COUNT
               ADD WS-PARSED-AMOUNT TO WS-BAL-SKIP-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "APPLIED TO BALANCES:"
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-BAL-APPLIED-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:18) = "CARRIED AS CREDIT:"
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-BAL-CREDIT-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "AUDIT ROWS WRITTEN: "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-AUDIT-ROWS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "DISBURSEMENTS OUT:  "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-BAL-DISB-COUNT
               ADD WS-PARSED-AMOUNT TO WS-BAL-DISB-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:18) = "RETAINED TO STATE:"
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-BAL-RETAINED-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:21) = "FORWARDED INTERSTATE:"
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-BAL-FORWARDED-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:22) = "RECOUPED FROM PAYOUTS:"
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-BAL-RECOUPED-DOLLARS
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

           IF SB-REPORT-LINE(1:20) = "REVERSALS APPLIED:  "
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-REVERSED-COUNT
               ADD WS-PARSED-AMOUNT TO WS-REVERSED-TOTAL
               GO TO 2200-TAKE-BALANCE-LINE-EXIT
           END-IF

      *>   Adjustments print their two amounts one place further
      *>   along, behind a sign
           IF SB-REPORT-LINE(1:20) = "ADJUSTMENTS APPLIED:"
               PERFORM 9210-PARSE-COUNT THRU 9210-PARSE-COUNT-EXIT
               ADD WS-PARSED-COUNT TO WS-ADJUSTED-COUNT
               MOVE SB-REPORT-LINE(31:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-ADJUST-UP-TOTAL
               MOVE SB-REPORT-LINE(47:14) TO WS-PARSE-TEXT
               PERFORM 9200-PARSE-AMOUNT THRU 9200-PARSE-AMOUNT-EXIT
               ADD WS-PARSED-AMOUNT TO WS-ADJUST-DOWN-TOTAL
           END-IF.

       2200-TAKE-BALANCE-LINE-EXIT.
           EXIT.

       *> ==================================================
       *> THE NIGHT'S RUN BALANCE REPORT - LINE FOR LINE THE
       *> REPORT AN UNSPLIT RUN WRITES, PROVED ON THE SAME
       *> EQUATIONS, THEN THE MERGE'S OWN PROOF AND THE
       *> STREAMS IT WAS BUILT FROM
       *> ==================================================
       3000-WRITE-BALANCE-REPORT.
           MOVE "NIGHTLY POSTING RUN BALANCE REPORT" TO
               RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           STRING "RUN DATE " WS-NIGHT-RUN-DATE
               "  RUN SERIAL " WS-NIGHT-SERIAL
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-READ-COUNT TO WS-ED-COUNT
           MOVE WS-BAL-READ-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "PAYMENTS READ:      " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-POSTED-COUNT TO WS-ED-COUNT
           MOVE WS-BAL-POSTED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "  POSTED:           " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-SUSP-COUNT TO WS-ED-COUNT
           MOVE WS-BAL-SUSP-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "  SUSPENSED:        " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-SKIP-COUNT TO WS-ED-COUNT
           MOVE WS-BAL-SKIP-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "  ALREADY POSTED:   " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-APPLIED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "APPLIED TO BALANCES:         " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-CREDIT-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "CARRIED AS CREDIT:           " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-AUDIT-ROWS TO WS-ED-COUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "AUDIT ROWS WRITTEN: " WS-ED-COUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-DISB-COUNT TO WS-ED-COUNT
           MOVE WS-BAL-DISB-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "DISBURSEMENTS OUT:  " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-RETAINED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "RETAINED TO STATE:           " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-FORWARDED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "FORWARDED INTERSTATE:        " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-BAL-RECOUPED-DOLLARS TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "RECOUPED FROM PAYOUTS:       " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-REVERSED-COUNT TO WS-ED-COUNT
           MOVE WS-REVERSED-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO RB-REPORT-LINE
           STRING "REVERSALS APPLIED:  " WS-ED-COUNT "  "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE WS-ADJUSTED-COUNT TO WS-ED-COUNT
           MOVE WS-ADJUST-UP-TOTAL TO WS-ED-AMOUNT
           MOVE WS-ADJUST-DOWN-TOTAL TO WS-ED-AMOUNT-2
           MOVE SPACES TO RB-REPORT-LINE
           STRING "ADJUSTMENTS APPLIED:" WS-ED-COUNT "  +"
               WS-ED-AMOUNT " -" WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

      *>   The night's checkpoint as the opening step closed it
           MOVE SPACES TO RB-REPORT-LINE
           STRING "CHECKPOINT AT CLOSE: STATUS " WS-NIGHT-STATUS
               " SERIAL " WS-NIGHT-SERIAL
               " COUNT " WS-NIGHT-TRANS-COUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

      *>   The equations that prove the night
           MOVE "Y" TO WS-RUN-IN-BALANCE

           COMPUTE WS-BAL-COUNT-CHECK =
               WS-BAL-POSTED-COUNT + WS-BAL-SUSP-COUNT +
               WS-BAL-SKIP-COUNT
           IF WS-BAL-COUNT-CHECK NOT = WS-BAL-READ-COUNT
               MOVE "N" TO WS-RUN-IN-BALANCE
           END-IF

           COMPUTE WS-BAL-DOLLAR-CHECK =
               WS-BAL-APPLIED-DOLLARS + WS-BAL-CREDIT-DOLLARS +
               WS-BAL-SUSP-DOLLARS + WS-BAL-SKIP-DOLLARS
           IF WS-BAL-DOLLAR-CHECK NOT = WS-BAL-READ-DOLLARS
               MOVE "N" TO WS-RUN-IN-BALANCE
           END-IF

      *>   The merge's own proof - the files it built hold what the
      *>   streams said they wrote
           MOVE "Y" TO WS-MERGE-AGREES
           IF WS-AUDIT-COPIED NOT = WS-BAL-AUDIT-ROWS OR
              WS-DISB-COPIED NOT = WS-BAL-DISB-COUNT OR
              WS-SUSPENSE-COPIED NOT = WS-BAL-SUSP-COUNT
               MOVE "N" TO WS-MERGE-AGREES
               MOVE "N" TO WS-RUN-IN-BALANCE
           END-IF

           IF WS-RUN-IN-BALANCE = "Y"
               MOVE "RUN IN BALANCE" TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE
           ELSE
               MOVE ALL "*" TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE

               MOVE "*** RUN OUT OF BALANCE - DO NOT RELEASE ***"
                   TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE

               MOVE WS-BAL-COUNT-CHECK TO WS-ED-COUNT
               MOVE SPACES TO RB-REPORT-LINE
               STRING "ACCOUNTED RECORDS: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO RB-REPORT-LINE
               WRITE RB-REPORT-LINE

               MOVE WS-BAL-DOLLAR-CHECK TO WS-ED-AMOUNT
               MOVE SPACES TO RB-REPORT-LINE
               STRING "ACCOUNTED DOLLARS: " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO RB-REPORT-LINE
               WRITE RB-REPORT-LINE

               IF WS-MERGE-AGREES = "N"
                   MOVE "MERGED FILES DO NOT MATCH THE STREAM REPORTS"
                       TO RB-REPORT-LINE
                   WRITE RB-REPORT-LINE
               END-IF

               MOVE ALL "*" TO RB-REPORT-LINE
               WRITE RB-REPORT-LINE

               DISPLAY "*** POSTING RUN OUT OF BALANCE ***"
               DISPLAY "RECORDS READ: " WS-BAL-READ-COUNT
                   " ACCOUNTED: " WS-BAL-COUNT-CHECK
               DISPLAY "DOLLARS READ: " WS-BAL-READ-DOLLARS
                   " ACCOUNTED: " WS-BAL-DOLLAR-CHECK
               IF WS-MERGE-AGREES = "N"
                   DISPLAY "AUDIT ROWS MERGED " WS-AUDIT-COPIED
                       " REPORTED " WS-BAL-AUDIT-ROWS
                   DISPLAY "DISBURSEMENTS MERGED " WS-DISB-COPIED
                       " REPORTED " WS-BAL-DISB-COUNT
                   DISPLAY "SUSPENSE MERGED " WS-SUSPENSE-COPIED
                       " REPORTED " WS-BAL-SUSP-COUNT
               END-IF
           END-IF

      *>   The streams behind the night
           MOVE SPACES TO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           STRING "MERGED FROM POSTING STREAMS 0 THRU "
               WS-STREAM-COUNT
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           MOVE SPACES TO RB-REPORT-LINE
           STRING "STREAM  CASES               READ"
               "         DOLLARS   POSTED  AUDIT"
               DELIMITED BY SIZE INTO RB-REPORT-LINE
           WRITE RB-REPORT-LINE

           PERFORM VARYING WS-STREAM-SUB FROM 0 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               PERFORM 3100-WRITE-STREAM-LINE
                   THRU 3100-WRITE-STREAM-LINE-EXIT
           END-PERFORM

           DISPLAY "PAYMENTS READ: " WS-BAL-READ-COUNT
               " POSTED: " WS-BAL-POSTED-COUNT
               " SUSPENSED: " WS-BAL-SUSP-COUNT
               " SKIPPED: " WS-BAL-SKIP-COUNT.

       3000-WRITE-BALANCE-REPORT-EXIT.
           EXIT.

       3100-WRITE-STREAM-LINE.
           MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT
           COMPUTE WS-RESULT-SUB = WS-STREAM-SUB + 1
           MOVE WS-SR-READ-COUNT(WS-RESULT-SUB) TO WS-ED-COUNT
           MOVE WS-SR-READ-DOLLARS(WS-RESULT-SUB) TO WS-ED-AMOUNT
           MOVE WS-SR-POSTED-COUNT(WS-RESULT-SUB) TO WS-ED-COUNT-2
           MOVE SPACES TO RB-REPORT-LINE

           IF WS-STREAM-SUB = 0
               STRING "  " WS-STREAM-DIGIT "     OPENING STEP     "
                   WS-ED-COUNT "  " WS-ED-AMOUNT "  " WS-ED-COUNT-2
                   DELIMITED BY SIZE INTO RB-REPORT-LINE
           ELSE
               STRING "  " WS-STREAM-DIGIT "     "
                   WS-STR-LOW-ID(WS-STREAM-SUB) "-"
                   WS-STR-HIGH-ID(WS-STREAM-SUB) "  "
                   WS-ED-COUNT "  " WS-ED-AMOUNT "  " WS-ED-COUNT-2
                   DELIMITED BY SIZE INTO RB-REPORT-LINE
           END-IF

           MOVE WS-SR-AUDIT-ROWS(WS-RESULT-SUB) TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO RB-REPORT-LINE(64:7)

           IF WS-SR-IN-BALANCE(WS-RESULT-SUB) NOT = "Y"
               MOVE "OUT" TO RB-REPORT-LINE(73:3)
           END-IF

           WRITE RB-REPORT-LINE.

       3100-WRITE-STREAM-LINE-EXIT.
           EXIT.

       *> ==================================================
       *> READ BACK A PRINTED AMOUNT OR COUNT
       *> ==================================================
       9200-PARSE-AMOUNT.
           MOVE 0 TO WS-PARSED-AMOUNT

           IF WS-PARSE-TEXT = SPACES
               GO TO 9200-PARSE-AMOUNT-EXIT
           END-IF

           MOVE WS-PARSE-EDITED TO WS-PARSED-AMOUNT.

       9200-PARSE-AMOUNT-EXIT.
           EXIT.

       9210-PARSE-COUNT.
           MOVE 0 TO WS-PARSED-COUNT

           IF WS-PARSE-COUNT-TEXT = SPACES
               GO TO 9210-PARSE-COUNT-EXIT
           END-IF

           MOVE WS-PARSE-COUNT-EDITED TO WS-PARSED-COUNT.

       9210-PARSE-COUNT-EXIT.
           EXIT.
