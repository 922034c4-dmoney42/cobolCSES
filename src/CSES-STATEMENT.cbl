               RECORD KEY IS XR-CASE-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

      *> OPTIONAL - the first document ever logged starts the file
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

       DATA DIVISION.
       FILE SECTION.


             COPY "PAYER-XREF".

             COPY "CORRESPONDENCE-HISTORY".

       WORKING-STORAGE SECTION.

       01  WS-EOF-REQUESTS        PIC X VALUE "N".
      *>       "R" rows are reversals - a payment taken back for NSF
      *>       or bank recall prints as such, not as a payment
               10  WS-PAY-TYPE           PIC X(1).
      *>       "A" rows are non-cash adjustments - which balance moved
      *>       (A arrears, I interest, C current due) and which way,
      *>       read off the row's old/new sides as it is buffered
               10  WS-PAY-ADJ-BALANCE    PIC X(1).
               10  WS-PAY-ADJ-DIRECTION  PIC X(1).

       01  WS-PAYMENT-COUNT            PIC 9(05) VALUE 0.
       01  WS-PAYMENT-MAX              PIC 9(05) VALUE 10000.
       01  WS-INTEREST-ASSESSED        PIC 9(7)V99.

       01  WS-METHOD-TEXT              PIC X(16).
       01  WS-ADJ-BALANCE-TEXT         PIC X(08).

       01  WS-STATEMENT-COUNTERS.
           05  WS-STATEMENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-COMBINED-CURRENT         PIC 9(8)V99.
       01  WS-COMBINED-STATEMENTS      PIC 9(5) VALUE 0.

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "ACCOUNT STATEMENT GENERATION STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "STATEMENT" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INQUIRY-REQUEST-FILE
                      UPDATED-PARENT-FILE
                      PAYMENT-AUDIT-FILE
                      PARENT-MASTER-FILE.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                           WS-PAY-REFERENCE (WS-PAYMENT-COUNT)
                       MOVE PA-ENTRY-TYPE TO
                           WS-PAY-TYPE (WS-PAYMENT-COUNT)
                       MOVE SPACE TO
                           WS-PAY-ADJ-BALANCE (WS-PAYMENT-COUNT)
                       MOVE SPACE TO
                           WS-PAY-ADJ-DIRECTION (WS-PAYMENT-COUNT)
                       IF PA-TYPE-ADJUSTMENT
                           EVALUATE TRUE
                               WHEN PA-NEW-ARREARS-BALANCE >
                                    PA-OLD-ARREARS-BALANCE
                                   MOVE "A" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "+" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                               WHEN PA-NEW-ARREARS-BALANCE <
                                    PA-OLD-ARREARS-BALANCE
                                   MOVE "A" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "-" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                               WHEN PA-NEW-INTEREST-BALANCE >
                                    PA-OLD-INTEREST-BALANCE
                                   MOVE "I" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "+" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                               WHEN PA-NEW-INTEREST-BALANCE <
                                    PA-OLD-INTEREST-BALANCE
                                   MOVE "I" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "-" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                               WHEN PA-NEW-CURRENT-DUE >
                                    PA-OLD-CURRENT-DUE
                                   MOVE "C" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "+" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                               WHEN OTHER
                                   MOVE "C" TO WS-PAY-ADJ-BALANCE
                                       (WS-PAYMENT-COUNT)
                                   MOVE "-" TO WS-PAY-ADJ-DIRECTION
                                       (WS-PAYMENT-COUNT)
                           END-EVALUATE
                       END-IF
                   ELSE
                       DISPLAY "PAYMENT TABLE CAPACITY EXCEEDED, "
                           "STATEMENT DETAIL INCOMPLETE FROM: "
                 UPDATED-PARENT-FILE
                 PAYMENT-AUDIT-FILE
                 PARENT-MASTER-FILE
                 STATEMENT-FILE
                 CORRESPONDENCE-HISTORY-FILE.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "STATEMENTS" TO JC-COUNT-LABEL(1)
           MOVE WS-STATEMENT-COUNT TO JC-COUNT(1)
           MOVE "COMBINED" TO JC-COUNT-LABEL(2)
           MOVE WS-COMBINED-STATEMENTS TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "ACCOUNT STATEMENT GENERATION COMPLETE".

                           MOVE "ELECTRONIC" TO WS-METHOD-TEXT
                       WHEN "T"
                           MOVE "TAX OFFSET" TO WS-METHOD-TEXT
                       WHEN "L"
                           MOVE "BANK LEVY" TO WS-METHOD-TEXT
                       WHEN OTHER
                           MOVE "OTHER" TO WS-METHOD-TEXT
                   END-EVALUATE

      *>           An adjustment row carries its reason code where a
      *>           payment carries its method
                   IF WS-PAY-TYPE (WS-PAY-SUB) = "A"
                       EVALUATE WS-PAY-METHOD (WS-PAY-SUB)
                           WHEN "J"
                               MOVE "JUDGMENT" TO WS-METHOD-TEXT
                           WHEN "C"
                               MOVE "COMPROMISE" TO WS-METHOD-TEXT
                           WHEN "W"
                               MOVE "INTEREST WAIVER" TO WS-METHOD-TEXT
                           WHEN "K"
                               MOVE "CORRECTION" TO WS-METHOD-TEXT
                           WHEN OTHER
                               MOVE "OTHER" TO WS-METHOD-TEXT
                       END-EVALUATE
                       EVALUATE WS-PAY-ADJ-BALANCE (WS-PAY-SUB)
                           WHEN "A"
                               MOVE "ARREARS" TO WS-ADJ-BALANCE-TEXT
                           WHEN "I"
                               MOVE "INTEREST" TO WS-ADJ-BALANCE-TEXT
                           WHEN OTHER
                               MOVE "CURR DUE" TO WS-ADJ-BALANCE-TEXT
                       END-EVALUATE
                   END-IF

                   MOVE WS-PAY-APPLIED (WS-PAY-SUB) TO WS-ED-AMOUNT
                   MOVE SPACES TO ST-STATEMENT-LINE
      *>           A reversal row is the bounce of an earlier payment
      *>           - the court reads it labeled for what it is. An
      *>           adjustment moved a balance without money and gets
      *>           its own line naming the balance, the direction,
      *>           the reason and the order it was made under
                   EVALUATE WS-PAY-TYPE (WS-PAY-SUB)
                       WHEN "R"
                           STRING "REVERSED " WS-PAY-DATE (WS-PAY-SUB)
                               " " WS-ED-AMOUNT
                               " " WS-METHOD-TEXT
                               " REF " WS-PAY-REFERENCE (WS-PAY-SUB)
                               DELIMITED BY SIZE INTO ST-STATEMENT-LINE
                       WHEN "A"
                           STRING "ADJUSTED " WS-PAY-DATE (WS-PAY-SUB)
                               " " WS-ED-AMOUNT
                               " " WS-ADJ-BALANCE-TEXT
                               " " WS-PAY-ADJ-DIRECTION (WS-PAY-SUB)
                               " " WS-METHOD-TEXT
                               " ORD " WS-PAY-REFERENCE (WS-PAY-SUB)
                               DELIMITED BY SIZE INTO ST-STATEMENT-LINE
                       WHEN OTHER
                           STRING "PAYMENT " WS-PAY-DATE (WS-PAY-SUB)
                               " " WS-ED-AMOUNT
                               " " WS-METHOD-TEXT
                               " REF " WS-PAY-REFERENCE (WS-PAY-SUB)
                               DELIMITED BY SIZE INTO ST-STATEMENT-LINE
                   END-EVALUATE
                   WRITE ST-STATEMENT-LINE
               END-IF
           END-PERFORM

           ADD 1 TO WS-STATEMENT-COUNT

      *>   On the correspondence history, with the deliverability
      *>   the master shows today (the prior extract's when the case
      *>   has left the master)
           MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
           MOVE UP-PARENT-ID TO CH-CASE-ID
           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
           SET CH-DOC-STATEMENT TO TRUE
           SET CH-TO-PARENT TO TRUE
           MOVE UP-ADDRESS TO CH-ADDRESS
           IF WS-MASTER-FOUND = "Y"
               MOVE PM-ADDRESS-STATUS TO CH-ADDRESS-STATUS
           ELSE
               MOVE UP-ADDRESS-STATUS TO CH-ADDRESS-STATUS
           END-IF
           MOVE "STATEMENT" TO CH-SOURCE-PROGRAM
           WRITE CORRESPONDENCE-HISTORY-RECORD

      *>   Remember the printed case and its payer, so a parent
      *>   with more than one case gets the combined summary too
           IF WS-XREF-ON = "Y" AND
