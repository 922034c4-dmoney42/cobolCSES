      *> ceiling on disposable earnings the combined order may take.
      *> The employer remits one amount; the remittance and payer-
      *> split runs put it back on the right cases.
      *>
      *> A case the death or incarceration match has put on hold is
      *> not transmitted - an employer is not ordered to withhold
      *> from a parent who is dead or in custody - and is listed on
      *> the job log and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EIWO-TRANSMISSION-FILE
               ASSIGN TO "data/eiwo_transmission.dat".

      *> OPTIONAL - the first document ever logged starts the file
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

      *> Keyed lookup of the case's enforcement hold, if any
           SELECT CASE-HOLD-FILE
               ASSIGN TO "data/case_hold_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CASE-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *>   employer knows
           05  EW-CCPA-MAX-PERCENT      PIC 9(2).

             COPY "CORRESPONDENCE-HISTORY".

             COPY "CASE-HOLD".

       WORKING-STORAGE SECTION.

       01  WS-EOF-PARENTS         PIC X VALUE "N".
       01  WS-XREF-ON             PIC X VALUE "N".
       01  WS-TRANSMIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-COMBINED-COUNT      PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(7) VALUE 0.
       01  WS-HOLD-FILE-STATUS    PIC X(02).
       01  WS-HOLD-AVAILABLE      PIC X VALUE "N".

      *> CCPA ceiling carried on every order - fifty percent of
      *> disposable earnings, the conservative statutory floor
       01  WS-ORDER-MAX                PIC 9(05) VALUE 20000.
       01  WS-OR-SUB                   PIC 9(05).
       01  WS-GRP-SUB                  PIC 9(05).
       01  WS-LOG-SUB                  PIC 9(05).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-GROUP-WITHHOLDING        PIC 9(6)V99.
       01  WS-GROUP-ARREARS            PIC 9(8)V99.
       01  WS-GROUP-CASES              PIC 9(02).

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "E-IWO TRANSMISSION EXTRACT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "EIWO" TO JC-JOB-NAME
           SET JC-REQUEST-START TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS

           IF JC-REFUSED
               DISPLAY JC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT UPDATED-PARENT-FILE.
           OPEN OUTPUT EIWO-TRANSMISSION-FILE.
           OPEN EXTEND CORRESPONDENCE-HISTORY-FILE.

      *>   No hold master yet means no case has ever been held
           OPEN INPUT CASE-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PAYER-XREF-FILE.

           DISPLAY "E-IWO ORDERS TRANSMITTED: " WS-TRANSMIT-COUNT.
           DISPLAY "COMBINED MULTI-CASE ORDERS: "
               WS-COMBINED-COUNT.
           DISPLAY "SKIPPED - CASE ON HOLD: " WS-HELD-COUNT.

           CLOSE UPDATED-PARENT-FILE
                 EIWO-TRANSMISSION-FILE
                 CORRESPONDENCE-HISTORY-FILE.

           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE CASE-HOLD-FILE
           END-IF.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "TRANSMITTED" TO JC-COUNT-LABEL(1)
           MOVE WS-TRANSMIT-COUNT TO JC-COUNT(1)
           MOVE "COMBINED" TO JC-COUNT-LABEL(2)
           MOVE WS-COMBINED-COUNT TO JC-COUNT(2)
           MOVE "HELD" TO JC-COUNT-LABEL(3)
           MOVE WS-HELD-COUNT TO JC-COUNT(3)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "E-IWO TRANSMISSION EXTRACT COMPLETE".

       *> ITS PAYER OFF THE CROSS-REFERENCE
       *> ==================================================
       1100-BUFFER-ORDER.
           IF WS-HOLD-AVAILABLE = "Y"
               MOVE UP-PARENT-ID TO HD-CASE-ID
               READ CASE-HOLD-FILE
                   INVALID KEY MOVE SPACE TO HD-HOLD-STATUS
               END-READ

               IF HD-HOLD-ACTIVE
                   DISPLAY "HELD - NO E-IWO (" HD-REASON-DESC
                       "): " UP-PARENT-ID
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 1100-BUFFER-ORDER-EXIT
               END-IF
           END-IF

           IF WS-ORDER-COUNT >= WS-ORDER-MAX
      *>       Past capacity the order still goes out - per case,
      *>       uncombined, exactly as the old extract sent it
               MOVE WS-CCPA-MAX-PERCENT TO EW-CCPA-MAX-PERCENT
               WRITE EIWO-TRANSMISSION-RECORD
               ADD 1 TO WS-TRANSMIT-COUNT

               MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
               MOVE UP-PARENT-ID TO CH-CASE-ID
               MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
               SET CH-DOC-EIWO TO TRUE
               SET CH-TO-EMPLOYER TO TRUE
               MOVE UP-EMPLOYER-ADDRESS TO CH-ADDRESS
               MOVE "EIWO" TO CH-SOURCE-PROGRAM
               MOVE UP-IWO-ORDER-NUMBER TO CH-REFERENCE
               WRITE CORRESPONDENCE-HISTORY-RECORD
               GO TO 1100-BUFFER-ORDER-EXIT
           END-IF

                           WS-GROUP-ARREARS
                       ADD 1 TO WS-GROUP-CASES
                       MOVE "Y" TO WS-OR-EMITTED (WS-GRP-SUB)
                       MOVE WS-GRP-SUB TO WS-LOG-SUB
                       PERFORM 2200-LOG-ORDER-CASE
                           THRU 2200-LOG-ORDER-CASE-EXIT
                   END-IF
               END-PERFORM
           END-IF

           WRITE EIWO-TRANSMISSION-RECORD

           MOVE WS-OR-SUB TO WS-LOG-SUB
           PERFORM 2200-LOG-ORDER-CASE
               THRU 2200-LOG-ORDER-CASE-EXIT

           ADD 1 TO WS-TRANSMIT-COUNT
           IF WS-GROUP-CASES > 1
               ADD 1 TO WS-COMBINED-COUNT

       2100-EMIT-ORDER-GROUP-EXIT.
           EXIT.

       *> ==================================================
       *> THE ORDER AT WS-LOG-SUB ONTO THE CORRESPONDENCE
       *> HISTORY - EVERY CASE A COMBINED ORDER COVERS GETS
       *> ITS OWN ROW
       *> ==================================================
       2200-LOG-ORDER-CASE.
           MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
           MOVE WS-OR-CASE-ID (WS-LOG-SUB) TO CH-CASE-ID
           MOVE WS-RUN-DATE TO CH-DOCUMENT-DATE
           SET CH-DOC-EIWO TO TRUE
           SET CH-TO-EMPLOYER TO TRUE
           MOVE WS-OR-EMPLOYER-ADDR (WS-LOG-SUB) TO CH-ADDRESS
           MOVE "EIWO" TO CH-SOURCE-PROGRAM
           MOVE WS-OR-ORDER-NUMBER (WS-LOG-SUB) TO CH-REFERENCE
           WRITE CORRESPONDENCE-HISTORY-RECORD.

       2200-LOG-ORDER-CASE-EXIT.
           EXIT.
