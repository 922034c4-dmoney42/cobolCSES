       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSES-CORRVOL.

      *> Monthly correspondence volume report off the correspondence
      *> history: how many of each kind of document went out in the
      *> month, and how many of them went to an address returned mail
      *> had already flagged bad. Each such document is listed - the
      *> letter was wasted and the case needs a locate, not another
      *> mailing.
      *>
      *> The month comes off the parameter file as YYYYMM (a missing
      *> or unreadable file means the current month). The history is
      *> read only, so the report can be rerun for any month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - a month with nothing logged reports zero volume
           SELECT OPTIONAL CORRESPONDENCE-HISTORY-FILE
               ASSIGN TO "data/correspondence_history.dat".

           SELECT CORRVOL-PARAMETER-FILE
               ASSIGN TO "data/corrvol_parameters.dat"
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT CORR-VOLUME-REPORT-FILE
               ASSIGN TO "data/correspondence_volume.dat".

       DATA DIVISION.
       FILE SECTION.

             COPY "CORRESPONDENCE-HISTORY".

       FD  CORRVOL-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS CORRVOL-PARAMETER-RECORD.

       01  CORRVOL-PARAMETER-RECORD.
           05  CP-REPORT-MONTH       PIC X(06).
           05  CP-REPORT-MONTH-NUM REDEFINES CP-REPORT-MONTH
                                     PIC 9(06).

       FD  CORR-VOLUME-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CV-REPORT-LINE.

       01  CV-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EOF-HISTORY         PIC X VALUE "N".

       01  WS-PARAMETER-FILE-STATUS    PIC X(02).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH           PIC 9(6).
           05  FILLER                 PIC 9(2).
       01  WS-REPORT-MONTH        PIC 9(6).

       01  WS-DOCUMENT-DATE-WORK  PIC 9(8).
       01  WS-DOCUMENT-DATE-X REDEFINES WS-DOCUMENT-DATE-WORK.
           05  WS-DOCUMENT-MONTH      PIC 9(6).
           05  FILLER                 PIC 9(2).

      *> Every document type the history carries, in report order
       01  WS-DOC-TYPE-LIST.
           05  FILLER  PIC X(34) VALUE
               "DLNQDELINQUENCY NOTICE".
           05  FILLER  PIC X(34) VALUE
               "STMTPARENT STATEMENT".
           05  FILLER  PIC X(34) VALUE
               "NMSNMEDICAL SUPPORT NOTICE".
           05  FILLER  PIC X(34) VALUE
               "LOCRLOCATE REQUEST".
           05  FILLER  PIC X(34) VALUE
               "LREFLICENSE REFERRAL".
           05  FILLER  PIC X(34) VALUE
               "LLFTLICENSE REFERRAL LIFT".
           05  FILLER  PIC X(34) VALUE
               "EIWOE-IWO ORDER".
           05  FILLER  PIC X(34) VALUE
               "ICRTINTERCEPT CERTIFICATION".
           05  FILLER  PIC X(34) VALUE
               "BILLBILLING STATEMENT AND COUPON".
       01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-LIST.
           05  WS-DOC-TYPE-ENTRY OCCURS 9 TIMES.
               10  WS-DOC-TYPE-CODE        PIC X(04).
               10  WS-DOC-TYPE-NAME        PIC X(30).
       01  WS-DOC-TYPE-COUNT           PIC 9(02) VALUE 9.

       01  WS-VOLUME-TABLE.
           05  WS-VOLUME-ENTRY OCCURS 9 TIMES.
               10  WS-VOL-SENT             PIC 9(7).
               10  WS-VOL-BAD-ADDRESS      PIC 9(7).
       01  WS-TYPE-SUB                 PIC 9(02) VALUE 0.
       01  WS-TYPE-FOUND               PIC X VALUE "N".

       01  WS-VOLUME-COUNTERS.
           05  WS-HISTORY-READ             PIC 9(7) VALUE 0.
           05  WS-MONTH-DOCUMENTS          PIC 9(7) VALUE 0.
           05  WS-BAD-ADDRESS-DOCUMENTS    PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-TYPE             PIC 9(7) VALUE 0.

       01  WS-ED-COUNT                 PIC Z,ZZZ,ZZ9.
       01  WS-ED-BAD-COUNT             PIC Z,ZZZ,ZZ9.
       01  WS-ED-CASE-ID               PIC 9(8).

             COPY "RUN-CONTROL".

       PROCEDURE DIVISION.
           DISPLAY "CORRESPONDENCE VOLUME REPORT STARTED".

       *> ==================================================
       *> CLEARED TO RUN BY THE JOB-STREAM RUN CONTROL?
       *> ==================================================
           INITIALIZE JOB-CONTROL-PARMS
           MOVE "CORRVOL" TO JC-JOB-NAME
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
           OPEN INPUT CORRVOL-PARAMETER-FILE.

           IF WS-PARAMETER-FILE-STATUS = "00"
               READ CORRVOL-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CP-REPORT-MONTH IS NUMERIC
                           MOVE CP-REPORT-MONTH-NUM TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "REPORT MONTH NOT NUMERIC, CURRENT "
                               "MONTH ASSUMED: " CP-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE CORRVOL-PARAMETER-FILE
           END-IF

           DISPLAY "REPORT MONTH: " WS-REPORT-MONTH.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-DOC-TYPE-COUNT
               MOVE 0 TO WS-VOL-SENT(WS-TYPE-SUB)
               MOVE 0 TO WS-VOL-BAD-ADDRESS(WS-TYPE-SUB)
           END-PERFORM

           OPEN INPUT CORRESPONDENCE-HISTORY-FILE.
           OPEN OUTPUT CORR-VOLUME-REPORT-FILE.

           MOVE "CORRESPONDENCE VOLUME REPORT" TO CV-REPORT-LINE
           WRITE CV-REPORT-LINE
           MOVE SPACES TO CV-REPORT-LINE
           STRING "MONTH: " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO CV-REPORT-LINE
           WRITE CV-REPORT-LINE
           MOVE SPACES TO CV-REPORT-LINE
           WRITE CV-REPORT-LINE
           MOVE "DOCUMENTS SENT TO AN ADDRESS ALREADY FLAGGED BAD:"
               TO CV-REPORT-LINE
           WRITE CV-REPORT-LINE
           MOVE SPACES TO CV-REPORT-LINE
           STRING "CASE     DATE     TYPE ADDRESS"
               "                        SOURCE"
               DELIMITED BY SIZE INTO CV-REPORT-LINE
           WRITE CV-REPORT-LINE.

       *> ==================================================
       *> COUNT THE MONTH'S DOCUMENTS BY TYPE, LISTING EACH
       *> ONE THAT WENT TO A KNOWN BAD ADDRESS
       *> ==================================================
           PERFORM UNTIL WS-EOF-HISTORY = "Y"
               READ CORRESPONDENCE-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-HISTORY
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       MOVE CH-DOCUMENT-DATE TO WS-DOCUMENT-DATE-WORK
                       IF WS-DOCUMENT-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-MONTH-DOCUMENTS

                           MOVE "N" TO WS-TYPE-FOUND
                           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                                   UNTIL WS-TYPE-SUB >
                                         WS-DOC-TYPE-COUNT
                                      OR WS-TYPE-FOUND = "Y"
                               IF WS-DOC-TYPE-CODE(WS-TYPE-SUB) =
                                  CH-DOCUMENT-TYPE
                                   MOVE "Y" TO WS-TYPE-FOUND
                                   ADD 1 TO WS-VOL-SENT(WS-TYPE-SUB)
                                   IF CH-ADDRESS-WAS-BAD
                                       ADD 1 TO
                                         WS-VOL-BAD-ADDRESS(WS-TYPE-SUB)
                                   END-IF
                               END-IF
                           END-PERFORM

                           IF WS-TYPE-FOUND = "N"
                               ADD 1 TO WS-UNKNOWN-TYPE
                           END-IF

                           IF CH-ADDRESS-WAS-BAD
                               ADD 1 TO WS-BAD-ADDRESS-DOCUMENTS
                               MOVE CH-CASE-ID TO WS-ED-CASE-ID
                               MOVE SPACES TO CV-REPORT-LINE
                               STRING WS-ED-CASE-ID " "
                                   CH-DOCUMENT-DATE " "
                                   CH-DOCUMENT-TYPE " "
                                   CH-ADDRESS " "
                                   CH-SOURCE-PROGRAM
                                   DELIMITED BY SIZE
                                   INTO CV-REPORT-LINE
                               WRITE CV-REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BAD-ADDRESS-DOCUMENTS = 0
               MOVE "  NONE" TO CV-REPORT-LINE
               WRITE CV-REPORT-LINE
           END-IF.

       *> ==================================================
       *> VOLUME BY DOCUMENT TYPE
       *> ==================================================
           MOVE SPACES TO CV-REPORT-LINE
           WRITE CV-REPORT-LINE
           MOVE SPACES TO CV-REPORT-LINE
           STRING "TYPE DOCUMENT                              SENT"
               "  BAD ADDR"
               DELIMITED BY SIZE INTO CV-REPORT-LINE
           WRITE CV-REPORT-LINE

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-DOC-TYPE-COUNT
               MOVE WS-VOL-SENT(WS-TYPE-SUB) TO WS-ED-COUNT
               MOVE WS-VOL-BAD-ADDRESS(WS-TYPE-SUB) TO WS-ED-BAD-COUNT
               MOVE SPACES TO CV-REPORT-LINE
               STRING WS-DOC-TYPE-CODE(WS-TYPE-SUB) " "
                   WS-DOC-TYPE-NAME(WS-TYPE-SUB) " "
                   WS-ED-COUNT " "
                   WS-ED-BAD-COUNT
                   DELIMITED BY SIZE INTO CV-REPORT-LINE
               WRITE CV-REPORT-LINE
           END-PERFORM

           IF WS-UNKNOWN-TYPE > 0
               MOVE WS-UNKNOWN-TYPE TO WS-ED-COUNT
               MOVE SPACES TO CV-REPORT-LINE
               STRING "???? UNRECOGNIZED TYPE           "
                   "   " WS-ED-COUNT
                   DELIMITED BY SIZE INTO CV-REPORT-LINE
               WRITE CV-REPORT-LINE
           END-IF

           MOVE WS-MONTH-DOCUMENTS TO WS-ED-COUNT
           MOVE WS-BAD-ADDRESS-DOCUMENTS TO WS-ED-BAD-COUNT
           MOVE SPACES TO CV-REPORT-LINE
           STRING "     TOTAL                          "
               WS-ED-COUNT " "
               WS-ED-BAD-COUNT
               DELIMITED BY SIZE INTO CV-REPORT-LINE
           WRITE CV-REPORT-LINE.

           CLOSE CORRESPONDENCE-HISTORY-FILE
                 CORR-VOLUME-REPORT-FILE.

           DISPLAY "HISTORY ROWS READ:       " WS-HISTORY-READ.
           DISPLAY "DOCUMENTS IN MONTH:      " WS-MONTH-DOCUMENTS.
           DISPLAY "TO A BAD ADDRESS:        " WS-BAD-ADDRESS-DOCUMENTS.

       *> ==================================================
       *> LOG THE COMPLETION WITH THE RUN'S KEY COUNTS
       *> ==================================================
           MOVE "DOCUMENTS" TO JC-COUNT-LABEL(1)
           MOVE WS-MONTH-DOCUMENTS TO JC-COUNT(1)
           MOVE "BAD ADDRESS" TO JC-COUNT-LABEL(2)
           MOVE WS-BAD-ADDRESS-DOCUMENTS TO JC-COUNT(2)
           SET JC-REQUEST-FINISH TO TRUE
           CALL "CSES-RUNCTL" USING JOB-CONTROL-PARMS.

           DISPLAY "CORRESPONDENCE VOLUME REPORT COMPLETE".
           STOP RUN.
