       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "GLCLOSE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           COPY GLBREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           COPY COAREC.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD PIC X(90).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01 WS-GLB-FILE-STATUS PIC XX.
       01 WS-COA-FILE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FILES-OPEN-SW PIC X VALUE "N".
           88 WS-FILES-OPEN VALUE "Y".
       01 WS-COA-OPEN-SW PIC X VALUE "N".
           88 WS-COA-OPEN VALUE "Y".
       01 WS-CLOSE-ALLOWED-SW PIC X VALUE "Y".
           88 WS-CLOSE-ALLOWED VALUE "Y".

       01 WS-CLOSE-PERIOD PIC 9(6) VALUE 0.
       01 WS-NEXT-PERIOD  PIC 9(6) VALUE 0.
       01 WS-SAVED-KEY    PIC X(10).
       01 WS-ACCOUNT-NAME PIC X(30).

       01 WS-CLOSING-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01 WS-OPENED-COUNT    PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBIT-BAL  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT-BAL PIC 9(11)V99 VALUE 0.

       01 WS-BALANCE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DBCR-SUFFIX     PIC XX.

       COPY DATEWS.
       COPY RUNWS.
       COPY GLCLWS.

       01 WS-HEADER-LINE PIC X(90).
       01 WS-DETAIL-LINE PIC X(90).
       01 WS-TOTAL-LINE  PIC X(90).

       PROCEDURE DIVISION.

      *> Month-end close of the general ledger. Run in the month
      *> after the one it closes: every account's closing balance for
      *> that period (opening + month-to-date debits - credits) becomes
      *> its opening balance for the following period, whether or not
      *> the account has been posted to in the new month yet. The
      *> close is recorded in RUNCTL.DAT, and a period is only closed
      *> once and only straight after the one before it; GLPOST will
      *> not post into a closed period.
       PERFORM GET-CURRENT-DATE
       MOVE WS-TODAY-YYYY TO WS-GL-PERIOD-YYYY
       MOVE WS-TODAY-MM TO WS-GL-PERIOD-MM
       MOVE WS-GL-PERIOD-NUM TO WS-NEXT-PERIOD
       PERFORM STEP-BACK-GL-PERIOD
       MOVE WS-GL-PERIOD-NUM TO WS-CLOSE-PERIOD
       PERFORM CHECK-CLOSE-SEQUENCE
       IF WS-CLOSE-ALLOWED
           MOVE "GLCLOSE" TO WS-RUN-PROGRAM
           MOVE SPACES TO WS-RUN-PREDECESSOR
           PERFORM RUN-CONTROL-STARTUP
           IF NOT WS-RUN-BLOCKED
               PERFORM OPEN-FILES
               IF WS-FILES-OPEN
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM START-GL-BALANCE
                   PERFORM CLOSE-ACCOUNT UNTIL WS-EOF
                   PERFORM WRITE-REPORT-TOTALS
               ELSE
                   MOVE "R" TO WS-RUN-END-STATUS
               END-IF
               PERFORM CLOSE-FILES
               MOVE WS-ACCOUNT-COUNT TO WS-RUN-RECORD-COUNT
               PERFORM RUN-CONTROL-FINALIZE
           END-IF
       END-IF

       STOP RUN.

       COPY GETDATE.

       CHECK-CLOSE-SEQUENCE.
           PERFORM FIND-LAST-GL-CLOSE
           EVALUATE TRUE
               WHEN WS-GL-CLOSED-PERIOD NOT < WS-CLOSE-PERIOD
                   MOVE "N" TO WS-CLOSE-ALLOWED-SW
                   DISPLAY "CLOSE BLOCKED - GL PERIOD "
                       WS-CLOSE-PERIOD " IS ALREADY CLOSED"
               WHEN WS-GL-CLOSED-PERIOD = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE WS-GL-CLOSED-PERIOD TO WS-GL-PERIOD-NUM
                   PERFORM STEP-FORWARD-GL-PERIOD
                   IF WS-GL-PERIOD-NUM NOT = WS-CLOSE-PERIOD
                       MOVE "N" TO WS-CLOSE-ALLOWED-SW
                       DISPLAY "CLOSE BLOCKED - GL PERIOD "
                           WS-GL-PERIOD-NUM " HAS NOT BEEN CLOSED"
                   END-IF
           END-EVALUATE.

       OPEN-FILES.
           OPEN I-O GL-BALANCE-FILE
           IF WS-GLB-FILE-STATUS NOT = "00"
               DISPLAY "No GL balance master found - nothing to close"
           ELSE
               OPEN OUTPUT CLOSE-REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING CLOSE-REPORT-FILE STATUS "
                       WS-REPORT-STATUS
                   CLOSE GL-BALANCE-FILE
               ELSE
                   MOVE "Y" TO WS-FILES-OPEN-SW
                   OPEN INPUT CHART-OF-ACCOUNTS-FILE
                   IF WS-COA-FILE-STATUS = "00"
                       MOVE "Y" TO WS-COA-OPEN-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CLOSE-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "GENERAL LEDGER MONTH-END CLOSE  PERIOD "
               DELIMITED BY SIZE
               WS-CLOSE-PERIOD(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CLOSE-PERIOD(5:2) DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               WS-NEXT-PERIOD(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-NEXT-PERIOD(5:2) DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "ACCT  DESCRIPTION                     CLOSING BALANCE"
               TO WS-HEADER-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS.

       START-GL-BALANCE.
           MOVE WS-CLOSE-PERIOD TO GB-PERIOD
           MOVE ZERO TO GB-ACCOUNT
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-NEXT-BALANCE
           END-IF.

       READ-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF GB-PERIOD NOT = WS-CLOSE-PERIOD
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      *> Setting the next period's record moves the file position,
      *> so the scan picks up again just past the account it closed.
       CLOSE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE GB-KEY TO WS-SAVED-KEY
           COMPUTE WS-CLOSING-BALANCE = GB-OPENING-BALANCE
               + GB-MTD-DEBITS - GB-MTD-CREDITS
           PERFORM WRITE-ACCOUNT-LINE
           PERFORM SET-NEXT-OPENING
           MOVE WS-SAVED-KEY TO GB-KEY
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-NEXT-BALANCE
           END-IF.

      *> An opening that cannot be written leaves the run rejected
      *> so the close can be run again; it only ever sets each
      *> opening from the same closing balance.
       SET-NEXT-OPENING.
           MOVE WS-NEXT-PERIOD TO GB-PERIOD
           READ GL-BALANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE WS-CLOSING-BALANCE TO GB-OPENING-BALANCE
                   MOVE ZERO TO GB-MTD-DEBITS
                   MOVE ZERO TO GB-MTD-CREDITS
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING GL BALANCE " GB-KEY
                               " STATUS " WS-GLB-FILE-STATUS
                           MOVE "R" TO WS-RUN-END-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CLOSING-BALANCE TO GB-OPENING-BALANCE
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING GL BALANCE " GB-KEY
                               " STATUS " WS-GLB-FILE-STATUS
                           MOVE "R" TO WS-RUN-END-STATUS
                   END-REWRITE
           END-READ.

       WRITE-ACCOUNT-LINE.
           MOVE "*NOT ON CHART*" TO WS-ACCOUNT-NAME
           IF WS-COA-OPEN
               MOVE GB-ACCOUNT TO GA-ACCOUNT
               READ CHART-OF-ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-DESCRIPTION TO WS-ACCOUNT-NAME
               END-READ
           END-IF
           IF WS-CLOSING-BALANCE < ZERO
               MOVE "CR" TO WS-DBCR-SUFFIX
               SUBTRACT WS-CLOSING-BALANCE FROM WS-TOTAL-CREDIT-BAL
           ELSE
               MOVE "DB" TO WS-DBCR-SUFFIX
               ADD WS-CLOSING-BALANCE TO WS-TOTAL-DEBIT-BAL
           END-IF
           COMPUTE WS-BALANCE-DISPLAY = FUNCTION ABS(WS-CLOSING-BALANCE)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING GB-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCOUNT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DBCR-SUFFIX DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-TOTAL-DEBIT-BAL TO WS-TOTAL-DISPLAY
           STRING "TOTAL DEBIT BALANCES:  " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-TOTAL-CREDIT-BAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "TOTAL CREDIT BALANCES: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "ACCOUNTS CLOSED: " DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               "  NEW PERIOD RECORDS OPENED: " DELIMITED BY SIZE
               WS-OPENED-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

       CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE GL-BALANCE-FILE
               CLOSE CLOSE-REPORT-FILE
               IF WS-COA-OPEN
                   CLOSE CHART-OF-ACCOUNTS-FILE
               END-IF
           END-IF.

       COPY GLCLPROC.

       COPY RUNPROC.
