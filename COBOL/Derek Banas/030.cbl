       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
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

           SELECT RECEIVABLE-CONTROL-FILE
               ASSIGN TO "CUSTARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT TRIAL-BALANCE-REPORT
               ASSIGN TO "GLTRIAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           COPY GLBREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           COPY COAREC.

       FD  RECEIVABLE-CONTROL-FILE.
       01  RECEIVABLE-CONTROL-RECORD.
           COPY ARCTLREC.

       FD  TRIAL-BALANCE-REPORT.
       01  TRIAL-BALANCE-REPORT-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-GLB-FILE-STATUS PIC XX.
       01 WS-COA-FILE-STATUS PIC XX.
       01 WS-ARC-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-GLB-OPEN-SW PIC X VALUE "N".
           88 WS-GLB-OPEN VALUE "Y".
       01 WS-COA-OPEN-SW PIC X VALUE "N".
           88 WS-COA-OPEN VALUE "Y".
       01 WS-RECEIVABLE-SEEN-SW PIC X VALUE "N".
           88 WS-RECEIVABLE-SEEN VALUE "Y".

       COPY GLACCTS.

       01 WS-PERIOD-X PIC X(6).
       01 WS-PICK-PERIOD REDEFINES WS-PERIOD-X PIC 9(6).
       01 WS-REPORT-PERIOD PIC 9(6) VALUE 0.
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE 0.

       01 WS-ACCOUNT-NAME PIC X(30).
       01 WS-ACCOUNT-TYPE PIC X.

       01 WS-CLOSING-BALANCE     PIC S9(9)V99 VALUE 0.
       01 WS-RECEIVABLE-CLOSING  PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPENING       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DR-BALANCE    PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CR-BALANCE    PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE          PIC S9(11)V99 VALUE 0.

       01 WS-OPENING-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DEBITS-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDITS-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DR-BALANCE-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CR-BALANCE-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY DATEWS.

       01 WS-HEADER-LINE PIC X(132).
       01 WS-DETAIL-LINE PIC X(132).
       01 WS-TOTAL-LINE  PIC X(132).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(42)
               VALUE "ACCT  DESCRIPTION                     TYPE".
           05 FILLER PIC X(30)
               VALUE "        OPENING     MTD DEBITS".
           05 FILLER PIC X(30)
               VALUE "    MTD CREDITS  CLOSING DEBIT".
           05 FILLER PIC X(30)
               VALUE " CLOSING CREDIT".

       PROCEDURE DIVISION.

      *> The general-ledger trial balance for one period off
      *> GLBAL.DAT: every account's opening balance, month-to-date
      *> debits and credits, and closing balance in the debit or
      *> credit column. The closing debit and credit columns must
      *> agree. For the current period the receivable account is
      *> also proved against the customer balances' own receivable
      *> control (CUSTARC.DAT, kept by CUSTAGE).
       PERFORM GET-CURRENT-DATE
       COMPUTE WS-CURRENT-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM
       PERFORM GET-REPORT-PERIOD
       PERFORM OPEN-FILES
       IF NOT WS-EOF
           PERFORM WRITE-REPORT-HEADER
           PERFORM START-GL-BALANCE
           PERFORM REPORT-ACCOUNT UNTIL WS-EOF
           PERFORM WRITE-REPORT-TOTALS
           IF WS-REPORT-PERIOD = WS-CURRENT-PERIOD
               PERFORM PROVE-RECEIVABLE
           END-IF
       END-IF
       PERFORM CLOSE-FILES

       STOP RUN.

       COPY GETDATE.

       GET-REPORT-PERIOD.
           DISPLAY "GL period to report (YYYYMM, blank for current): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-X
           IF WS-PERIOD-X = SPACES OR WS-PERIOD-X = "000000"
               MOVE WS-CURRENT-PERIOD TO WS-REPORT-PERIOD
           ELSE
               IF WS-PERIOD-X NOT NUMERIC
                       OR WS-PERIOD-X(5:2) < "01"
                       OR WS-PERIOD-X(5:2) > "12"
                   DISPLAY "Invalid period - reporting the current "
                       "period"
                   MOVE WS-CURRENT-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   MOVE WS-PICK-PERIOD TO WS-REPORT-PERIOD
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLB-FILE-STATUS = "35"
               DISPLAY "No GL balance master found - nothing to print"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               MOVE "Y" TO WS-GLB-OPEN-SW
           END-IF
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS = "00"
               MOVE "Y" TO WS-COA-OPEN-SW
           END-IF
           OPEN OUTPUT TRIAL-BALANCE-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRIAL-BALANCE-REPORT STATUS "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRIAL-BALANCE-REPORT STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "GENERAL LEDGER TRIAL BALANCE  PERIOD " DELIMITED BY
               SIZE
               WS-REPORT-PERIOD(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REPORT-PERIOD(5:2) DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM CHECK-REPORT-STATUS.

       START-GL-BALANCE.
           MOVE WS-REPORT-PERIOD TO GB-PERIOD
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
                   IF GB-PERIOD NOT = WS-REPORT-PERIOD
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

       REPORT-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM GET-ACCOUNT-NAME
           COMPUTE WS-CLOSING-BALANCE = GB-OPENING-BALANCE
               + GB-MTD-DEBITS - GB-MTD-CREDITS
           ADD GB-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD GB-MTD-DEBITS TO WS-TOTAL-DEBITS
           ADD GB-MTD-CREDITS TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-DR-BALANCE-DISPLAY
           MOVE ZERO TO WS-CR-BALANCE-DISPLAY
           IF WS-CLOSING-BALANCE < ZERO
               COMPUTE WS-CR-BALANCE-DISPLAY = ZERO - WS-CLOSING-BALANCE
               SUBTRACT WS-CLOSING-BALANCE FROM WS-TOTAL-CR-BALANCE
           ELSE
               MOVE WS-CLOSING-BALANCE TO WS-DR-BALANCE-DISPLAY
               ADD WS-CLOSING-BALANCE TO WS-TOTAL-DR-BALANCE
           END-IF
           IF GB-ACCOUNT = WS-ACCT-RECEIVABLE
               MOVE "Y" TO WS-RECEIVABLE-SEEN-SW
               MOVE WS-CLOSING-BALANCE TO WS-RECEIVABLE-CLOSING
           END-IF
           MOVE GB-OPENING-BALANCE TO WS-OPENING-DISPLAY
           MOVE GB-MTD-DEBITS TO WS-DEBITS-DISPLAY
           MOVE GB-MTD-CREDITS TO WS-CREDITS-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING GB-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCOUNT-NAME DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ACCOUNT-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPENING-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBITS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDITS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DR-BALANCE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CR-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           PERFORM READ-NEXT-BALANCE.

       GET-ACCOUNT-NAME.
           MOVE "*NOT ON CHART*" TO WS-ACCOUNT-NAME
           MOVE "?" TO WS-ACCOUNT-TYPE
           IF WS-COA-OPEN
               MOVE GB-ACCOUNT TO GA-ACCOUNT
               READ CHART-OF-ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-DESCRIPTION TO WS-ACCOUNT-NAME
                       MOVE GA-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
               END-READ
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-TOTAL-OPENING TO WS-OPENING-DISPLAY
           MOVE WS-TOTAL-DEBITS TO WS-DEBITS-DISPLAY
           MOVE WS-TOTAL-CREDITS TO WS-CREDITS-DISPLAY
           MOVE WS-TOTAL-DR-BALANCE TO WS-DR-BALANCE-DISPLAY
           MOVE WS-TOTAL-CR-BALANCE TO WS-CR-BALANCE-DISPLAY
           STRING "      TOTALS - " DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               " ACCOUNTS             " DELIMITED BY SIZE
               WS-OPENING-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBITS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDITS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DR-BALANCE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CR-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           COMPUTE WS-DIFFERENCE =
               WS-TOTAL-DR-BALANCE - WS-TOTAL-CR-BALANCE
           MOVE SPACES TO WS-TOTAL-LINE
           IF WS-DIFFERENCE = ZERO
               MOVE "TRIAL BALANCE IS IN BALANCE" TO WS-TOTAL-LINE
           ELSE
               MOVE WS-DIFFERENCE TO WS-TOTAL-DISPLAY
               STRING "TRIAL BALANCE IS OUT OF BALANCE BY "
                   DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   " - SEE GLSUSP.PRT FOR POSTINGS HELD IN SUSPENSE"
                   DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           END-IF
           WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

      *> The customer balances and the ledger see the same postings
      *> each night (CUSTAGE runs just ahead of GLPOST), so the
      *> receivable account's closing balance has to match the
      *> receivable control CUSTAGE keeps.
       PROVE-RECEIVABLE.
           OPEN INPUT RECEIVABLE-CONTROL-FILE
           IF WS-ARC-STATUS = "00"
               READ RECEIVABLE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO AX-RECEIVABLE-BALANCE
               END-READ
               CLOSE RECEIVABLE-CONTROL-FILE
               COMPUTE WS-DIFFERENCE =
                   WS-RECEIVABLE-CLOSING - AX-RECEIVABLE-BALANCE
               MOVE SPACES TO WS-TOTAL-LINE
               IF WS-DIFFERENCE = ZERO
                   STRING "RECEIVABLE ACCOUNT " DELIMITED BY SIZE
                       WS-ACCT-RECEIVABLE DELIMITED BY SIZE
                       " AGREES WITH THE CUSTOMER BALANCES"
                       DELIMITED BY SIZE
                       INTO WS-TOTAL-LINE
               ELSE
                   MOVE WS-DIFFERENCE TO WS-TOTAL-DISPLAY
                   STRING "RECEIVABLE ACCOUNT " DELIMITED BY SIZE
                       WS-ACCT-RECEIVABLE DELIMITED BY SIZE
                       " DIFFERS FROM THE CUSTOMER BALANCES BY "
                       DELIMITED BY SIZE
                       WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO WS-TOTAL-LINE
               END-IF
               WRITE TRIAL-BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE
               PERFORM CHECK-REPORT-STATUS
               DISPLAY WS-TOTAL-LINE
           END-IF.

       CLOSE-FILES.
           IF WS-GLB-OPEN
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-COA-OPEN
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF
           CLOSE TRIAL-BALANCE-REPORT.
