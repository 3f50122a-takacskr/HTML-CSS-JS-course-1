       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGE.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNED-TRANSACTION-FILE
               ASSIGN TO "SIGNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT CUSTOMER-BALANCE-FILE
               ASSIGN TO "CUSTBALM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-IDENT
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-IDENT
               ALTERNATE RECORD KEY IS CM-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-IDENT
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RECEIVABLE-CONTROL-FILE
               ASSIGN TO "CUSTARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "CUSTATB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATB-STATUS.

           SELECT COLLECTIONS-FILE
               ASSIGN TO "CUSTPDUE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDUE-STATUS.

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

       FD  SIGNED-TRANSACTION-FILE.
       01  SIGNED-TRANSACTION-RECORD.
           COPY SGNREC.

       FD  CUSTOMER-BALANCE-FILE.
       01  CUSTOMER-BALANCE-RECORD.
           COPY CBALREC.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           COPY XREFREC.

       FD  RECEIVABLE-CONTROL-FILE.
       01  RECEIVABLE-CONTROL-RECORD.
           COPY ARCTLREC.

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD PIC X(132).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-BAL-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ARC-STATUS PIC XX.
       01 WS-ATB-STATUS PIC XX.
       01 WS-PDUE-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-BAL-EOF-SW PIC X VALUE "N".
           88 WS-BAL-EOF VALUE "Y".
       01 WS-XREF-EOF-SW PIC X VALUE "N".
           88 WS-XREF-EOF VALUE "Y".
       01 WS-XREF-OPEN-SW PIC X VALUE "N".
           88 WS-XREF-OPEN VALUE "Y".

       01 WS-FILES-OPEN-SW PIC X VALUE "N".
           88 WS-FILES-OPEN VALUE "Y".
       01 WS-ALREADY-POSTED-SW PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-LEDGER-BEHIND-SW PIC X VALUE "N".
           88 WS-LEDGER-BEHIND VALUE "Y".
       01 WS-NEW-BALANCE-SW PIC X VALUE "N".
           88 WS-NEW-BALANCE VALUE "Y".
       01 WS-AGED-SW PIC X VALUE "N".
           88 WS-AGED VALUE "Y".
       01 WS-CUST-FOUND-SW PIC X VALUE "N".
           88 WS-CUST-FOUND VALUE "Y".

       COPY GLACCTS.

       01 WS-BUS-DATE-INT  PIC 9(7) VALUE 0.
       01 WS-AGE-DAYS      PIC S9(7) VALUE 0.
       01 WS-BUCKET-SUB    PIC 9 VALUE 0.
       01 WS-POST-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-CREDIT-LEFT   PIC 9(7)V99 VALUE 0.
       01 WS-PAST-DUE      PIC S9(7)V99 VALUE 0.

       01 WS-TRAN-COUNT       PIC 9(7) VALUE 0.
       01 WS-AR-POST-COUNT    PIC 9(7) VALUE 0.
       01 WS-UNAPPLIED-COUNT  PIC 9(7) VALUE 0.
       01 WS-NEW-CUST-COUNT   PIC 9(5) VALUE 0.
       01 WS-AGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CUST-COUNT       PIC 9(5) VALUE 0.
       01 WS-COLLECT-COUNT    PIC 9(5) VALUE 0.
       01 WS-REDIRECT-COUNT   PIC 9(7) VALUE 0.
       01 WS-FOLD-COUNT       PIC 9(5) VALUE 0.

      *> The ident a receivable posting lands on: ST-IDENT, or the
      *> surviving customer when ST-IDENT was merged away.
       01 WS-POST-IDENT       PIC 9(3) VALUE 0.

      *> The latest business date GLPOST completed for.
       01 WS-LAST-GLPOST-DATE PIC 9(8) VALUE 0.

      *> A merged-away customer's balance, held while it is added
      *> into the survivor's.
       01 WS-RETIRED-BALANCE.
           COPY CBALREC REPLACING LEADING ==CB-== BY ==RB-==.

      *> Tonight's movement on the receivable account, in the
      *> customer-owes direction (a debit posting adds to it).
       01 WS-AR-NET-OWED      PIC S9(9)V99 VALUE 0.
       01 WS-UNAPPLIED-OWED   PIC S9(9)V99 VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BALANCE    PIC S9(9)V99 VALUE 0.
           05 WS-GRAND-BUCKET     PIC S9(9)V99 VALUE 0
                                  OCCURS 5 TIMES.
       01 WS-TIE-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-TIE-DIFFERENCE   PIC S9(9)V99 VALUE 0.

       01 WS-CUST-NAME        PIC X(20).
       01 WS-COLLECT-REASON   PIC X(22).

       01 WS-AMOUNT-DISPLAY   PIC ZZ,ZZ9.99.
       01 WS-DBCR-SUFFIX      PIC XX.
       01 WS-BALANCE-DISPLAY  PIC Z,ZZZ,ZZ9.99-.
       01 WS-BUCKET-DISPLAYS.
           05 WS-BUCKET-DISPLAY PIC Z,ZZZ,ZZ9.99- OCCURS 5 TIMES.
       01 WS-LIMIT-DISPLAY    PIC Z,ZZZ,ZZ9.99.
       01 WS-PAYMENT-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-PAST-DUE-DISPLAY PIC Z,ZZZ,ZZ9.99-.
       01 WS-TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PAY-DATE-DISPLAY PIC X(10).

       COPY DATEWS.
       COPY RUNWS.

       01 WS-HEADER-LINE PIC X(132).
       01 WS-DETAIL-LINE PIC X(132).
       01 WS-TOTAL-LINE  PIC X(132).

       01 WS-ATB-COLUMN-LINE.
           05 FILLER PIC X(27) VALUE "IDENT NAME".
           05 FILLER PIC X(28)
               VALUE "      BALANCE       CURRENT ".
           05 FILLER PIC X(28)
               VALUE "      30 DAYS       60 DAYS ".
           05 FILLER PIC X(28)
               VALUE "      90 DAYS       OVER 90 ".
           05 FILLER PIC X(21) VALUE " CREDIT LIMIT".

       PROCEDURE DIVISION.

      *> The carried customer balances. Every balance on
      *> CUSTBALM.DAT is first aged up to the business date, then the
      *> night's receivable postings on SIGNTRAN.DAT are applied:
      *> a debit is a new charge, a credit a payment taken off the
      *> oldest money owed first. Only postings to the receivable
      *> account move a customer balance; the rest of SIGNTRAN.DAT is
      *> ledger activity that belongs to no customer. A receivable
      *> posting under ident 000 is kept as unapplied so the customer
      *> balances still tie to the account. Then the aged trial
      *> balance (CUSTATB.PRT) lists every customer, and the
      *> collections list (CUSTPDUE.PRT) every customer with money
      *> 30 days or more past due or over their credit limit.
      *> Customers CUSTMAINT merged together are carried through
      *> CUSTXREF.DAT: a balance still held under a retired ident is
      *> added into the survivor's after aging, and a posting to a
      *> retired ident goes to the survivor. Nothing is posted while
      *> GLPOST has yet to complete for the last night posted here.
       PERFORM GET-CURRENT-DATE
       MOVE "CUSTAGE" TO WS-RUN-PROGRAM
       MOVE "CUSTSTMT" TO WS-RUN-PREDECESSOR
       PERFORM RUN-CONTROL-STARTUP
       IF NOT WS-RUN-BLOCKED
           PERFORM OPEN-FILES
           IF WS-FILES-OPEN
               COMPUTE WS-BUS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-BUSINESS-DATE)
               PERFORM WRITE-REPORT-HEADERS
               PERFORM AGE-ALL-BALANCES
               PERFORM FOLD-MERGED-BALANCES
               PERFORM POST-RECEIVABLE-ACTIVITY
               PERFORM WRITE-TRIAL-BALANCE
               PERFORM WRITE-RUN-TOTALS
           ELSE
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           PERFORM CLOSE-FILES
           MOVE WS-AR-POST-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-FINALIZE
       END-IF

       STOP RUN.

       COPY GETDATE.

       OPEN-FILES.
           MOVE "Y" TO WS-FILES-OPEN-SW
           OPEN INPUT SIGNED-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "No signed transaction file found"
               MOVE "N" TO WS-FILES-OPEN-SW
           ELSE
               CLOSE SIGNED-TRANSACTION-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No customer master found - cannot age "
                   "balances"
               MOVE "N" TO WS-FILES-OPEN-SW
           ELSE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-FILES-OPEN
               PERFORM READ-RECEIVABLE-CONTROL
               OPEN I-O CUSTOMER-BALANCE-FILE
               IF WS-BAL-FILE-STATUS = "35"
                   OPEN OUTPUT CUSTOMER-BALANCE-FILE
                   CLOSE CUSTOMER-BALANCE-FILE
                   OPEN I-O CUSTOMER-BALANCE-FILE
               END-IF
               IF WS-BAL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING CUSTOMER-BALANCE-FILE "
                       "STATUS " WS-BAL-FILE-STATUS
                   MOVE "N" TO WS-FILES-OPEN-SW
               ELSE
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   OPEN OUTPUT TRIAL-BALANCE-FILE
                   OPEN OUTPUT COLLECTIONS-FILE
                   PERFORM OPEN-XREF-FILE
               END-IF
           END-IF.

      *> No cross-reference file just means no customer has ever been
      *> merged.
       OPEN-XREF-FILE.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN-SW
           END-IF.

      *> No control record yet means nothing has ever been posted to
      *> the customer balances.
       READ-RECEIVABLE-CONTROL.
           MOVE ZERO TO AX-RECEIVABLE-BALANCE
           MOVE ZERO TO AX-UNAPPLIED
           MOVE ZERO TO AX-LAST-POSTED-DATE
           OPEN INPUT RECEIVABLE-CONTROL-FILE
           IF WS-ARC-STATUS = "00"
               READ RECEIVABLE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO AX-RECEIVABLE-BALANCE
                       MOVE ZERO TO AX-UNAPPLIED
                       MOVE ZERO TO AX-LAST-POSTED-DATE
               END-READ
               CLOSE RECEIVABLE-CONTROL-FILE
           END-IF
           IF AX-LAST-POSTED-DATE = WS-RUN-BUSINESS-DATE
               MOVE "Y" TO WS-ALREADY-POSTED-SW
               DISPLAY "Receivable postings for "
                   WS-RUN-BUSINESS-DATE " already applied - "
                   "aging and reporting only"
           ELSE
               IF AX-LAST-POSTED-DATE > ZERO
                   PERFORM CHECK-LEDGER-CAUGHT-UP
               END-IF
           END-IF.

      *> GLPOST only empties SIGNTRAN.DAT when it completes. Until it
      *> has completed for the last night applied here, that night's
      *> postings are still on the file and would be applied to the
      *> customer balances a second time, so nothing is posted and
      *> the run ends rejected. Before GLPOST has ever completed
      *> there is no ledger run to wait for.
       CHECK-LEDGER-CAUGHT-UP.
           MOVE ZERO TO WS-LAST-GLPOST-DATE
           MOVE "N" TO WS-RUN-CTL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CTL-STATUS = "00"
               PERFORM READ-RUN-CONTROL
               PERFORM CHECK-GLPOST-RECORD UNTIL WS-RUN-CTL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-LAST-GLPOST-DATE > ZERO
               AND WS-LAST-GLPOST-DATE < AX-LAST-POSTED-DATE
               MOVE "Y" TO WS-LEDGER-BEHIND-SW
               MOVE "R" TO WS-RUN-END-STATUS
               DISPLAY "GLPOST HAS NOT COMPLETED FOR "
                   AX-LAST-POSTED-DATE " - SIGNTRAN.DAT STILL HOLDS "
                   "THAT NIGHT'S POSTINGS"
               DISPLAY "Receivable postings not applied - "
                   "aging and reporting only"
           END-IF.

       CHECK-GLPOST-RECORD.
           IF RC-PROGRAM = "GLPOST"
               AND RC-RECORD-TYPE = "E"
               AND RC-STATUS = "C"
               AND RC-BUSINESS-DATE > WS-LAST-GLPOST-DATE
               MOVE RC-BUSINESS-DATE TO WS-LAST-GLPOST-DATE
           END-IF
           PERFORM READ-RUN-CONTROL.

       WRITE-RECEIVABLE-CONTROL.
           OPEN OUTPUT RECEIVABLE-CONTROL-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIVABLE-CONTROL-FILE STATUS "
                   WS-ARC-STATUS
           ELSE
               WRITE RECEIVABLE-CONTROL-RECORD
               IF WS-ARC-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING RECEIVABLE-CONTROL-FILE "
                       "STATUS " WS-ARC-STATUS
               END-IF
               CLOSE RECEIVABLE-CONTROL-FILE
           END-IF.

       CHECK-ATB-STATUS.
           IF WS-ATB-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRIAL-BALANCE-FILE STATUS "
                   WS-ATB-STATUS
           END-IF.

       CHECK-PDUE-STATUS.
           IF WS-PDUE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING COLLECTIONS-FILE STATUS "
                   WS-PDUE-STATUS
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "AGED TRIAL BALANCE - CUSTOMER RECEIVABLES  "
               DELIMITED BY SIZE
               "BUSINESS DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               "  RECEIVABLE ACCOUNT " DELIMITED BY SIZE
               WS-ACCT-RECEIVABLE DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           STRING "PAST DUE AND OVER LIMIT - COLLECTIONS  "
               DELIMITED BY SIZE
               "BUSINESS DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE COLLECTIONS-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-PDUE-STATUS.

      *> Aging runs before the night's postings so tonight's charges
      *> start out current.
       AGE-ALL-BALANCES.
           MOVE "N" TO WS-BAL-EOF-SW
           PERFORM START-BALANCE-FILE
           PERFORM AGE-BALANCE UNTIL WS-BAL-EOF.

       START-BALANCE-FILE.
           MOVE ZERO TO CB-IDENT
           START CUSTOMER-BALANCE-FILE
                   KEY IS NOT LESS THAN CB-IDENT
               INVALID KEY
                   MOVE "Y" TO WS-BAL-EOF-SW
           END-START
           IF NOT WS-BAL-EOF
               PERFORM READ-NEXT-BALANCE
           END-IF.

       READ-NEXT-BALANCE.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BAL-EOF-SW
           END-READ.

       AGE-BALANCE.
           MOVE "N" TO WS-AGED-SW
           IF FUNCTION TEST-DATE-YYYYMMDD(CB-AGED-DATE) NOT = 0
               MOVE WS-RUN-BUSINESS-DATE TO CB-AGED-DATE
               MOVE "Y" TO WS-AGED-SW
           END-IF
           COMPUTE WS-AGE-DAYS = WS-BUS-DATE-INT
               - FUNCTION INTEGER-OF-DATE(CB-AGED-DATE)
           PERFORM SHIFT-BUCKETS UNTIL WS-AGE-DAYS < 30
           IF WS-AGED
               ADD 1 TO WS-AGED-COUNT
               REWRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING BALANCE FOR IDENT "
                           CB-IDENT " STATUS " WS-BAL-FILE-STATUS
               END-REWRITE
           END-IF
           PERFORM READ-NEXT-BALANCE.

      *> One 30-day cycle: everything owed moves one column older.
      *> A credit balance in CB-CURRENT is not money owed and stays
      *> where it is.
       SHIFT-BUCKETS.
           ADD CB-DAYS-90 TO CB-OVER-90
           MOVE CB-DAYS-60 TO CB-DAYS-90
           MOVE CB-DAYS-30 TO CB-DAYS-60
           IF CB-CURRENT > ZERO
               MOVE CB-CURRENT TO CB-DAYS-30
               MOVE ZERO TO CB-CURRENT
           ELSE
               MOVE ZERO TO CB-DAYS-30
           END-IF
           COMPUTE CB-AGED-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CB-AGED-DATE) + 30)
           SUBTRACT 30 FROM WS-AGE-DAYS
           MOVE "Y" TO WS-AGED-SW.

      *> Both balances have been aged to tonight, so the retired
      *> customer's buckets add straight into the survivor's.
       FOLD-MERGED-BALANCES.
           IF WS-XREF-OPEN
               MOVE "N" TO WS-XREF-EOF-SW
               MOVE ZERO TO XR-RETIRED-IDENT
               START CUSTOMER-XREF-FILE
                       KEY IS NOT LESS THAN XR-RETIRED-IDENT
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF-SW
               END-START
               PERFORM FOLD-MERGED-BALANCE UNTIL WS-XREF-EOF
           END-IF.

       FOLD-MERGED-BALANCE.
           READ CUSTOMER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SW
               NOT AT END
                   MOVE XR-RETIRED-IDENT TO CB-IDENT
                   READ CUSTOMER-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CARRY-RETIRED-BALANCE
                   END-READ
           END-READ.

       CARRY-RETIRED-BALANCE.
           MOVE CUSTOMER-BALANCE-RECORD TO WS-RETIRED-BALANCE
           DELETE CUSTOMER-BALANCE-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING BALANCE FOR IDENT "
                       CB-IDENT " STATUS " WS-BAL-FILE-STATUS
           END-DELETE
           MOVE "N" TO WS-NEW-BALANCE-SW
           MOVE XR-SURVIVOR-IDENT TO CB-IDENT
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-BALANCE-SW
           END-READ
           IF WS-NEW-BALANCE
               MOVE WS-RETIRED-BALANCE TO CUSTOMER-BALANCE-RECORD
               MOVE XR-SURVIVOR-IDENT TO CB-IDENT
               WRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING BALANCE FOR IDENT "
                           CB-IDENT " STATUS " WS-BAL-FILE-STATUS
               END-WRITE
           ELSE
               ADD RB-BALANCE TO CB-BALANCE
               PERFORM ADD-RETIRED-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               IF RB-LAST-PAY-DATE > CB-LAST-PAY-DATE
                   MOVE RB-LAST-PAY-DATE TO CB-LAST-PAY-DATE
                   MOVE RB-LAST-PAY-AMOUNT TO CB-LAST-PAY-AMOUNT
               END-IF
               IF CB-CREDIT-LIMIT = ZERO
                   MOVE RB-CREDIT-LIMIT TO CB-CREDIT-LIMIT
               END-IF
               REWRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING BALANCE FOR IDENT "
                           CB-IDENT " STATUS " WS-BAL-FILE-STATUS
               END-REWRITE
           END-IF
           ADD 1 TO WS-FOLD-COUNT
           MOVE RB-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "BALANCE OF MERGED IDENT " DELIMITED BY SIZE
               RB-IDENT DELIMITED BY SIZE
               " CARRIED TO IDENT " DELIMITED BY SIZE
               CB-IDENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-ATB-STATUS.

       ADD-RETIRED-BUCKET.
           ADD RB-BUCKET(WS-BUCKET-SUB) TO CB-BUCKET(WS-BUCKET-SUB).

       POST-RECEIVABLE-ACTIVITY.
           IF NOT WS-ALREADY-POSTED AND NOT WS-LEDGER-BEHIND
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT SIGNED-TRANSACTION-FILE
               PERFORM READ-TRANSACTION
               PERFORM APPLY-POSTING UNTIL WS-EOF
               CLOSE SIGNED-TRANSACTION-FILE
               ADD WS-AR-NET-OWED TO AX-RECEIVABLE-BALANCE
               ADD WS-UNAPPLIED-OWED TO AX-UNAPPLIED
               MOVE WS-RUN-BUSINESS-DATE TO AX-LAST-POSTED-DATE
               PERFORM WRITE-RECEIVABLE-CONTROL
           END-IF.

       READ-TRANSACTION.
           READ SIGNED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-POSTING.
           ADD 1 TO WS-TRAN-COUNT
           IF ST-ACCOUNT = WS-ACCT-RECEIVABLE
               ADD 1 TO WS-AR-POST-COUNT
               SUBTRACT ST-AMOUNT FROM WS-AR-NET-OWED
               IF ST-IDENT = ZERO
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   SUBTRACT ST-AMOUNT FROM WS-UNAPPLIED-OWED
                   PERFORM WRITE-UNAPPLIED-LINE
               ELSE
                   PERFORM POST-TO-CUSTOMER
               END-IF
           END-IF
           PERFORM READ-TRANSACTION.

       WRITE-UNAPPLIED-LINE.
           COMPUTE WS-AMOUNT-DISPLAY = FUNCTION ABS(ST-AMOUNT)
           IF ST-AMOUNT < ZERO
               MOVE "DB" TO WS-DBCR-SUFFIX
           ELSE
               MOVE "CR" TO WS-DBCR-SUFFIX
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "NOT APPLIED - NO CUSTOMER IDENT  " DELIMITED BY SIZE
               ST-TRAN-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ST-TRAN-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ST-TRAN-DATE(1:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DBCR-SUFFIX DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-ATB-STATUS.

      *> A customer's first posting opens their balance record, aged
      *> as of tonight.
       POST-TO-CUSTOMER.
           MOVE "N" TO WS-NEW-BALANCE-SW
           PERFORM FIND-POSTING-IDENT
           MOVE WS-POST-IDENT TO CB-IDENT
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY
                   PERFORM SET-UP-NEW-BALANCE
           END-READ
           IF ST-AMOUNT < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - ST-AMOUNT
               ADD WS-POST-AMOUNT TO CB-BALANCE
               ADD WS-POST-AMOUNT TO CB-CURRENT
           ELSE
               MOVE ST-AMOUNT TO WS-POST-AMOUNT
               SUBTRACT WS-POST-AMOUNT FROM CB-BALANCE
               MOVE ST-TRAN-DATE TO CB-LAST-PAY-DATE
               MOVE WS-POST-AMOUNT TO CB-LAST-PAY-AMOUNT
               PERFORM APPLY-PAYMENT
           END-IF
           IF WS-NEW-BALANCE
               WRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING BALANCE FOR IDENT "
                           CB-IDENT " STATUS " WS-BAL-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING BALANCE FOR IDENT "
                           CB-IDENT " STATUS " WS-BAL-FILE-STATUS
               END-REWRITE
           END-IF.

       SET-UP-NEW-BALANCE.
           MOVE "Y" TO WS-NEW-BALANCE-SW
           ADD 1 TO WS-NEW-CUST-COUNT
           MOVE ZERO TO CB-BALANCE
           MOVE ZERO TO CB-CREDIT-LIMIT
           MOVE ZERO TO CB-LAST-PAY-DATE
           MOVE ZERO TO CB-LAST-PAY-AMOUNT
           MOVE WS-RUN-BUSINESS-DATE TO CB-AGED-DATE
           MOVE ZERO TO CB-CURRENT
           MOVE ZERO TO CB-DAYS-30
           MOVE ZERO TO CB-DAYS-60
           MOVE ZERO TO CB-DAYS-90
           MOVE ZERO TO CB-OVER-90.

       FIND-POSTING-IDENT.
           MOVE ST-IDENT TO WS-POST-IDENT
           IF WS-XREF-OPEN
               MOVE ST-IDENT TO XR-RETIRED-IDENT
               READ CUSTOMER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-SURVIVOR-IDENT TO WS-POST-IDENT
                       ADD 1 TO WS-REDIRECT-COUNT
               END-READ
           END-IF.

      *> Oldest money first; whatever the payment leaves over is a
      *> credit the customer carries in CB-CURRENT.
       APPLY-PAYMENT.
           MOVE WS-POST-AMOUNT TO WS-CREDIT-LEFT
           PERFORM APPLY-CREDIT-TO-BUCKET
               VARYING WS-BUCKET-SUB FROM 5 BY -1
               UNTIL WS-BUCKET-SUB < 1 OR WS-CREDIT-LEFT = ZERO
           IF WS-CREDIT-LEFT > ZERO
               SUBTRACT WS-CREDIT-LEFT FROM CB-CURRENT
           END-IF.

       APPLY-CREDIT-TO-BUCKET.
           IF CB-BUCKET(WS-BUCKET-SUB) > ZERO
               IF CB-BUCKET(WS-BUCKET-SUB) > WS-CREDIT-LEFT
                   SUBTRACT WS-CREDIT-LEFT
                       FROM CB-BUCKET(WS-BUCKET-SUB)
                   MOVE ZERO TO WS-CREDIT-LEFT
               ELSE
                   SUBTRACT CB-BUCKET(WS-BUCKET-SUB)
                       FROM WS-CREDIT-LEFT
                   MOVE ZERO TO CB-BUCKET(WS-BUCKET-SUB)
               END-IF
           END-IF.

       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-ATB-STATUS
           WRITE TRIAL-BALANCE-RECORD FROM WS-ATB-COLUMN-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE "N" TO WS-BAL-EOF-SW
           PERFORM START-BALANCE-FILE
           PERFORM REPORT-BALANCE UNTIL WS-BAL-EOF
           PERFORM WRITE-TRIAL-BALANCE-TOTALS.

       REPORT-BALANCE.
           ADD 1 TO WS-CUST-COUNT
           PERFORM GET-CUSTOMER-NAME
           ADD CB-BALANCE TO WS-GRAND-BALANCE
           PERFORM ADD-BUCKET-TO-TOTALS
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE CB-BALANCE TO WS-BALANCE-DISPLAY
           MOVE CB-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING CB-IDENT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(5) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-ATB-STATUS
           PERFORM CHECK-COLLECTIONS
           PERFORM READ-NEXT-BALANCE.

      *> A balance whose ident has left CUSTMAST still owes money and
      *> stays on the trial balance, flagged.
       GET-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE CB-IDENT TO CM-IDENT
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE "*NOT ON CUSTMAST*" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND-SW
                   MOVE CM-CUST-NAME TO WS-CUST-NAME
           END-READ.

       ADD-BUCKET-TO-TOTALS.
           ADD CB-BUCKET(WS-BUCKET-SUB)
               TO WS-GRAND-BUCKET(WS-BUCKET-SUB)
           MOVE CB-BUCKET(WS-BUCKET-SUB)
               TO WS-BUCKET-DISPLAY(WS-BUCKET-SUB).

      *> Collections wants anyone with money 30 days or more past
      *> due, and anyone owing more than a credit limit that has
      *> been set.
       CHECK-COLLECTIONS.
           COMPUTE WS-PAST-DUE = CB-DAYS-30 + CB-DAYS-60
               + CB-DAYS-90 + CB-OVER-90
           MOVE SPACES TO WS-COLLECT-REASON
           EVALUATE TRUE
               WHEN WS-PAST-DUE > ZERO
                   AND CB-CREDIT-LIMIT > ZERO
                   AND CB-BALANCE > CB-CREDIT-LIMIT
                   MOVE "PAST DUE + OVER LIMIT" TO WS-COLLECT-REASON
               WHEN WS-PAST-DUE > ZERO
                   MOVE "PAST DUE" TO WS-COLLECT-REASON
               WHEN CB-CREDIT-LIMIT > ZERO
                   AND CB-BALANCE > CB-CREDIT-LIMIT
                   MOVE "OVER LIMIT" TO WS-COLLECT-REASON
           END-EVALUATE
           IF WS-COLLECT-REASON NOT = SPACES
               PERFORM WRITE-COLLECTIONS-ENTRY
           END-IF.

       WRITE-COLLECTIONS-ENTRY.
           ADD 1 TO WS-COLLECT-COUNT
           MOVE WS-PAST-DUE TO WS-PAST-DUE-DISPLAY
           IF CB-LAST-PAY-DATE = ZERO
               MOVE "NONE" TO WS-PAY-DATE-DISPLAY
               MOVE ZERO TO WS-PAYMENT-DISPLAY
           ELSE
               MOVE SPACES TO WS-PAY-DATE-DISPLAY
               STRING CB-LAST-PAY-DATE(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CB-LAST-PAY-DATE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CB-LAST-PAY-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-PAY-DATE-DISPLAY
               MOVE CB-LAST-PAY-AMOUNT TO WS-PAYMENT-DISPLAY
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           WRITE COLLECTIONS-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-PDUE-STATUS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING CB-IDENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COLLECT-REASON DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               "  PAST DUE " DELIMITED BY SIZE
               WS-PAST-DUE-DISPLAY DELIMITED BY SIZE
               "  LIMIT " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE COLLECTIONS-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-PDUE-STATUS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "     90 DAYS " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(4) DELIMITED BY SIZE
               "  OVER 90 " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(5) DELIMITED BY SIZE
               "  LAST PAYMENT " DELIMITED BY SIZE
               WS-PAY-DATE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAYMENT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE COLLECTIONS-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-PDUE-STATUS
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CUST-FOUND
               STRING "     " DELIMITED BY SIZE
                   CM-STREET-ADDRESS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-ZIP DELIMITED BY SIZE
                   "  PHONE " DELIMITED BY SIZE
                   CM-PHONE DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           ELSE
               MOVE "     NO ADDRESS OR PHONE - IDENT NOT ON CUSTMAST"
                   TO WS-DETAIL-LINE
           END-IF
           WRITE COLLECTIONS-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-PDUE-STATUS.

      *> The customer balances plus what was posted to the account
      *> with no customer must come to the receivable account.
       WRITE-TRIAL-BALANCE-TOTALS.
           MOVE WS-GRAND-BALANCE TO WS-BALANCE-DISPLAY
           PERFORM SET-TOTAL-BUCKET-DISPLAY
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           STRING "      GRAND TOTALS         " DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BUCKET-DISPLAY(5) DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE WS-GRAND-BALANCE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "CUSTOMER BALANCES            " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE AX-UNAPPLIED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "UNAPPLIED (IDENT 000)        " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           MOVE AX-RECEIVABLE-BALANCE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "RECEIVABLE ACCOUNT " DELIMITED BY SIZE
               WS-ACCT-RECEIVABLE DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           COMPUTE WS-TIE-TOTAL = WS-GRAND-BALANCE + AX-UNAPPLIED
           COMPUTE WS-TIE-DIFFERENCE =
               AX-RECEIVABLE-BALANCE - WS-TIE-TOTAL
           MOVE SPACES TO WS-TOTAL-LINE
           IF WS-TIE-DIFFERENCE = ZERO
               STRING "*** CUSTOMER BALANCES AGREE WITH THE "
                   DELIMITED BY SIZE
                   "RECEIVABLE ACCOUNT ***" DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           ELSE
               MOVE WS-TIE-DIFFERENCE TO WS-TOTAL-DISPLAY
               STRING "*** OUT OF BALANCE WITH THE RECEIVABLE "
                   DELIMITED BY SIZE
                   "ACCOUNT BY " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               DISPLAY WS-TOTAL-LINE
           END-IF
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS.

       SET-TOTAL-BUCKET-DISPLAY.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
               TO WS-BUCKET-DISPLAY(WS-BUCKET-SUB).

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "TRANSACTIONS: " DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               "  RECEIVABLE POSTINGS: " DELIMITED BY SIZE
               WS-AR-POST-COUNT DELIMITED BY SIZE
               "  UNAPPLIED: " DELIMITED BY SIZE
               WS-UNAPPLIED-COUNT DELIMITED BY SIZE
               "  NEW CUSTOMERS: " DELIMITED BY SIZE
               WS-NEW-CUST-COUNT DELIMITED BY SIZE
               "  AGED: " DELIMITED BY SIZE
               WS-AGED-COUNT DELIMITED BY SIZE
               "  CUSTOMERS: " DELIMITED BY SIZE
               WS-CUST-COUNT DELIMITED BY SIZE
               "  FOR COLLECTIONS: " DELIMITED BY SIZE
               WS-COLLECT-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-ATB-STATUS
           IF WS-FOLD-COUNT > ZERO OR WS-REDIRECT-COUNT > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               STRING "MERGED BALANCES CARRIED: " DELIMITED BY SIZE
                   WS-FOLD-COUNT DELIMITED BY SIZE
                   "  POSTINGS TO MERGED IDENTS REDIRECTED: "
                   DELIMITED BY SIZE
                   WS-REDIRECT-COUNT DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE
               PERFORM CHECK-ATB-STATUS
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "CUSTOMERS FOR COLLECTIONS: " DELIMITED BY SIZE
               WS-COLLECT-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE COLLECTIONS-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-PDUE-STATUS
           DISPLAY "TRANSACTIONS: " WS-TRAN-COUNT
               "  RECEIVABLE POSTINGS: " WS-AR-POST-COUNT
               "  FOR COLLECTIONS: " WS-COLLECT-COUNT.

       CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-BALANCE-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE TRIAL-BALANCE-FILE
               CLOSE COLLECTIONS-FILE
           END-IF
           IF WS-XREF-OPEN
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       COPY RUNPROC.
