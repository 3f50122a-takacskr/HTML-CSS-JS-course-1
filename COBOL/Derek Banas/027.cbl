       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLIM.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LIMIT-TRANSACTION-FILE
               ASSIGN TO "CUSTLIMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE
               ASSIGN TO "CUSTLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-BALANCE-FILE.
       01  CUSTOMER-BALANCE-RECORD.
           COPY CBALREC.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

      *> One transaction per customer: the ident and the credit
      *> limit to stand for them from now on. A limit of zero takes
      *> the customer's limit off.
       FD  LIMIT-TRANSACTION-FILE.
       01  LIMIT-TRANSACTION-RECORD.
           05  CL-IDENT                PIC 9(3).
           05  CL-CREDIT-LIMIT         PIC 9(7)V99.

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(90).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-BAL-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-REJECT-REASON  PIC X(30) VALUE SPACES.

       01 WS-TRAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-SET-COUNT      PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 WS-LIMIT-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-OLD-LIMIT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       COPY DATEWS.

       01 WS-LOG-LINE PIC X(90).

       PROCEDURE DIVISION.

      *> Credit limits for the carried customer balances (CUSTAGE).
      *> Only a customer on CUSTMAST can be given a limit. A customer
      *> with no balance record yet gets one, owing nothing and aged
      *> as of the business date, so the limit is there before their
      *> first charge.
       PERFORM GET-CURRENT-DATE
       PERFORM OPEN-FILES
       IF NOT WS-EOF
           PERFORM READ-TRANSACTION
       END-IF
       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
       PERFORM WRITE-SUMMARY
       PERFORM CLOSE-FILES

       STOP RUN.

       COPY GETDATE.

       OPEN-FILES.
           OPEN I-O CUSTOMER-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-BALANCE-FILE
               CLOSE CUSTOMER-BALANCE-FILE
               OPEN I-O CUSTOMER-BALANCE-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No customer master found - cannot set limits"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN INPUT LIMIT-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "No credit limit transaction file found"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-LOG-FILE STATUS "
                   WS-LOG-STATUS
           END-IF.

       READ-TRANSACTION.
           READ LIMIT-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CL-IDENT NOT NUMERIC
                   MOVE "INVALID IDENT" TO WS-REJECT-REASON
               WHEN CL-CREDIT-LIMIT NOT NUMERIC
                   MOVE "INVALID CREDIT LIMIT" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CL-IDENT TO CM-IDENT
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON CUSTOMER MASTER"
                               TO WS-REJECT-REASON
                   END-READ
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM SET-CREDIT-LIMIT
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF
           PERFORM READ-TRANSACTION.

       SET-CREDIT-LIMIT.
           MOVE CL-IDENT TO CB-IDENT
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY
                   PERFORM ADD-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM CHANGE-BALANCE-RECORD
           END-READ.

       ADD-BALANCE-RECORD.
           MOVE CL-IDENT TO CB-IDENT
           MOVE ZERO TO CB-BALANCE
           MOVE CL-CREDIT-LIMIT TO CB-CREDIT-LIMIT
           MOVE ZERO TO CB-LAST-PAY-DATE
           MOVE ZERO TO CB-LAST-PAY-AMOUNT
           MOVE WS-TODAY TO CB-AGED-DATE
           MOVE ZERO TO CB-CURRENT
           MOVE ZERO TO CB-DAYS-30
           MOVE ZERO TO CB-DAYS-60
           MOVE ZERO TO CB-DAYS-90
           MOVE ZERO TO CB-OVER-90
           WRITE CUSTOMER-BALANCE-RECORD
               INVALID KEY
                   MOVE "ERROR ADDING BALANCE RECORD"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-SET-COUNT
                   MOVE CL-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "IDENT " DELIMITED BY SIZE
                       CL-IDENT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CM-CUST-NAME DELIMITED BY SIZE
                       " NEW BALANCE RECORD, LIMIT "
                       DELIMITED BY SIZE
                       WS-LIMIT-DISPLAY DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-WRITE.

       CHANGE-BALANCE-RECORD.
           MOVE CB-CREDIT-LIMIT TO WS-OLD-LIMIT-DISPLAY
           MOVE CL-CREDIT-LIMIT TO CB-CREDIT-LIMIT
           REWRITE CUSTOMER-BALANCE-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING BALANCE RECORD"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-SET-COUNT
                   MOVE CL-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "IDENT " DELIMITED BY SIZE
                       CL-IDENT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CM-CUST-NAME DELIMITED BY SIZE
                       " LIMIT " DELIMITED BY SIZE
                       WS-OLD-LIMIT-DISPLAY DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-LIMIT-DISPLAY DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-REWRITE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               " IDENT " DELIMITED BY SIZE
               CL-IDENT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           WRITE TRANSACTION-LOG-RECORD FROM WS-LOG-LINE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION-LOG-FILE STATUS "
                   WS-LOG-STATUS
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-LOG-LINE
           STRING "TRANSACTIONS: " DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               "  LIMITS SET: " DELIMITED BY SIZE
               WS-SET-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           DISPLAY WS-LOG-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-BALANCE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE LIMIT-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE.
