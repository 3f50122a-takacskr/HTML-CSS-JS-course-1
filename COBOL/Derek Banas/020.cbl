                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RETIRED-IDENT
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "CUSTSTMT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SR-ACCOUNT          PIC X(4).
           05  SR-IDENT            PIC 9(3).
           05  SR-REST             PIC X(16).
           05  SR-POSTED-IDENT     PIC 9(3).

       FD  SORTED-TRANSACTION-FILE.
       01  SORTED-TRANSACTION-RECORD.
           05  SRT-TRAN-DATE       PIC 9(8).
           05  SRT-AMOUNT          PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  SRT-POSTED-IDENT    PIC 9(3).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           COPY XREFREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(90).

       01 WS-FILE-STATUS PIC XX.
       01 WS-STMT-STATUS PIC XX.
       01 WS-EXC-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-FILES-OPEN-SW PIC X VALUE "N".
           88 WS-FILES-OPEN VALUE "Y".
       01 WS-XREF-OPEN-SW PIC X VALUE "N".
           88 WS-XREF-OPEN VALUE "Y".
       01 WS-SGN-EOF-SW PIC X VALUE "N".
           88 WS-SGN-EOF VALUE "Y".

       01 WS-CUST-FOUND-SW PIC X VALUE "N".
           88 WS-CUST-FOUND VALUE "Y".
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-GL-COUNT        PIC 9(7) VALUE 0.
       01 WS-GL-AMOUNT       PIC S9(8)V99 VALUE 0.
       01 WS-REDIRECT-COUNT  PIC 9(7) VALUE 0.

       01 WS-AMOUNT-DISPLAY  PIC ZZ,ZZ9.99.
       01 WS-BALANCE-DISPLAY PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DBCR-SUFFIX     PIC XX.
       01 WS-MERGED-NOTE     PIC X(28).

       COPY DATEWS.
       COPY RUNWS.
      *> is not on the customer master land on the exception listing
      *> instead of flowing through unnoticed; ident 000 is the
      *> general-ledger-only payroll posting convention (SGNREC.cpy)
      *> and is only counted, not treated as a mis-key. Activity
      *> posted under an ident CUSTMAINT has merged away is carried
      *> onto the surviving customer's statement (CUSTXREF.DAT) and
      *> marked with the ident it came in under.
       PERFORM GET-CURRENT-DATE
       MOVE "CUSTSTMT" TO WS-RUN-PROGRAM
       MOVE "DBCRRPT" TO WS-RUN-PREDECESSOR
           PERFORM CHECK-TRANSACTION-FILE
       END-IF
       IF NOT WS-EOF
           PERFORM OPEN-XREF-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-IDENT
               INPUT PROCEDURE IS RELEASE-TRANSACTIONS
               GIVING SORTED-TRANSACTION-FILE
           PERFORM OPEN-FILES
       END-IF
               CLOSE SIGNED-TRANSACTION-FILE
           END-IF.

      *> No cross-reference file simply means nothing has been merged.
       OPEN-XREF-FILE.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN-SW
           END-IF.

       RELEASE-TRANSACTIONS.
           OPEN INPUT SIGNED-TRANSACTION-FILE
           PERFORM READ-SIGNED-TRANSACTION
           PERFORM RELEASE-TRANSACTION UNTIL WS-SGN-EOF
           CLOSE SIGNED-TRANSACTION-FILE.

       READ-SIGNED-TRANSACTION.
           READ SIGNED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-SGN-EOF-SW
           END-READ.

       RELEASE-TRANSACTION.
           MOVE SIGNED-TRANSACTION-RECORD TO SORT-WORK-RECORD
           MOVE ST-IDENT TO SR-POSTED-IDENT
           IF WS-XREF-OPEN AND ST-IDENT NOT = ZERO
               MOVE ST-IDENT TO XR-RETIRED-IDENT
               READ CUSTOMER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-SURVIVOR-IDENT TO SR-IDENT
                       ADD 1 TO WS-REDIRECT-COUNT
               END-READ
           END-IF
           RELEASE SORT-WORK-RECORD
           PERFORM READ-SIGNED-TRANSACTION.

       OPEN-FILES.
           OPEN INPUT SORTED-TRANSACTION-FILE
           IF WS-SORT-FILE-STATUS NOT = "00"
               MOVE "CR" TO WS-DBCR-SUFFIX
           END-IF
           COMPUTE WS-AMOUNT-DISPLAY = FUNCTION ABS(SRT-AMOUNT)
           MOVE SPACES TO WS-MERGED-NOTE
           IF SRT-POSTED-IDENT NOT = SRT-IDENT
               STRING "  POSTED TO MERGED IDENT " DELIMITED BY SIZE
                   SRT-POSTED-IDENT DELIMITED BY SIZE
                   INTO WS-MERGED-NOTE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               SRT-TRAN-DATE(5:2) DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DBCR-SUFFIX DELIMITED BY SIZE
               WS-MERGED-NOTE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-STMT-STATUS.
           PERFORM CHECK-STMT-STATUS
           WRITE EXCEPTION-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-EXC-STATUS
           DISPLAY WS-TOTAL-LINE
           IF WS-REDIRECT-COUNT > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               STRING "POSTED TO MERGED IDENTS, CARRIED TO SURVIVOR: "
                   DELIMITED BY SIZE
                   WS-REDIRECT-COUNT DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE
               PERFORM CHECK-STMT-STATUS
               DISPLAY WS-TOTAL-LINE
           END-IF.

       CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE STATEMENT-FILE
               CLOSE EXCEPTION-FILE
           END-IF
           IF WS-XREF-OPEN
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       COPY RUNPROC.
