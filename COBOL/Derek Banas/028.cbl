       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMAINT.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.

           SELECT COA-TRANSACTION-FILE
               ASSIGN TO "COATRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE
               ASSIGN TO "COALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           COPY COAREC.

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           COPY GLBREC.

      *> One transaction per account: the action code followed by
      *> the account exactly as it is to stand on GLCHART.DAT. A
      *> delete only needs the account number.
       FD  COA-TRANSACTION-FILE.
       01  COA-TRANSACTION-RECORD.
           05  GN-ACTION-CODE          PIC X.
           COPY COAREC REPLACING LEADING ==GA-== BY ==GN-==.

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-COA-FILE-STATUS PIC XX.
       01 WS-GLB-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-GLB-OPEN-SW PIC X VALUE "N".
           88 WS-GLB-OPEN VALUE "Y".
       01 WS-GLB-EOF-SW PIC X VALUE "N".
           88 WS-GLB-EOF VALUE "Y".
       01 WS-POSTED-SW PIC X VALUE "N".
           88 WS-POSTED VALUE "Y".

       01 WS-ACCOUNT-VALID-SW PIC X VALUE "Y".
       01 WS-REJECT-REASON  PIC X(30) VALUE SPACES.

       01 WS-TRAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 WS-LOG-LINE PIC X(90).

       PROCEDURE DIVISION.

       PERFORM OPEN-FILES
       IF NOT WS-EOF
           PERFORM READ-TRANSACTION
       END-IF
       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
       PERFORM WRITE-SUMMARY
       PERFORM CLOSE-FILES

       STOP RUN.

       OPEN-FILES.
           OPEN I-O CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS = "35"
               OPEN OUTPUT CHART-OF-ACCOUNTS-FILE
               CLOSE CHART-OF-ACCOUNTS-FILE
               OPEN I-O CHART-OF-ACCOUNTS-FILE
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLB-FILE-STATUS = "00"
               MOVE "Y" TO WS-GLB-OPEN-SW
           END-IF
           OPEN INPUT COA-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "No chart of accounts transaction file found"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-LOG-FILE STATUS "
                   WS-LOG-STATUS
           END-IF.

       READ-TRANSACTION.
           READ COA-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           EVALUATE GN-ACTION-CODE
               WHEN "A"
                   PERFORM ADD-ACCOUNT
               WHEN "C"
                   PERFORM CHANGE-ACCOUNT
               WHEN "D"
                   PERFORM DELETE-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED - INVALID ACTION CODE " DELIMITED BY
                       SIZE
                       GN-ACTION-CODE DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       GN-ACCOUNT DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE
           PERFORM READ-TRANSACTION.

       VALIDATE-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN GN-ACCOUNT NOT NUMERIC OR GN-ACCOUNT = ZERO
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-REJECT-REASON
               WHEN GN-DESCRIPTION = SPACES
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "NO DESCRIPTION" TO WS-REJECT-REASON
               WHEN NOT GN-VALID-TYPE
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
               WHEN NOT GN-VALID-ACTIVE-SW
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "INVALID ACTIVE FLAG" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REJECT-ACCOUNT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               GN-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               " ACCOUNT " DELIMITED BY SIZE
               GN-ACCOUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       MOVE-ACCOUNT-FIELDS.
           MOVE GN-ACCOUNT TO GA-ACCOUNT
           MOVE GN-DESCRIPTION TO GA-DESCRIPTION
           MOVE GN-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
           MOVE GN-ACTIVE-SW TO GA-ACTIVE-SW.

       ADD-ACCOUNT.
           PERFORM VALIDATE-ACCOUNT
           IF WS-ACCOUNT-VALID-SW NOT = "Y"
               PERFORM REJECT-ACCOUNT
           ELSE
               PERFORM MOVE-ACCOUNT-FIELDS
               WRITE CHART-OF-ACCOUNTS-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
                       PERFORM REJECT-ACCOUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "ADDED ACCOUNT " DELIMITED BY SIZE
                           GA-ACCOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           GA-DESCRIPTION DELIMITED BY SIZE
                           " TYPE " DELIMITED BY SIZE
                           GA-ACCOUNT-TYPE DELIMITED BY SIZE
                           " ACTIVE " DELIMITED BY SIZE
                           GA-ACTIVE-SW DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
               END-WRITE
           END-IF.

       CHANGE-ACCOUNT.
           MOVE GN-ACCOUNT TO GA-ACCOUNT
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-ACCOUNT
               NOT INVALID KEY
                   PERFORM VALIDATE-ACCOUNT
                   IF WS-ACCOUNT-VALID-SW NOT = "Y"
                       PERFORM REJECT-ACCOUNT
                   ELSE
                       PERFORM MOVE-ACCOUNT-FIELDS
                       REWRITE CHART-OF-ACCOUNTS-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "CHANGED ACCOUNT " DELIMITED BY SIZE
                           GA-ACCOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           GA-DESCRIPTION DELIMITED BY SIZE
                           " TYPE " DELIMITED BY SIZE
                           GA-ACCOUNT-TYPE DELIMITED BY SIZE
                           " ACTIVE " DELIMITED BY SIZE
                           GA-ACTIVE-SW DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
                   END-IF
           END-READ.

      *> An account that has ever been posted to keeps its chart
      *> entry so GLTRIAL can still name it; it is made inactive
      *> instead.
       DELETE-ACCOUNT.
           PERFORM CHECK-ACCOUNT-POSTED
           IF WS-POSTED
               MOVE "POSTED TO - MAKE INACTIVE" TO WS-REJECT-REASON
               PERFORM REJECT-ACCOUNT
           ELSE
               MOVE GN-ACCOUNT TO GA-ACCOUNT
               DELETE CHART-OF-ACCOUNTS-FILE
                   INVALID KEY
                       MOVE "NOT FOUND" TO WS-REJECT-REASON
                       PERFORM REJECT-ACCOUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "DELETED ACCOUNT " DELIMITED BY SIZE
                           GN-ACCOUNT DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
               END-DELETE
           END-IF.

      *> GLBAL.DAT is keyed by period first, so the whole file is
      *> looked through for the account.
       CHECK-ACCOUNT-POSTED.
           MOVE "N" TO WS-POSTED-SW
           IF WS-GLB-OPEN
               MOVE "N" TO WS-GLB-EOF-SW
               MOVE LOW-VALUES TO GB-KEY
               START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-GLB-EOF-SW
               END-START
               PERFORM SCAN-GL-BALANCE
                   UNTIL WS-GLB-EOF OR WS-POSTED
           END-IF.

       SCAN-GL-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-GLB-EOF-SW
               NOT AT END
                   IF GB-ACCOUNT = GN-ACCOUNT
                       MOVE "Y" TO WS-POSTED-SW
                   END-IF
           END-READ.

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
               "  ADDED: " DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED: " DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  DELETED: " DELIMITED BY SIZE
               WS-DELETE-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           DISPLAY WS-LOG-LINE.

       CLOSE-FILES.
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-GLB-OPEN
               CLOSE GL-BALANCE-FILE
           END-IF
           CLOSE COA-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE.
