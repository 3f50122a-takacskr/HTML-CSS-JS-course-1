       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNED-TRANSACTION-FILE
               ASSIGN TO "SIGNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.

      *> One archive per business date, SGNyyyymmdd.DAT.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT SUSPENSE-REPORT-FILE
               ASSIGN TO "GLSUSP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

      *> Postings held in suspense until their account can take
      *> them, and the work file the ones still held are gathered in
      *> before it is written again.
           SELECT SUSPENSE-HOLD-FILE
               ASSIGN TO "GLSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SUSPENSE-WORK-FILE
               ASSIGN TO "GLSUSPW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

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

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           COPY COAREC.

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           COPY GLBREC.

      *> The night's SIGNTRAN.DAT records exactly as they were
      *> posted (SGNREC.cpy layout).
       FD  TRANSACTION-ARCHIVE-FILE.
       01  TRANSACTION-ARCHIVE-RECORD PIC X(23).

       FD  SUSPENSE-REPORT-FILE.
       01  SUSPENSE-REPORT-RECORD PIC X(90).

      *> Suspended SIGNTRAN.DAT records (SGNREC.cpy layout).
       FD  SUSPENSE-HOLD-FILE.
       01  SUSPENSE-HOLD-RECORD PIC X(23).

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD PIC X(23).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-COA-FILE-STATUS PIC XX.
       01 WS-GLB-FILE-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FILES-OPEN-SW PIC X VALUE "N".
           88 WS-FILES-OPEN VALUE "Y".
       01 WS-POSTING-OK-SW PIC X VALUE "Y".
           88 WS-POSTING-OK VALUE "Y".
       01 WS-NEW-GL-BALANCE-SW PIC X VALUE "N".
           88 WS-NEW-GL-BALANCE VALUE "Y".
       01 WS-HOLD-EOF-SW PIC X VALUE "N".
           88 WS-HOLD-EOF VALUE "Y".
       01 WS-GL-FAILED-SW PIC X VALUE "N".
           88 WS-GL-FAILED VALUE "Y".
      *> Set by any failure to archive or post; the night's postings
      *> are then not taken off SIGNTRAN.DAT.
       01 WS-POST-ERROR-SW PIC X VALUE "N".
           88 WS-POST-ERROR VALUE "Y".

       01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.

       01 WS-POST-PERIOD PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-REASON PIC X(24) VALUE SPACES.

       01 WS-PROOF-COUNT     PIC 9(7) VALUE 0.
       01 WS-PROOF-NET       PIC S9(9)V99 VALUE 0.
       01 WS-TRAN-COUNT      PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-SUSPENSE-COUNT  PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT  PIC 9(7) VALUE 0.
       01 WS-NEW-GL-COUNT    PIC 9(5) VALUE 0.
       01 WS-DEBIT-POSTED    PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-POSTED   PIC 9(9)V99 VALUE 0.
       01 WS-SUSPENSE-NET    PIC S9(9)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY  PIC ZZ,ZZ9.99.
       01 WS-DBCR-SUFFIX     PIC XX.
       01 WS-TOTAL-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.

       COPY DATEWS.
       COPY RUNWS.
       COPY GLCLWS.

       01 WS-HEADER-LINE PIC X(90).
       01 WS-DETAIL-LINE PIC X(90).
       01 WS-TOTAL-LINE  PIC X(90).

       PROCEDURE DIVISION.

      *> Posts the night's SIGNTRAN.DAT to the general ledger. The
      *> file is proven to net to zero first, and nothing at all is
      *> posted from a file that does not. Each posting goes to the
      *> period of the business date on GLBAL.DAT, as a month-to-date
      *> debit or credit to its account; a posting to an account that
      *> is not on GLCHART.DAT, or is inactive there, is not posted
      *> and is held on GLSUSP.DAT instead. Each run then posts any
      *> held posting whose account COAMAINT has since added or made
      *> active, into the current period, and the suspense report
      *> (GLSUSP.PRT) lists tonight's suspense, what was released and
      *> everything still held. Every record is copied to the dated
      *> archive SGNyyyymmdd.DAT and SIGNTRAN.DAT is then emptied, so
      *> the same postings can never go in twice; a night whose
      *> archive already exists is refused outright. Nothing is
      *> posted into a period GLCLOSE has already closed. A failure
      *> to archive or to post ends the run "R" with SIGNTRAN.DAT and
      *> GLSUSP.DAT left as they were; GLBAL.DAT is restored and the
      *> archive removed before the night is posted again.
       PERFORM GET-CURRENT-DATE
       MOVE "GLPOST" TO WS-RUN-PROGRAM
       MOVE "CUSTAGE" TO WS-RUN-PREDECESSOR
       PERFORM RUN-CONTROL-STARTUP
       IF NOT WS-RUN-BLOCKED
           COMPUTE WS-POST-PERIOD = WS-TODAY-YYYY * 100 + WS-TODAY-MM
           PERFORM CHECK-PERIOD-OPEN
           IF WS-POSTING-OK
               PERFORM CHECK-ARCHIVE
           END-IF
           IF WS-POSTING-OK
               PERFORM PROVE-TRANSACTIONS
           END-IF
           IF WS-POSTING-OK
               PERFORM OPEN-FILES
           END-IF
           IF WS-FILES-OPEN
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-TRANSACTION
               PERFORM POST-TRANSACTION UNTIL WS-EOF
               PERFORM RELEASE-HELD-SUSPENSE
               PERFORM CLOSE-FILES
               IF WS-POST-ERROR
                   MOVE "R" TO WS-RUN-END-STATUS
                   DISPLAY "GL POSTING FAILED - SIGNTRAN.DAT AND "
                       "GLSUSP.DAT KEPT"
               ELSE
                   PERFORM REPLACE-HELD-SUSPENSE
                   PERFORM EMPTY-TRANSACTION-FILE
               END-IF
               PERFORM WRITE-RUN-TOTALS
               CLOSE SUSPENSE-REPORT-FILE
           ELSE
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           MOVE WS-POSTED-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-FINALIZE
       END-IF

       STOP RUN.

       COPY GETDATE.

       CHECK-PERIOD-OPEN.
           PERFORM FIND-LAST-GL-CLOSE
           IF WS-POST-PERIOD NOT > WS-GL-CLOSED-PERIOD
               MOVE "N" TO WS-POSTING-OK-SW
               DISPLAY "GL PERIOD " WS-POST-PERIOD
                   " IS ALREADY CLOSED - NOTHING POSTED"
           END-IF.

       CHECK-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "SGN" DELIMITED BY SIZE
               WS-RUN-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE TRANSACTION-ARCHIVE-FILE
               MOVE "N" TO WS-POSTING-OK-SW
               DISPLAY "POSTINGS FOR " WS-RUN-BUSINESS-DATE
                   " ALREADY ARCHIVED TO " WS-ARCHIVE-NAME
                   " - NOTHING POSTED"
           END-IF.

       PROVE-TRANSACTIONS.
           OPEN INPUT SIGNED-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "No signed transaction file found"
               MOVE "N" TO WS-POSTING-OK-SW
           ELSE
               PERFORM READ-TRANSACTION
               PERFORM ADD-TO-PROOF UNTIL WS-EOF
               CLOSE SIGNED-TRANSACTION-FILE
               MOVE "N" TO WS-EOF-SW
               IF WS-PROOF-NET NOT = ZERO
                   MOVE "N" TO WS-POSTING-OK-SW
                   COMPUTE WS-TOTAL-DISPLAY =
                       FUNCTION ABS(WS-PROOF-NET)
                   DISPLAY "SIGNED TRANSACTIONS OUT OF BALANCE BY "
                       WS-TOTAL-DISPLAY " - NOTHING POSTED"
               END-IF
           END-IF.

       ADD-TO-PROOF.
           ADD 1 TO WS-PROOF-COUNT
           ADD ST-AMOUNT TO WS-PROOF-NET
           PERFORM READ-TRANSACTION.

       OPEN-FILES.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "No chart of accounts found - nothing posted"
           ELSE
               OPEN I-O GL-BALANCE-FILE
               IF WS-GLB-FILE-STATUS = "35"
                   OPEN OUTPUT GL-BALANCE-FILE
                   CLOSE GL-BALANCE-FILE
                   OPEN I-O GL-BALANCE-FILE
               END-IF
               IF WS-GLB-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GL-BALANCE-FILE STATUS "
                       WS-GLB-FILE-STATUS
                   CLOSE CHART-OF-ACCOUNTS-FILE
               ELSE
                   PERFORM OPEN-POSTING-FILES
               END-IF
           END-IF.

      *> Without the archive and the suspense work file nothing can
      *> be posted safely.
       OPEN-POSTING-FILES.
           OPEN OUTPUT TRANSACTION-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-ARCHIVE-FILE STATUS "
                   WS-ARCH-STATUS " - NOTHING POSTED"
               MOVE "Y" TO WS-POST-ERROR-SW
               CLOSE CHART-OF-ACCOUNTS-FILE
               CLOSE GL-BALANCE-FILE
           ELSE
               OPEN OUTPUT SUSPENSE-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SUSPENSE-WORK-FILE STATUS "
                       WS-WORK-STATUS " - NOTHING POSTED"
                   MOVE "Y" TO WS-POST-ERROR-SW
                   CLOSE CHART-OF-ACCOUNTS-FILE
                   CLOSE GL-BALANCE-FILE
                   CLOSE TRANSACTION-ARCHIVE-FILE
               ELSE
                   OPEN INPUT SIGNED-TRANSACTION-FILE
                   OPEN OUTPUT SUSPENSE-REPORT-FILE
                   MOVE "Y" TO WS-FILES-OPEN-SW
               END-IF
           END-IF.

       CHECK-SUSP-STATUS.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUSPENSE-REPORT-FILE STATUS "
                   WS-SUSP-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "GL POSTING SUSPENSE REPORT  BUSINESS DATE: "
               DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               WS-POST-PERIOD DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-SUSP-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-SUSP-STATUS
           MOVE "ACCOUNT  IDENT  TRAN DATE       AMOUNT     REASON"
               TO WS-HEADER-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-SUSP-STATUS.

       READ-TRANSACTION.
           READ SIGNED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       POST-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           WRITE TRANSACTION-ARCHIVE-RECORD
               FROM SIGNED-TRANSACTION-RECORD
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION-ARCHIVE-FILE STATUS "
                   WS-ARCH-STATUS
               MOVE "Y" TO WS-POST-ERROR-SW
           END-IF
           PERFORM CHECK-POSTING-ACCOUNT
           IF WS-SUSPENSE-REASON = SPACES
               PERFORM APPLY-TO-GL-BALANCE
           ELSE
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD ST-AMOUNT TO WS-SUSPENSE-NET
               PERFORM HOLD-IN-SUSPENSE
               PERFORM WRITE-SUSPENSE-LINE
           END-IF
           PERFORM READ-TRANSACTION.

       CHECK-POSTING-ACCOUNT.
           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE ST-ACCOUNT TO GA-ACCOUNT
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON CHART" TO WS-SUSPENSE-REASON
               NOT INVALID KEY
                   IF NOT GA-ACTIVE
                       MOVE "ACCOUNT INACTIVE" TO WS-SUSPENSE-REASON
                   END-IF
           END-READ.

       HOLD-IN-SUSPENSE.
           WRITE SUSPENSE-WORK-RECORD FROM SIGNED-TRANSACTION-RECORD
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUSPENSE-WORK-FILE STATUS "
                   WS-WORK-STATUS
               MOVE "Y" TO WS-POST-ERROR-SW
           END-IF.

      *> Postings held from earlier nights are offered to the ledger
      *> again once tonight's are in. They were archived the night
      *> they arrived, so they are not archived again. Each is put
      *> through the SIGNTRAN.DAT record area, which is free once
      *> the file has been read to the end.
       RELEASE-HELD-SUSPENSE.
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT SUSPENSE-HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE SPACES TO WS-DETAIL-LINE
               WRITE SUSPENSE-REPORT-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-SUSP-STATUS
               MOVE "HELD FROM EARLIER NIGHTS" TO WS-DETAIL-LINE
               WRITE SUSPENSE-REPORT-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-SUSP-STATUS
               PERFORM READ-HELD-SUSPENSE
               PERFORM OFFER-HELD-POSTING UNTIL WS-HOLD-EOF
               CLOSE SUSPENSE-HOLD-FILE
           END-IF.

       READ-HELD-SUSPENSE.
           READ SUSPENSE-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF-SW
           END-READ.

       OFFER-HELD-POSTING.
           MOVE SUSPENSE-HOLD-RECORD TO SIGNED-TRANSACTION-RECORD
           PERFORM CHECK-POSTING-ACCOUNT
           IF WS-SUSPENSE-REASON = SPACES
               PERFORM APPLY-TO-GL-BALANCE
               IF WS-GL-FAILED
                   MOVE "NOT POSTED - STILL HELD" TO WS-SUSPENSE-REASON
               ELSE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED TO LEDGER" TO WS-SUSPENSE-REASON
               END-IF
           END-IF
           IF WS-SUSPENSE-REASON NOT = "RELEASED TO LEDGER"
               ADD 1 TO WS-HELD-COUNT
               ADD ST-AMOUNT TO WS-SUSPENSE-NET
               PERFORM HOLD-IN-SUSPENSE
           END-IF
           PERFORM WRITE-SUSPENSE-LINE
           PERFORM READ-HELD-SUSPENSE.

      *> GLSUSP.DAT becomes what is still held: tonight's suspense
      *> and the earlier postings not yet released.
       REPLACE-HELD-SUSPENSE.
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT SUSPENSE-WORK-FILE
           OPEN OUTPUT SUSPENSE-HOLD-FILE
           IF WS-WORK-STATUS NOT = "00" OR WS-HOLD-STATUS NOT = "00"
               DISPLAY "ERROR REPLACING SUSPENSE-HOLD-FILE STATUS "
                   WS-HOLD-STATUS " WORK STATUS " WS-WORK-STATUS
           ELSE
               PERFORM READ-SUSPENSE-WORK
               PERFORM COPY-SUSPENSE-WORK UNTIL WS-HOLD-EOF
               CLOSE SUSPENSE-WORK-FILE
               CLOSE SUSPENSE-HOLD-FILE
               OPEN OUTPUT SUSPENSE-WORK-FILE
               CLOSE SUSPENSE-WORK-FILE
           END-IF.

       READ-SUSPENSE-WORK.
           READ SUSPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF-SW
           END-READ.

       COPY-SUSPENSE-WORK.
           WRITE SUSPENSE-HOLD-RECORD FROM SUSPENSE-WORK-RECORD
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUSPENSE-HOLD-FILE STATUS "
                   WS-HOLD-STATUS
           END-IF
           PERFORM READ-SUSPENSE-WORK.

       APPLY-TO-GL-BALANCE.
           MOVE "N" TO WS-NEW-GL-BALANCE-SW
           MOVE "N" TO WS-GL-FAILED-SW
           MOVE WS-POST-PERIOD TO GB-PERIOD
           MOVE ST-ACCOUNT TO GB-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-GL-BALANCE-SW
                   ADD 1 TO WS-NEW-GL-COUNT
                   MOVE ZERO TO GB-OPENING-BALANCE
                   MOVE ZERO TO GB-MTD-DEBITS
                   MOVE ZERO TO GB-MTD-CREDITS
           END-READ
           IF ST-AMOUNT < ZERO
               SUBTRACT ST-AMOUNT FROM GB-MTD-DEBITS
               SUBTRACT ST-AMOUNT FROM WS-DEBIT-POSTED
           ELSE
               ADD ST-AMOUNT TO GB-MTD-CREDITS
               ADD ST-AMOUNT TO WS-CREDIT-POSTED
           END-IF
           IF WS-NEW-GL-BALANCE
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING GL BALANCE " GB-KEY
                           " STATUS " WS-GLB-FILE-STATUS
                       MOVE "Y" TO WS-GL-FAILED-SW
               END-WRITE
           ELSE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING GL BALANCE " GB-KEY
                           " STATUS " WS-GLB-FILE-STATUS
                       MOVE "Y" TO WS-GL-FAILED-SW
               END-REWRITE
           END-IF
           IF WS-GL-FAILED
               MOVE "Y" TO WS-POST-ERROR-SW
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       WRITE-SUSPENSE-LINE.
           COMPUTE WS-AMOUNT-DISPLAY = FUNCTION ABS(ST-AMOUNT)
           IF ST-AMOUNT < ZERO
               MOVE "DB" TO WS-DBCR-SUFFIX
           ELSE
               MOVE "CR" TO WS-DBCR-SUFFIX
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING ST-ACCOUNT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               ST-IDENT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ST-TRAN-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ST-TRAN-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ST-TRAN-DATE(1:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DBCR-SUFFIX DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SUSPENSE-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-SUSP-STATUS.

       CLOSE-FILES.
           CLOSE SIGNED-TRANSACTION-FILE
           CLOSE CHART-OF-ACCOUNTS-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE TRANSACTION-ARCHIVE-FILE
           CLOSE SUSPENSE-WORK-FILE.

      *> Everything on the file is now on the ledger or held in
      *> suspense, and in the archive.
       EMPTY-TRANSACTION-FILE.
           OPEN OUTPUT SIGNED-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR EMPTYING SIGNED-TRANSACTION-FILE STATUS "
                   WS-TRAN-FILE-STATUS
           ELSE
               CLOSE SIGNED-TRANSACTION-FILE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           MOVE WS-DEBIT-POSTED TO WS-TOTAL-DISPLAY
           STRING "DEBITS POSTED:   " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           MOVE WS-CREDIT-POSTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "CREDITS POSTED:  " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           COMPUTE WS-TOTAL-DISPLAY = FUNCTION ABS(WS-SUSPENSE-NET)
           IF WS-SUSPENSE-NET < ZERO
               MOVE "DB" TO WS-DBCR-SUFFIX
           ELSE
               MOVE "CR" TO WS-DBCR-SUFFIX
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "IN SUSPENSE NET: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DBCR-SUFFIX DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "TRANSACTIONS: " DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               "  POSTED: " DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               "  SUSPENSE: " DELIMITED BY SIZE
               WS-SUSPENSE-COUNT DELIMITED BY SIZE
               "  ARCHIVED TO " DELIMITED BY SIZE
               WS-ARCHIVE-NAME DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           DISPLAY WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "EARLIER SUSPENSE RELEASED: " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               "  STILL HELD: " DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-SUSP-STATUS
           DISPLAY WS-TOTAL-LINE
           IF WS-POST-ERROR
               MOVE "*** POSTING FAILED - SIGNTRAN.DAT NOT EMPTIED ***"
                   TO WS-TOTAL-LINE
               WRITE SUSPENSE-REPORT-RECORD FROM WS-TOTAL-LINE
               PERFORM CHECK-SUSP-STATUS
           END-IF.

       COPY GLCLPROC.

       COPY RUNPROC.
