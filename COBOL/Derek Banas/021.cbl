       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVOID.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT VOID-CANDIDATE-FILE
               ASSIGN TO "VOIDCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-IDENT
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT YTD-MASTER-FILE
               ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-IDENT
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT PERIOD-HISTORY-FILE
               ASSIGN TO "PAYPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT SIGNED-TRANSACTION-FILE
               ASSIGN TO "SIGNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.

           SELECT VOID-REPORT-FILE
               ASSIGN TO "CHKVOID.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PAY-STUB-FILE
               ASSIGN TO "REISSTUB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.

           SELECT PAY-CHECKPOINT-FILE
               ASSIGN TO "PAYCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD  VOID-CANDIDATE-FILE.
       01  VOID-CANDIDATE-RECORD.
           COPY VCNDREC.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPREC.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTDREC.

       FD  PERIOD-HISTORY-FILE.
       01  PERIOD-HISTORY-RECORD.
           COPY PERREC.

       FD  SIGNED-TRANSACTION-FILE.
       01  SIGNED-TRANSACTION-RECORD.
           COPY SGNREC.

       FD  VOID-REPORT-FILE.
       01  VOID-REPORT-RECORD PIC X(132).

       FD  PAY-STUB-FILE.
       01  PAY-STUB-RECORD PIC X(132).

       FD  PAY-CHECKPOINT-FILE.
       01  PAY-CHECKPOINT-RECORD.
           COPY CKPREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-CHK-STATUS PIC XX.
       01 WS-CAND-STATUS PIC XX.
       01 WS-EMP-FILE-STATUS PIC XX.
       01 WS-YTD-FILE-STATUS PIC XX.
       01 WS-PER-FILE-STATUS PIC XX.
       01 WS-SIGN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-STUB-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.

       01 WS-DONE-SW PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-CHK-EOF-SW PIC X VALUE "N".
           88 WS-CHK-EOF VALUE "Y".
       01 WS-CAND-EOF-SW PIC X VALUE "N".
           88 WS-CAND-EOF VALUE "Y".
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-VOIDABLE-SW PIC X VALUE "N".
           88 WS-VOIDABLE VALUE "Y".
       01 WS-CONFIRMED-SW PIC X VALUE "N".
           88 WS-CONFIRMED VALUE "Y".
       01 WS-REISSUE-SW PIC X VALUE "N".
           88 WS-REISSUE-WANTED VALUE "Y".
       01 WS-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
       01 WS-PER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-PER-FILE-OPEN VALUE "Y".
       01 WS-PER-BACKED-OUT-SW PIC X VALUE "N".
           88 WS-PER-BACKED-OUT VALUE "Y".

      *> The whole register is held here, the same way BANKRECN holds
      *> it, because a line-sequential register can only be changed
      *> by writing it out again in full. It goes back to disk after
      *> every check voided, so an interrupted session never leaves
      *> PAYYTD and the ledger backed out for a check the register
      *> still shows as good.
       01 WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
               10 WS-REG-CHECK-NO      PIC 9(6).
               10 WS-REG-IDENT         PIC 9(3).
               10 WS-REG-CHECK-DATE    PIC 9(8).
               10 WS-REG-NET-AMOUNT    PIC 9(6)V99.
               10 WS-REG-CLEARED-SW    PIC X.
               10 WS-REG-CLEAR-DATE    PIC 9(8).
               10 WS-REG-VOID-SW       PIC X.
               10 WS-REG-VOID-DATE     PIC 9(8).
               10 WS-REG-REISSUE-NO    PIC 9(6).
               10 WS-REG-REPLACES-NO   PIC 9(6).
               10 WS-REG-GROSS         PIC 9(6)V99.
               10 WS-REG-FED-TAX       PIC 9(6)V99.
               10 WS-REG-FICA-TAX      PIC 9(6)V99.
               10 WS-REG-STATE-TAX     PIC 9(6)V99.
               10 WS-REG-PERIOD-NO     PIC 9(6).

       01 WS-REG-COUNT PIC 9(4) VALUE 0.
       01 WS-REG-SUB   PIC 9(4) VALUE 0.
       01 WS-HIT-SUB   PIC 9(4) VALUE 0.
       01 WS-NEW-SUB   PIC 9(4) VALUE 0.

       01 WS-LAST-CHECK-NO    PIC 9(6) VALUE 0.
       01 WS-SEARCH-CHECK-NO  PIC 9(6) VALUE 0.
       01 WS-REQUEST-X        PIC X(6).
       01 WS-REQUEST-NO REDEFINES WS-REQUEST-X PIC 9(6).
       01 WS-ANSWER           PIC X.
       01 WS-VOID-DATE        PIC 9(8) VALUE 0.
       01 WS-CHECK-YEAR       PIC 9(4) VALUE 0.

       01 WS-POST-GROSS       PIC 9(6)V99.
       01 WS-POST-FED-TAX     PIC 9(6)V99.
       01 WS-POST-FICA-TAX    PIC 9(6)V99.
       01 WS-POST-STATE-TAX   PIC 9(6)V99.
       01 WS-POST-NET         PIC 9(6)V99.

       01 WS-VOID-COUNT       PIC 9(5) VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-VOID-AMT         PIC 9(8)V99 VALUE 0.
       01 WS-REISSUE-AMT      PIC 9(8)V99 VALUE 0.

       01 WS-NET-DISPLAY          PIC ZZZ,ZZ9.99.
       01 WS-GROSS-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-FED-DISPLAY          PIC ZZZ,ZZ9.99.
       01 WS-FICA-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-STATE-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-VOID-AMT-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.
       01 WS-REISSUE-AMT-DISPLAY  PIC ZZ,ZZZ,ZZ9.99.

       01 WS-YTD-GROSS-DISPLAY    PIC ZZ,ZZZ,ZZ9.99.
       01 WS-YTD-FED-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
       01 WS-YTD-FICA-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.
       01 WS-YTD-STATE-DISPLAY    PIC ZZ,ZZZ,ZZ9.99.
       01 WS-YTD-NET-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.

       COPY DATEWS.
       COPY GLACCTS.

       01 WS-HEADER-LINE PIC X(132).
       01 WS-DETAIL-LINE PIC X(132).
       01 WS-TOTAL-LINE  PIC X(132).
       01 WS-STUB-LINE   PIC X(132).

       PROCEDURE DIVISION.

       PERFORM GET-CURRENT-DATE
       COMPUTE WS-VOID-DATE =
           WS-TODAY-YYYY * 10000
           + WS-TODAY-MM * 100
           + WS-TODAY-DD
       PERFORM CHECK-FOR-INTERRUPTED-PAYROLL
       IF NOT WS-DONE
           PERFORM LOAD-CHECK-REGISTER
       END-IF
       IF NOT WS-DONE
           PERFORM OPEN-FILES
       END-IF
       IF NOT WS-DONE
           PERFORM PROCESS-VOID-REQUEST UNTIL WS-DONE
           PERFORM WRITE-VOID-TOTALS
           PERFORM CLOSE-FILES
       END-IF

       STOP RUN.

       COPY GETDATE.

      *> A PAYROLL run that stopped part way has checkpoints on
      *> PAYCKPT.DAT, and its restart or back-out cuts CHKREG.DAT and
      *> SIGNTRAN.DAT back by record counts. A void appended in
      *> between would throw those counts out, so nothing is voided
      *> until PAYROLL has restarted or backed out the run.
       CHECK-FOR-INTERRUPTED-PAYROLL.
           OPEN INPUT PAY-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ PAY-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "PAYROLL RUN FOR BUSINESS DATE "
                           KP-BUSINESS-DATE " PERIOD " KP-PERIOD-NO
                           " WAS INTERRUPTED"
                       DISPLAY "RESTART OR BACK OUT THE PAYROLL RUN "
                           "BEFORE VOIDING - NOTHING VOIDED"
                       MOVE "Y" TO WS-DONE-SW
               END-READ
               CLOSE PAY-CHECKPOINT-FILE
           END-IF.

      *> A register too big for the table cannot be written back
      *> whole, so nothing is voided rather than truncating it.
       LOAD-CHECK-REGISTER.
           MOVE "N" TO WS-CHK-EOF-SW
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "No check register found - nothing to void"
               MOVE "Y" TO WS-DONE-SW
           ELSE
               PERFORM READ-CHECK-REGISTER
               PERFORM SAVE-REGISTER-ENTRY UNTIL WS-CHK-EOF
               CLOSE CHECK-REGISTER-FILE
               IF WS-TABLE-FULL
                   DISPLAY "CHECK REGISTER TABLE FULL - ARCHIVE "
                       "CLEARED CHECKS OFF CHKREG.DAT - NOTHING VOIDED"
                   MOVE "Y" TO WS-DONE-SW
               END-IF
           END-IF.

       READ-CHECK-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-CHK-EOF-SW
           END-READ.

       SAVE-REGISTER-ENTRY.
           IF WS-REG-COUNT >= 5000
               MOVE "Y" TO WS-TABLE-FULL-SW
               MOVE "Y" TO WS-CHK-EOF-SW
           ELSE
               ADD 1 TO WS-REG-COUNT
               MOVE CK-CHECK-NO TO WS-REG-CHECK-NO (WS-REG-COUNT)
               MOVE CK-IDENT TO WS-REG-IDENT (WS-REG-COUNT)
               MOVE CK-CHECK-DATE TO WS-REG-CHECK-DATE (WS-REG-COUNT)
               MOVE CK-NET-AMOUNT TO WS-REG-NET-AMOUNT (WS-REG-COUNT)
               IF CK-CLEARED-SW = "Y"
                   MOVE "Y" TO WS-REG-CLEARED-SW (WS-REG-COUNT)
                   MOVE CK-CLEAR-DATE
                       TO WS-REG-CLEAR-DATE (WS-REG-COUNT)
               ELSE
                   MOVE "N" TO WS-REG-CLEARED-SW (WS-REG-COUNT)
                   MOVE ZERO TO WS-REG-CLEAR-DATE (WS-REG-COUNT)
               END-IF
               PERFORM SAVE-VOID-AND-BREAKDOWN
               IF CK-CHECK-NO > WS-LAST-CHECK-NO
                   MOVE CK-CHECK-NO TO WS-LAST-CHECK-NO
               END-IF
               PERFORM READ-CHECK-REGISTER
           END-IF.

      *> Entries written before the void fields and the pay breakdown
      *> were carried come in blank; they are held as not voided with
      *> no breakdown, which CHECK-VOIDABLE refuses. Entries from
      *> before the pay-period calendar are held with no period.
       SAVE-VOID-AND-BREAKDOWN.
           IF CK-VOID-SW = "Y"
               MOVE "Y" TO WS-REG-VOID-SW (WS-REG-COUNT)
               MOVE CK-VOID-DATE TO WS-REG-VOID-DATE (WS-REG-COUNT)
               MOVE CK-REISSUE-CHECK-NO
                   TO WS-REG-REISSUE-NO (WS-REG-COUNT)
           ELSE
               MOVE "N" TO WS-REG-VOID-SW (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-VOID-DATE (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-REISSUE-NO (WS-REG-COUNT)
           END-IF
           IF CK-REPLACES-CHECK-NO IS NUMERIC
               MOVE CK-REPLACES-CHECK-NO
                   TO WS-REG-REPLACES-NO (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-REPLACES-NO (WS-REG-COUNT)
           END-IF
           IF CK-GROSS IS NUMERIC
               AND CK-FED-TAX IS NUMERIC
               AND CK-FICA-TAX IS NUMERIC
               AND CK-STATE-TAX IS NUMERIC
               MOVE CK-GROSS TO WS-REG-GROSS (WS-REG-COUNT)
               MOVE CK-FED-TAX TO WS-REG-FED-TAX (WS-REG-COUNT)
               MOVE CK-FICA-TAX TO WS-REG-FICA-TAX (WS-REG-COUNT)
               MOVE CK-STATE-TAX TO WS-REG-STATE-TAX (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-GROSS (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-FED-TAX (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-FICA-TAX (WS-REG-COUNT)
               MOVE ZERO TO WS-REG-STATE-TAX (WS-REG-COUNT)
           END-IF
           IF CK-PERIOD-NO IS NUMERIC
               MOVE CK-PERIOD-NO TO WS-REG-PERIOD-NO (WS-REG-COUNT)
           ELSE
               MOVE ZERO TO WS-REG-PERIOD-NO (WS-REG-COUNT)
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "No employee master found - nothing can be "
                   "voided"
               MOVE "Y" TO WS-DONE-SW
           END-IF
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "35"
               DISPLAY "No year-to-date master found - nothing can be "
                   "voided"
               MOVE "Y" TO WS-DONE-SW
           END-IF
           OPEN I-O PERIOD-HISTORY-FILE
           IF WS-PER-FILE-STATUS = "00"
               MOVE "Y" TO WS-PER-FILE-OPEN-SW
           END-IF
           OPEN EXTEND SIGNED-TRANSACTION-FILE
           IF WS-SIGN-STATUS = "35"
               OPEN OUTPUT SIGNED-TRANSACTION-FILE
           END-IF
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SIGNED-TRANSACTION-FILE STATUS "
                   WS-SIGN-STATUS
               MOVE "Y" TO WS-DONE-SW
           END-IF
           OPEN OUTPUT VOID-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VOID-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-DONE-SW
           ELSE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           OPEN OUTPUT PAY-STUB-FILE
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-STUB-FILE STATUS "
                   WS-STUB-STATUS
               MOVE "Y" TO WS-DONE-SW
           END-IF
           IF WS-DONE
               PERFORM CLOSE-FILES
           END-IF.

       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING VOID-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "CHECK VOIDS AND REISSUES  RUN DATE: "
               DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE VOID-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS.

      *> The operator keys one check number at a time, or C to work
      *> through the stale items BANKRECN left on VOIDCAND.DAT; a
      *> blank entry ends the session.
       PROCESS-VOID-REQUEST.
           MOVE SPACES TO WS-REQUEST-X
           DISPLAY "Check number to void (NNNNNN, C for stale "
               "candidates, blank to finish): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-X
           EVALUATE TRUE
               WHEN WS-REQUEST-X = SPACES
                   MOVE "Y" TO WS-DONE-SW
               WHEN WS-REQUEST-X = "C" OR WS-REQUEST-X = "c"
                   PERFORM OFFER-VOID-CANDIDATES
               WHEN WS-REQUEST-X IS NUMERIC
                   MOVE WS-REQUEST-NO TO WS-SEARCH-CHECK-NO
                   PERFORM VOID-ONE-CHECK
               WHEN OTHER
                   DISPLAY "Invalid check number - six digits, "
                       "try again"
           END-EVALUATE.

       OFFER-VOID-CANDIDATES.
           MOVE "N" TO WS-CAND-EOF-SW
           OPEN INPUT VOID-CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "No void candidates on file - run BANKRECN "
                   "first"
           ELSE
               PERFORM READ-VOID-CANDIDATE
               PERFORM OFFER-VOID-CANDIDATE UNTIL WS-CAND-EOF
               CLOSE VOID-CANDIDATE-FILE
           END-IF.

       READ-VOID-CANDIDATE.
           READ VOID-CANDIDATE-FILE
               AT END
                   MOVE "Y" TO WS-CAND-EOF-SW
           END-READ.

       OFFER-VOID-CANDIDATE.
           DISPLAY "Stale check " VC-CHECK-NO " ident " VC-IDENT
               " dated " VC-CHECK-DATE " outstanding " VC-DAYS-OUT
               " days"
           MOVE VC-CHECK-NO TO WS-SEARCH-CHECK-NO
           PERFORM VOID-ONE-CHECK
           PERFORM READ-VOID-CANDIDATE.

       VOID-ONE-CHECK.
           MOVE ZERO TO WS-HIT-SUB
           MOVE "N" TO WS-FOUND-SW
           PERFORM FIND-REGISTER-ENTRY
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
           IF NOT WS-FOUND
               DISPLAY "Check " WS-SEARCH-CHECK-NO
                   " is not on the check register"
           ELSE
               PERFORM CHECK-VOIDABLE
               IF WS-VOIDABLE
                   PERFORM CONFIRM-VOID
                   IF WS-CONFIRMED
                       PERFORM ASK-REISSUE
                       PERFORM VOID-CHECK
                       IF WS-REISSUE-WANTED
                           PERFORM REISSUE-CHECK
                       END-IF
                       PERFORM REWRITE-CHECK-REGISTER
                   END-IF
               END-IF
           END-IF.

       FIND-REGISTER-ENTRY.
           IF WS-REG-CHECK-NO (WS-REG-SUB) = WS-SEARCH-CHECK-NO
               AND NOT WS-FOUND
               MOVE WS-REG-SUB TO WS-HIT-SUB
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *> Only a check still in the bank's hands, with its pay
      *> breakdown on the register, from the tax year PAYYTD is still
      *> accumulating, can be backed out. A check the bank has paid
      *> is not the payroll office's to void, and a prior year's
      *> check has already been rolled to PAYHIST.
       CHECK-VOIDABLE.
           MOVE "N" TO WS-VOIDABLE-SW
           COMPUTE WS-CHECK-YEAR =
               WS-REG-CHECK-DATE (WS-HIT-SUB) / 10000
           EVALUATE TRUE
               WHEN WS-REG-VOID-SW (WS-HIT-SUB) = "Y"
                   DISPLAY "Check " WS-SEARCH-CHECK-NO
                       " was already voided on "
                       WS-REG-VOID-DATE (WS-HIT-SUB)
               WHEN WS-REG-CLEARED-SW (WS-HIT-SUB) = "Y"
                   DISPLAY "Check " WS-SEARCH-CHECK-NO
                       " cleared the bank on "
                       WS-REG-CLEAR-DATE (WS-HIT-SUB)
                       " - cannot be voided"
               WHEN WS-REG-GROSS (WS-HIT-SUB)
                       < WS-REG-NET-AMOUNT (WS-HIT-SUB)
                   OR WS-REG-GROSS (WS-HIT-SUB) = ZERO
                   DISPLAY "Check " WS-SEARCH-CHECK-NO
                       " has no pay breakdown on the register - "
                       "cannot be voided here"
               WHEN WS-CHECK-YEAR NOT = WS-TODAY-YYYY
                   DISPLAY "Check " WS-SEARCH-CHECK-NO
                       " belongs to tax year " WS-CHECK-YEAR
                       " - cannot be voided here"
               WHEN OTHER
                   PERFORM CHECK-YTD-COVERS-CHECK
           END-EVALUATE.

       CHECK-YTD-COVERS-CHECK.
           MOVE WS-REG-IDENT (WS-HIT-SUB) TO YT-IDENT
           READ YTD-MASTER-FILE
               INVALID KEY
                   DISPLAY "No year-to-date record for ident "
                       WS-REG-IDENT (WS-HIT-SUB) " - cannot be voided"
               NOT INVALID KEY
                   IF YT-GROSS < WS-REG-GROSS (WS-HIT-SUB)
                       OR YT-FED-TAX < WS-REG-FED-TAX (WS-HIT-SUB)
                       OR YT-FICA-TAX < WS-REG-FICA-TAX (WS-HIT-SUB)
                       OR YT-STATE-TAX < WS-REG-STATE-TAX (WS-HIT-SUB)
                       OR YT-NET-PAY < WS-REG-NET-AMOUNT (WS-HIT-SUB)
                       OR YT-CHECK-COUNT < 1
                       DISPLAY "Year-to-date for ident "
                           WS-REG-IDENT (WS-HIT-SUB)
                           " is less than the check - cannot be voided"
                   ELSE
                       MOVE "Y" TO WS-VOIDABLE-SW
                   END-IF
           END-READ.

       CONFIRM-VOID.
           MOVE "N" TO WS-CONFIRMED-SW
           MOVE WS-REG-NET-AMOUNT (WS-HIT-SUB) TO WS-NET-DISPLAY
           DISPLAY "Check " WS-REG-CHECK-NO (WS-HIT-SUB)
               " ident " WS-REG-IDENT (WS-HIT-SUB)
               " dated " WS-REG-CHECK-DATE (WS-HIT-SUB)
               " net " WS-NET-DISPLAY
           DISPLAY "Void this check? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE "Y" TO WS-CONFIRMED-SW
           ELSE
               DISPLAY "Check " WS-REG-CHECK-NO (WS-HIT-SUB)
                   " not voided"
           END-IF.

       ASK-REISSUE.
           MOVE "N" TO WS-REISSUE-SW
           DISPLAY "Reissue the pay under a new check number? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               IF WS-REG-COUNT >= 5000
                   DISPLAY "CHECK REGISTER TABLE FULL - CHECK VOIDED "
                       "BUT NOT REISSUED"
               ELSE
                   MOVE "Y" TO WS-REISSUE-SW
               END-IF
           END-IF.

      *> The void backs exactly this check's figures out of PAYYTD
      *> and posts the mirror image of PAYROLL's entries, so the
      *> ledger carries both the original and the reversal and
      *> DBCRRPT's in-balance check still covers it.
       VOID-CHECK.
           MOVE WS-REG-GROSS (WS-HIT-SUB) TO WS-POST-GROSS
           MOVE WS-REG-FED-TAX (WS-HIT-SUB) TO WS-POST-FED-TAX
           MOVE WS-REG-FICA-TAX (WS-HIT-SUB) TO WS-POST-FICA-TAX
           MOVE WS-REG-STATE-TAX (WS-HIT-SUB) TO WS-POST-STATE-TAX
           MOVE WS-REG-NET-AMOUNT (WS-HIT-SUB) TO WS-POST-NET
           SUBTRACT WS-POST-GROSS FROM YT-GROSS
           SUBTRACT WS-POST-FED-TAX FROM YT-FED-TAX
           SUBTRACT WS-POST-FICA-TAX FROM YT-FICA-TAX
           SUBTRACT WS-POST-STATE-TAX FROM YT-STATE-TAX
           SUBTRACT WS-POST-NET FROM YT-NET-PAY
           SUBTRACT 1 FROM YT-CHECK-COUNT
           PERFORM REWRITE-YTD-RECORD
           PERFORM BACK-OUT-PERIOD-HISTORY
           PERFORM WRITE-REVERSING-POSTINGS
           MOVE "Y" TO WS-REG-VOID-SW (WS-HIT-SUB)
           MOVE WS-VOID-DATE TO WS-REG-VOID-DATE (WS-HIT-SUB)
           ADD 1 TO WS-VOID-COUNT
           ADD WS-POST-NET TO WS-VOID-AMT
           MOVE WS-POST-NET TO WS-NET-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "VOIDED    CHECK " DELIMITED BY SIZE
               WS-REG-CHECK-NO (WS-HIT-SUB) DELIMITED BY SIZE
               "  IDENT " DELIMITED BY SIZE
               WS-REG-IDENT (WS-HIT-SUB) DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WS-REG-CHECK-DATE (WS-HIT-SUB) DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE VOID-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY "Check " WS-REG-CHECK-NO (WS-HIT-SUB) " voided".

      *> A reissue is a new payment of the same pay: PAYYTD and the
      *> ledger take it back in exactly as PAYROLL first posted it,
      *> and the replacement takes the next number in the register's
      *> sequence with its own stub.
       REISSUE-CHECK.
           ADD WS-POST-GROSS TO YT-GROSS
           ADD WS-POST-FED-TAX TO YT-FED-TAX
           ADD WS-POST-FICA-TAX TO YT-FICA-TAX
           ADD WS-POST-STATE-TAX TO YT-STATE-TAX
           ADD WS-POST-NET TO YT-NET-PAY
           ADD 1 TO YT-CHECK-COUNT
           PERFORM REWRITE-YTD-RECORD
           PERFORM RESTORE-PERIOD-HISTORY
           PERFORM WRITE-ISSUE-POSTINGS
           ADD 1 TO WS-LAST-CHECK-NO
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-NEW-SUB
           MOVE WS-LAST-CHECK-NO TO WS-REG-CHECK-NO (WS-NEW-SUB)
           MOVE WS-REG-IDENT (WS-HIT-SUB) TO WS-REG-IDENT (WS-NEW-SUB)
           MOVE WS-VOID-DATE TO WS-REG-CHECK-DATE (WS-NEW-SUB)
           MOVE WS-POST-NET TO WS-REG-NET-AMOUNT (WS-NEW-SUB)
           MOVE "N" TO WS-REG-CLEARED-SW (WS-NEW-SUB)
           MOVE ZERO TO WS-REG-CLEAR-DATE (WS-NEW-SUB)
           MOVE "N" TO WS-REG-VOID-SW (WS-NEW-SUB)
           MOVE ZERO TO WS-REG-VOID-DATE (WS-NEW-SUB)
           MOVE ZERO TO WS-REG-REISSUE-NO (WS-NEW-SUB)
           MOVE WS-REG-CHECK-NO (WS-HIT-SUB)
               TO WS-REG-REPLACES-NO (WS-NEW-SUB)
           MOVE WS-POST-GROSS TO WS-REG-GROSS (WS-NEW-SUB)
           MOVE WS-POST-FED-TAX TO WS-REG-FED-TAX (WS-NEW-SUB)
           MOVE WS-POST-FICA-TAX TO WS-REG-FICA-TAX (WS-NEW-SUB)
           MOVE WS-POST-STATE-TAX TO WS-REG-STATE-TAX (WS-NEW-SUB)
           MOVE WS-REG-PERIOD-NO (WS-HIT-SUB)
               TO WS-REG-PERIOD-NO (WS-NEW-SUB)
           MOVE WS-LAST-CHECK-NO TO WS-REG-REISSUE-NO (WS-HIT-SUB)
           PERFORM WRITE-REISSUE-STUB
           ADD 1 TO WS-REISSUE-COUNT
           ADD WS-POST-NET TO WS-REISSUE-AMT
           MOVE WS-POST-NET TO WS-NET-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REISSUED  CHECK " DELIMITED BY SIZE
               WS-REG-CHECK-NO (WS-NEW-SUB) DELIMITED BY SIZE
               "  IDENT " DELIMITED BY SIZE
               WS-REG-IDENT (WS-NEW-SUB) DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WS-REG-CHECK-DATE (WS-NEW-SUB) DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               "  REPLACES CHECK " DELIMITED BY SIZE
               WS-REG-CHECK-NO (WS-HIT-SUB) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE VOID-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY "Reissued as check " WS-REG-CHECK-NO (WS-NEW-SUB).

       REWRITE-YTD-RECORD.
           REWRITE YTD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING PAYYTD IDENT "
                       YT-IDENT " STATUS " WS-YTD-FILE-STATUS
           END-REWRITE.

      *> The voided check's money comes out of the period it paid,
      *> the same as out of PAYYTD. The hours stay: the register does
      *> not carry them, and they were worked all the same. A check
      *> from before the calendar has no period to adjust.
       BACK-OUT-PERIOD-HISTORY.
           MOVE "N" TO WS-PER-BACKED-OUT-SW
           IF WS-PER-FILE-OPEN
               AND WS-REG-PERIOD-NO (WS-HIT-SUB) > ZERO
               MOVE WS-REG-PERIOD-NO (WS-HIT-SUB) TO PH-PERIOD-NO
               MOVE WS-REG-IDENT (WS-HIT-SUB) TO PH-IDENT
               READ PERIOD-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "No period history for ident "
                           PH-IDENT " period " PH-PERIOD-NO
                           " - period not adjusted"
                   NOT INVALID KEY
                       IF PH-GROSS < WS-POST-GROSS
                           OR PH-FED-TAX < WS-POST-FED-TAX
                           OR PH-FICA-TAX < WS-POST-FICA-TAX
                           OR PH-STATE-TAX < WS-POST-STATE-TAX
                           OR PH-NET-PAY < WS-POST-NET
                           OR PH-CHECK-COUNT < 1
                           DISPLAY "Period history for ident "
                               PH-IDENT " period " PH-PERIOD-NO
                               " is less than the check - period "
                               "not adjusted"
                       ELSE
                           SUBTRACT WS-POST-GROSS FROM PH-GROSS
                           SUBTRACT WS-POST-FED-TAX FROM PH-FED-TAX
                           SUBTRACT WS-POST-FICA-TAX FROM PH-FICA-TAX
                           SUBTRACT WS-POST-STATE-TAX
                               FROM PH-STATE-TAX
                           SUBTRACT WS-POST-NET FROM PH-NET-PAY
                           SUBTRACT 1 FROM PH-CHECK-COUNT
                           PERFORM REWRITE-PERIOD-HISTORY
                           MOVE "Y" TO WS-PER-BACKED-OUT-SW
                       END-IF
               END-READ
           END-IF.

      *> The reissue pays the same period again, so what the void took
      *> out of it goes back in.
       RESTORE-PERIOD-HISTORY.
           IF WS-PER-BACKED-OUT
               READ PERIOD-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "No period history for ident "
                           PH-IDENT " period " PH-PERIOD-NO
                           " - period not adjusted"
                   NOT INVALID KEY
                       ADD WS-POST-GROSS TO PH-GROSS
                       ADD WS-POST-FED-TAX TO PH-FED-TAX
                       ADD WS-POST-FICA-TAX TO PH-FICA-TAX
                       ADD WS-POST-STATE-TAX TO PH-STATE-TAX
                       ADD WS-POST-NET TO PH-NET-PAY
                       ADD 1 TO PH-CHECK-COUNT
                       PERFORM REWRITE-PERIOD-HISTORY
               END-READ
           END-IF.

       REWRITE-PERIOD-HISTORY.
           REWRITE PERIOD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING PAYPER IDENT "
                       PH-IDENT " STATUS " WS-PER-FILE-STATUS
           END-REWRITE.

       WRITE-REVERSING-POSTINGS.
           MOVE ZERO TO ST-IDENT
           MOVE WS-VOID-DATE TO ST-TRAN-DATE
           MOVE WS-ACCT-WAGE-EXPENSE TO ST-ACCOUNT
           MOVE WS-POST-GROSS TO ST-AMOUNT
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-FED-LIAB TO ST-ACCOUNT
           COMPUTE ST-AMOUNT = ZERO - WS-POST-FED-TAX
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-FICA-LIAB TO ST-ACCOUNT
           COMPUTE ST-AMOUNT = ZERO - WS-POST-FICA-TAX
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-STATE-LIAB TO ST-ACCOUNT
           COMPUTE ST-AMOUNT = ZERO - WS-POST-STATE-TAX
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-CASH TO ST-ACCOUNT
           COMPUTE ST-AMOUNT = ZERO - WS-POST-NET
           PERFORM WRITE-SIGNED-TRANSACTION.

       WRITE-ISSUE-POSTINGS.
           MOVE ZERO TO ST-IDENT
           MOVE WS-VOID-DATE TO ST-TRAN-DATE
           MOVE WS-ACCT-WAGE-EXPENSE TO ST-ACCOUNT
           COMPUTE ST-AMOUNT = ZERO - WS-POST-GROSS
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-FED-LIAB TO ST-ACCOUNT
           MOVE WS-POST-FED-TAX TO ST-AMOUNT
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-FICA-LIAB TO ST-ACCOUNT
           MOVE WS-POST-FICA-TAX TO ST-AMOUNT
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-STATE-LIAB TO ST-ACCOUNT
           MOVE WS-POST-STATE-TAX TO ST-AMOUNT
           PERFORM WRITE-SIGNED-TRANSACTION
           MOVE WS-ACCT-CASH TO ST-ACCOUNT
           MOVE WS-POST-NET TO ST-AMOUNT
           PERFORM WRITE-SIGNED-TRANSACTION.

       WRITE-SIGNED-TRANSACTION.
           WRITE SIGNED-TRANSACTION-RECORD
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SIGNED-TRANSACTION-FILE STATUS "
                   WS-SIGN-STATUS
           END-IF.

       CHECK-STUB-STATUS.
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAY-STUB-FILE STATUS "
                   WS-STUB-STATUS
           END-IF.

      *> The replacement's stub follows PAYROLL's layout, naming the
      *> check it replaces. Hours are not carried on the register, so
      *> the stub shows the money only.
       WRITE-REISSUE-STUB.
           MOVE WS-REG-IDENT (WS-NEW-SUB) TO EM-IDENT
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMP-NAME
                   MOVE SPACES TO EM-DEPT
           END-READ
           MOVE SPACES TO WS-STUB-LINE
           STRING "PAY STATEMENT  CHECK NO " DELIMITED BY SIZE
               WS-REG-CHECK-NO (WS-NEW-SUB) DELIMITED BY SIZE
               "  PAY DATE " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               "  REPLACES VOIDED CHECK NO " DELIMITED BY SIZE
               WS-REG-CHECK-NO (WS-HIT-SUB) DELIMITED BY SIZE
               INTO WS-STUB-LINE
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           PERFORM CHECK-STUB-STATUS
           MOVE SPACES TO WS-STUB-LINE
           STRING "EMPLOYEE " DELIMITED BY SIZE
               WS-REG-IDENT (WS-NEW-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EM-EMP-NAME DELIMITED BY SIZE
               "  DEPT " DELIMITED BY SIZE
               EM-DEPT DELIMITED BY SIZE
               INTO WS-STUB-LINE
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           PERFORM CHECK-STUB-STATUS
           MOVE WS-POST-GROSS TO WS-GROSS-DISPLAY
           MOVE WS-POST-FED-TAX TO WS-FED-DISPLAY
           MOVE WS-POST-FICA-TAX TO WS-FICA-DISPLAY
           MOVE WS-POST-STATE-TAX TO WS-STATE-DISPLAY
           MOVE WS-POST-NET TO WS-NET-DISPLAY
           MOVE SPACES TO WS-STUB-LINE
           STRING "CURRENT   GROSS " DELIMITED BY SIZE
               WS-GROSS-DISPLAY DELIMITED BY SIZE
               "  FED " DELIMITED BY SIZE
               WS-FED-DISPLAY DELIMITED BY SIZE
               "  FICA " DELIMITED BY SIZE
               WS-FICA-DISPLAY DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               WS-STATE-DISPLAY DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           PERFORM CHECK-STUB-STATUS
           MOVE YT-GROSS TO WS-YTD-GROSS-DISPLAY
           MOVE YT-FED-TAX TO WS-YTD-FED-DISPLAY
           MOVE YT-FICA-TAX TO WS-YTD-FICA-DISPLAY
           MOVE YT-STATE-TAX TO WS-YTD-STATE-DISPLAY
           MOVE YT-NET-PAY TO WS-YTD-NET-DISPLAY
           MOVE SPACES TO WS-STUB-LINE
           STRING "YEAR-TO-DATE  GROSS " DELIMITED BY SIZE
               WS-YTD-GROSS-DISPLAY DELIMITED BY SIZE
               "  FED " DELIMITED BY SIZE
               WS-YTD-FED-DISPLAY DELIMITED BY SIZE
               "  FICA " DELIMITED BY SIZE
               WS-YTD-FICA-DISPLAY DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               WS-YTD-STATE-DISPLAY DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-YTD-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           PERFORM CHECK-STUB-STATUS
           MOVE SPACES TO WS-STUB-LINE
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           PERFORM CHECK-STUB-STATUS.

       REWRITE-CHECK-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR REOPENING CHECK-REGISTER-FILE "
                   "STATUS " WS-CHK-STATUS
           ELSE
               PERFORM WRITE-REGISTER-ENTRY
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       WRITE-REGISTER-ENTRY.
           MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO CK-CHECK-NO
           MOVE WS-REG-IDENT (WS-REG-SUB) TO CK-IDENT
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO CK-CHECK-DATE
           MOVE WS-REG-NET-AMOUNT (WS-REG-SUB) TO CK-NET-AMOUNT
           MOVE WS-REG-CLEARED-SW (WS-REG-SUB) TO CK-CLEARED-SW
           MOVE WS-REG-CLEAR-DATE (WS-REG-SUB) TO CK-CLEAR-DATE
           MOVE WS-REG-VOID-SW (WS-REG-SUB) TO CK-VOID-SW
           MOVE WS-REG-VOID-DATE (WS-REG-SUB) TO CK-VOID-DATE
           MOVE WS-REG-REISSUE-NO (WS-REG-SUB) TO CK-REISSUE-CHECK-NO
           MOVE WS-REG-REPLACES-NO (WS-REG-SUB) TO CK-REPLACES-CHECK-NO
           MOVE WS-REG-GROSS (WS-REG-SUB) TO CK-GROSS
           MOVE WS-REG-FED-TAX (WS-REG-SUB) TO CK-FED-TAX
           MOVE WS-REG-FICA-TAX (WS-REG-SUB) TO CK-FICA-TAX
           MOVE WS-REG-STATE-TAX (WS-REG-SUB) TO CK-STATE-TAX
           MOVE WS-REG-PERIOD-NO (WS-REG-SUB) TO CK-PERIOD-NO
           WRITE CHECK-REGISTER-RECORD
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CHECK-REGISTER-FILE STATUS "
                   WS-CHK-STATUS
           END-IF.

       WRITE-VOID-TOTALS.
           MOVE WS-VOID-AMT TO WS-VOID-AMT-DISPLAY
           MOVE WS-REISSUE-AMT TO WS-REISSUE-AMT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "CHECKS VOIDED: " DELIMITED BY SIZE
               WS-VOID-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-VOID-AMT-DISPLAY DELIMITED BY SIZE
               "  REISSUED: " DELIMITED BY SIZE
               WS-REISSUE-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-REISSUE-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE VOID-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
           IF WS-PER-FILE-OPEN
               CLOSE PERIOD-HISTORY-FILE
               MOVE "N" TO WS-PER-FILE-OPEN-SW
           END-IF
           CLOSE SIGNED-TRANSACTION-FILE
           CLOSE VOID-REPORT-FILE
           CLOSE PAY-STUB-FILE.
