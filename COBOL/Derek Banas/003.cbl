               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT TAX-TABLE-FILE
               ASSIGN TO "TAXTBL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-NO
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT PERIOD-HISTORY-FILE
               ASSIGN TO "PAYPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT TIME-TRANSACTION-FILE
               ASSIGN TO "PAYTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT DEPOSIT-REGISTER-FILE
               ASSIGN TO "DEPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT ACH-FILE
               ASSIGN TO "PAYACH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT PAY-STUB-FILE
               ASSIGN TO "PAYSTUB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

           SELECT PAY-CHECKPOINT-FILE
               ASSIGN TO "PAYCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT TRIM-WORK-FILE
               ASSIGN TO "PAYTRIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  PAY-RATE-HISTORY-RECORD.
           COPY RATEREC.

       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           COPY TAXREC.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY CALREC.

       FD  PERIOD-HISTORY-FILE.
       01  PERIOD-HISTORY-RECORD.
           COPY PERREC.

       FD  TIME-TRANSACTION-FILE.
       01  TIME-TRANSACTION-RECORD.
           05  TT-IDENT            PIC 9(3).
       01  CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD  DEPOSIT-REGISTER-FILE.
       01  DEPOSIT-REGISTER-RECORD.
           COPY DEPREC.

      *> Fixed 94-byte records with no line delimiters, the way the
      *> bank takes the file.
       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-RECORD.
           COPY ACHREC.

       FD  PAY-STUB-FILE.
       01  PAY-STUB-RECORD PIC X(132).

       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       FD  PAY-CHECKPOINT-FILE.
       01  PAY-CHECKPOINT-RECORD.
           COPY CKPREC.

      *> Holds the records of an output file being cut back to a
      *> checkpoint while the file itself is rewritten.
       FD  TRIM-WORK-FILE.
       01  TRIM-WORK-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-EMP-FILE-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-YTD-FILE-STATUS PIC XX.
       01 WS-TAX-FILE-STATUS PIC XX.
       01 WS-CAL-FILE-STATUS PIC XX.
       01 WS-PER-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-REJ-STATUS PIC XX.
       01 WS-STUB-STATUS PIC XX.
       01 WS-SIGN-STATUS PIC XX.
       01 WS-DTL-STATUS PIC XX.
       01 WS-DEP-STATUS PIC XX.
       01 WS-ACH-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-TRIM-STATUS PIC XX.

       01 WS-CHK-EOF-SW PIC X VALUE "N".
           88 WS-CHK-EOF VALUE "Y".
       01 WS-SIGN-EOF-SW PIC X VALUE "N".
           88 WS-SIGN-EOF VALUE "Y".
       01 WS-DTL-EOF-SW PIC X VALUE "N".
           88 WS-DTL-EOF VALUE "Y".
       01 WS-STUB-EOF-SW PIC X VALUE "N".
           88 WS-STUB-EOF VALUE "Y".
       01 WS-TRIM-EOF-SW PIC X VALUE "N".
           88 WS-TRIM-EOF VALUE "Y".
       01 WS-CKPT-EOF-SW PIC X VALUE "N".
           88 WS-CKPT-EOF VALUE "Y".

      *> Restart and back-out. An interrupted run is one that left
      *> checkpoints on PAYCKPT.DAT; nothing is paid again until it
      *> has been restarted or backed out.
       01 WS-PAY-RUN-SW PIC X VALUE "Y".
           88 WS-PAY-RUN VALUE "Y".
       01 WS-INTERRUPTED-SW PIC X VALUE "N".
           88 WS-INTERRUPTED-RUN VALUE "Y".
       01 WS-IN-FLIGHT-SW PIC X VALUE "N".
           88 WS-IN-FLIGHT VALUE "Y".
       01 WS-RESTART-SW PIC X VALUE "N".
           88 WS-RESTART VALUE "Y".
       01 WS-CKPT-ACTIVE-SW PIC X VALUE "N".
           88 WS-CKPT-ACTIVE VALUE "Y".
       01 WS-CKPT-WRITTEN-SW PIC X VALUE "N".
           88 WS-CKPT-WRITTEN VALUE "Y".
       01 WS-TRIM-SHORT-SW PIC X VALUE "N".
           88 WS-TRIM-SHORT VALUE "Y".
       01 WS-TRIM-FAILED-SW PIC X VALUE "N".
           88 WS-TRIM-FAILED VALUE "Y".
       01 WS-TRIM-WORK-OK-SW PIC X VALUE "Y".
           88 WS-TRIM-WORK-OK VALUE "Y".
       01 WS-RECOVERY-ACTION PIC X VALUE SPACE.
           88 WS-RECOVER-RESTART VALUE "R" "r".
           88 WS-RECOVER-BACK-OUT VALUE "B" "b".

       01 WS-CURRENT-BUS-DATE PIC 9(8) VALUE 0.
       01 WS-PAID-BEFORE-COUNT PIC 9(5) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(5) VALUE 0.

      *> The run being restarted or backed out, and the employee it
      *> stopped part way through (or, during a back-out, each
      *> employee it started on in turn).
       01 WS-BEGIN-CHECKPOINT.
           COPY CKPREC REPLACING LEADING ==KP-== BY ==KB-==.
       01 WS-IN-FLIGHT-CHECKPOINT.
           COPY CKPREC REPLACING LEADING ==KP-== BY ==KI-==.

      *> Records on each output file PAYROLL adds to, kept up to date
      *> as the run writes them, and the counts the last checkpoint
      *> on file says they stood at.
       01 WS-FILE-COUNTS.
           05 WS-CHK-RECORDS     PIC 9(7) VALUE 0.
           05 WS-DEP-RECORDS     PIC 9(7) VALUE 0.
           05 WS-SIGN-RECORDS    PIC 9(7) VALUE 0.
           05 WS-DTL-RECORDS     PIC 9(7) VALUE 0.
           05 WS-STUB-RECORDS    PIC 9(7) VALUE 0.
       01 WS-KEEP-COUNTS.
           05 WS-KEEP-CHK-COUNT  PIC 9(7) VALUE 0.
           05 WS-KEEP-DEP-COUNT  PIC 9(7) VALUE 0.
           05 WS-KEEP-SIGN-COUNT PIC 9(7) VALUE 0.
           05 WS-KEEP-DTL-COUNT  PIC 9(7) VALUE 0.
           05 WS-KEEP-STUB-COUNT PIC 9(7) VALUE 0.

       01 WS-TRIM-FILE-NAME  PIC X(12).
       01 WS-TRIM-KEEP-COUNT PIC 9(7) VALUE 0.
       01 WS-TRIM-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-TRIM-KEPT-COUNT PIC 9(7) VALUE 0.

       01 WS-CAL-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-CAL-FILE-OPEN VALUE "Y".
       01 WS-PERIOD-FOUND-SW PIC X VALUE "N".
           88 WS-PERIOD-FOUND VALUE "Y".
       01 WS-CAL-SCAN-DONE-SW PIC X VALUE "N".
           88 WS-CAL-SCAN-DONE VALUE "Y".
       01 WS-PER-FOUND-SW PIC X VALUE "N".
           88 WS-PER-FOUND VALUE "Y".

      *> The pay period this run pays, off PAYCAL.DAT.
       01 WS-PERIOD-NO      PIC 9(6) VALUE 0.
       01 WS-PERIOD-START   PIC 9(8) VALUE 0.
       01 WS-PERIOD-END     PIC 9(8) VALUE 0.

       01 WS-RATE-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-RATE-FILE-OPEN VALUE "Y".
           88 WS-RATE-SCAN-DONE VALUE "Y".

       01 WS-WORK-DATE    PIC 9(8) VALUE 0.
       01 WS-NOT-EMPLOYED-REASON PIC X(24) VALUE SPACES.
       01 WS-DATED-RATE   PIC 9(3)V99 VALUE 0.
       01 WS-CARD-DOLLARS PIC 9(6)V99 VALUE 0.

       01 WS-LAST-CHECK-NO PIC 9(6) VALUE 0.

       01 WS-DEP-EOF-SW PIC X VALUE "N".
           88 WS-DEP-EOF VALUE "Y".

       01 WS-PAY-BY-DEPOSIT-SW PIC X VALUE "N".
           88 WS-PAY-BY-DEPOSIT VALUE "Y".

       01 WS-LAST-ADVICE-NO PIC 9(6) VALUE 0.

      *> Advice numbers above this one were issued by this run; those
      *> are the deposits the ACH file is built from.
       01 WS-RUN-START-ADVICE-NO PIC 9(6) VALUE 0.

       01 PayCheck PIC 9(6)V99 VALUE ZEROS.

      *> Hours are priced card by card at the dated rate, so the
      *> table carries the straight-time dollars already earned plus
      *> the rate in effect on the latest work date, which is the
      *> rate the overtime premium pays at. On a restart it also
      *> marks who the interrupted run finished paying, and what
      *> with, off their checkpoints.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES.
               10 WS-ACC-ACTIVE-SW     PIC X.
               10 WS-ACC-RATE          PIC 9(3)V99.
               10 WS-ACC-DOLLARS       PIC 9(6)V99.
               10 WS-ACC-LAST-DATE     PIC 9(8).
               10 WS-ACC-PAID-SW       PIC X.
               10 WS-ACC-PAID-METHOD   PIC X.
               10 WS-ACC-PAID-DOC-NO   PIC 9(6).
               10 WS-ACC-PAID-GROSS    PIC 9(6)V99.
               10 WS-ACC-PAID-DEDUCT   PIC 9(6)V99.
               10 WS-ACC-PAID-NET      PIC 9(6)V99.

       01 WS-PAY-SUB           PIC 9(4).
       01 WS-PAY-IDENT         PIC 9(3).
       01 WS-STATE-TAX-TRUNC-DISPLAY PIC ZZZ,ZZ9.99.
       01 WS-NET-PAY-DISPLAY         PIC ZZZ,ZZ9.99.

      *> The date the pay is dated, the pay period's check date.
      *> Every tax table, and the FICA wage base and rate, is the one
      *> in effect on this date.
       01 WS-CHECK-DATE        PIC 9(8) VALUE 0.

      *> How often this payroll pays, from the pay period; it picks
      *> which frequency of withholding table applies (see
      *> TAXREC.cpy).
       01 WS-PAY-FREQUENCY     PIC X VALUE "W".

       01 WS-FICA-TAX-RATE     PIC V9999   VALUE 0.
       01 WS-FICA-WAGE-BASE    PIC 9(7)V99 VALUE 0.
       01 WS-FICA-WAGES        PIC 9(6)V99.

       01 WS-TAX-TABLE-FOUND-SW PIC X VALUE "N".
           88 WS-TAX-TABLE-FOUND VALUE "Y".
       01 WS-TAX-SCAN-DONE-SW PIC X VALUE "N".
           88 WS-TAX-SCAN-DONE VALUE "Y".

       01 WS-TAX-WANTED.
           05 WS-TAX-WANTED-TYPE      PIC X.
           05 WS-TAX-WANTED-STATE     PIC XX.
           05 WS-TAX-WANTED-STATUS    PIC X.
           05 WS-TAX-WANTED-FREQUENCY PIC X.
       01 WS-TAX-FOUND-DATE    PIC 9(8) VALUE 0.
       01 WS-FED-TABLE-DATE    PIC 9(8) VALUE 0.
       01 WS-STATE-TABLE-DATE  PIC 9(8) VALUE 0.

      *> The withholding profile from the master, with the defaults
      *> for a profile never filled in: single, no allowances, no
      *> extra withholding.
       01 WS-FILING-STATUS     PIC X.
       01 WS-ALLOWANCES        PIC 99.
       01 WS-EXTRA-WITHHOLD    PIC 9(4)V99.
       01 WS-STATE-CODE        PIC XX.

       01 WS-ALLOWANCE-TOTAL   PIC 9(7)V99.
       01 WS-TAXABLE-WAGES     PIC 9(6)V99.
       01 WS-BRACKET-SUB       PIC 99.
       01 WS-BRACKET-USED      PIC 99.
       01 WS-BRACKET-TAX       PIC 9(6)V99.
       01 WS-BRACKET-TAX-TRUNC PIC 9(6)V99.

       01 WS-EXTRA-WITHHOLD-DISPLAY PIC Z,ZZ9.99.
       01 WS-STATE-TABLE-DISPLAY    PIC X(8).

       01 WS-EMP-COUNT         PIC 9(5)    VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(5)    VALUE 0.
       01 WS-GRAND-GROSS       PIC 9(8)V99 VALUE 0.
       01 WS-GRAND-DEDUCTIONS-DISPLAY  PIC ZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-NET-DISPLAY         PIC ZZ,ZZZ,ZZ9.99.

       01 WS-CHECK-COUNT       PIC 9(5)    VALUE 0.
       01 WS-DEPOSIT-COUNT     PIC 9(5)    VALUE 0.
       01 WS-CHECK-TOTAL       PIC 9(8)V99 VALUE 0.
       01 WS-DEPOSIT-TOTAL     PIC 9(8)V99 VALUE 0.
       01 WS-CASH-TOTAL        PIC 9(8)V99 VALUE 0.

       01 WS-CHECK-TOTAL-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DEPOSIT-TOTAL-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.
       01 WS-CASH-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZ9.99.

       01 WS-ACH-ENTRY-COUNT   PIC 9(6)     VALUE 0.
       01 WS-ACH-RECORD-COUNT  PIC 9(6)     VALUE 0.
       01 WS-ACH-BLOCK-COUNT   PIC 9(6)     VALUE 0.
       01 WS-ACH-HASH-TOTAL    PIC 9(12)    VALUE 0.
       01 WS-ACH-CREDIT-TOTAL  PIC 9(10)V99 VALUE 0.
       01 WS-ACH-BATCH-NO      PIC 9(7)     VALUE 1.
       01 WS-ACH-ROUTING       PIC 9(9)     VALUE 0.
       01 WS-ACH-ROUTING-PARTS REDEFINES WS-ACH-ROUTING.
           05 WS-ACH-RDFI          PIC 9(8).
           05 WS-ACH-CHECK-DIGIT   PIC 9.

       COPY DATEWS.
       COPY RUNWS.
       COPY GLACCTS.
       COPY ACHCTL.

       01 WS-TT-RATE-DISPLAY   PIC ZZ9.99.
       01 WS-AUTH-RATE-DISPLAY PIC ZZ9.99.
       01 WS-YTD-STATE-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-YTD-NET-DISPLAY         PIC ZZ,ZZZ,ZZ9.99.

       01 WS-PAID-DOC-TYPE       PIC X(6).
       01 WS-PAID-DEDUCT-DISPLAY PIC ZZZ,ZZ9.99.

       01 WS-STUB-LINE      PIC X(132).
       01 WS-HEADER-LINE    PIC X(132).
       01 WS-DETAIL-LINE    PIC X(132).
       PERFORM GET-CURRENT-DATE
       MOVE "PAYROLL" TO WS-RUN-PROGRAM
       MOVE SPACES TO WS-RUN-PREDECESSOR
       PERFORM CLEAR-EMPLOYEE-ENTRY
           VARYING WS-PAY-SUB FROM 1 BY 1 UNTIL WS-PAY-SUB > 999
       PERFORM CHECK-FOR-INTERRUPTED-RUN
       IF WS-RECOVER-BACK-OUT
           PERFORM BACK-OUT-RUN
       END-IF
       IF WS-PAY-RUN
           PERFORM RUN-CONTROL-STARTUP
       END-IF
       IF WS-PAY-RUN AND NOT WS-RUN-BLOCKED
           IF WS-RESTART
               PERFORM TRIM-TO-LAST-CHECKPOINT
           END-IF
           PERFORM OPEN-FILES
           IF WS-RESTART AND NOT WS-EOF
               PERFORM RESTORE-IN-FLIGHT-EMPLOYEE
           END-IF
           IF NOT WS-EOF
               IF WS-RESTART
                   PERFORM FIND-RESTART-PERIOD
               ELSE
                   PERFORM FIND-OPEN-PERIOD
               END-IF
           END-IF
           PERFORM WRITE-REGISTER-HEADER
           PERFORM WRITE-REJECTS-HEADER
           IF NOT WS-EOF
               PERFORM LOAD-WAGE-BASE
           END-IF
           IF NOT WS-EOF
               PERFORM READ-TRANSACTION
           END-IF
           PERFORM ACCUMULATE-TRANSACTION UNTIL WS-EOF
           PERFORM WRITE-BEGIN-CHECKPOINT
           IF WS-RUN-END-STATUS = "C"
               PERFORM PAY-EMPLOYEE
                   VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > 999 OR WS-RUN-END-STATUS = "R"
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           PERFORM CLOSE-FILES
           IF WS-RUN-END-STATUS = "C"
               PERFORM BUILD-ACH-FILE
           ELSE
               PERFORM EMPTY-ACH-FILE
           END-IF
           PERFORM CLOSE-PAY-PERIOD
           PERFORM DISCARD-CHECKPOINTS
           MOVE WS-EMP-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-FINALIZE
       END-IF
           MOVE ZERO TO WS-ACC-HOURS (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-RATE (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-DOLLARS (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-LAST-DATE (WS-PAY-SUB)
           MOVE "N" TO WS-ACC-PAID-SW (WS-PAY-SUB)
           MOVE SPACE TO WS-ACC-PAID-METHOD (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-PAID-DOC-NO (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-PAID-GROSS (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-PAID-DEDUCT (WS-PAY-SUB)
           MOVE ZERO TO WS-ACC-PAID-NET (WS-PAY-SUB).

       COPY GETDATE.

               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAX-FILE-STATUS NOT = "00"
               DISPLAY "No tax table found - nothing can be paid"
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           OPEN I-O PAY-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CAL-FILE-OPEN-SW
           ELSE
               DISPLAY "No pay calendar found - nothing can be paid"
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           OPEN I-O PERIOD-HISTORY-FILE
           IF WS-PER-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-HISTORY-FILE
               CLOSE PERIOD-HISTORY-FILE
               OPEN I-O PERIOD-HISTORY-FILE
           END-IF
           OPEN INPUT PAY-RATE-HISTORY-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-RATE-FILE-OPEN-SW
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           PERFORM LOAD-LAST-ADVICE-NUMBER
           IF WS-RESTART
               MOVE KB-ADVICE-NO TO WS-RUN-START-ADVICE-NO
           END-IF
           OPEN EXTEND DEPOSIT-REGISTER-FILE
           IF WS-DEP-STATUS = "35"
               OPEN OUTPUT DEPOSIT-REGISTER-FILE
           END-IF
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPOSIT-REGISTER-FILE STATUS "
                   WS-DEP-STATUS
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           IF WS-RESTART
               OPEN EXTEND PAY-STUB-FILE
               IF WS-STUB-STATUS = "35"
                   OPEN OUTPUT PAY-STUB-FILE
               END-IF
           ELSE
               OPEN OUTPUT PAY-STUB-FILE
           END-IF
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-STUB-FILE STATUS "
                   WS-STUB-STATUS
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           IF WS-RESTART
               OPEN EXTEND PAYROLL-DETAIL-FILE
               IF WS-DTL-STATUS = "35"
                   OPEN OUTPUT PAYROLL-DETAIL-FILE
               END-IF
           ELSE
               OPEN OUTPUT PAYROLL-DETAIL-FILE
           END-IF
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL-DETAIL-FILE STATUS "
                   WS-DTL-STATUS
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           PERFORM COUNT-SIGNED-TRANSACTIONS
           OPEN EXTEND SIGNED-TRANSACTION-FILE
           IF WS-SIGN-STATUS = "35"
               OPEN OUTPUT SIGNED-TRANSACTION-FILE
      *> number picks up after the highest one already on file.
       LOAD-LAST-CHECK-NUMBER.
           MOVE ZERO TO WS-LAST-CHECK-NO
           MOVE ZERO TO WS-CHK-RECORDS
           MOVE "N" TO WS-CHK-EOF-SW
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHK-STATUS = "00"
           END-READ.

       NOTE-LAST-CHECK-NUMBER.
           ADD 1 TO WS-CHK-RECORDS
           IF CK-CHECK-NO > WS-LAST-CHECK-NO
               MOVE CK-CHECK-NO TO WS-LAST-CHECK-NO
           END-IF
           PERFORM READ-CHECK-REGISTER.

      *> The deposit register is extended the same way, with its own
      *> advice-number sequence.
       LOAD-LAST-ADVICE-NUMBER.
           MOVE ZERO TO WS-LAST-ADVICE-NO
           MOVE ZERO TO WS-DEP-RECORDS
           MOVE "N" TO WS-DEP-EOF-SW
           OPEN INPUT DEPOSIT-REGISTER-FILE
           IF WS-DEP-STATUS = "00"
               PERFORM READ-DEPOSIT-REGISTER
               PERFORM NOTE-LAST-ADVICE-NUMBER UNTIL WS-DEP-EOF
               CLOSE DEPOSIT-REGISTER-FILE
           END-IF
           MOVE WS-LAST-ADVICE-NO TO WS-RUN-START-ADVICE-NO.

       READ-DEPOSIT-REGISTER.
           READ DEPOSIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-DEP-EOF-SW
           END-READ.

       NOTE-LAST-ADVICE-NUMBER.
           ADD 1 TO WS-DEP-RECORDS
           IF DP-ADVICE-NO > WS-LAST-ADVICE-NO
               MOVE DP-ADVICE-NO TO WS-LAST-ADVICE-NO
           END-IF
           PERFORM READ-DEPOSIT-REGISTER.

      *> SIGNTRAN.DAT is extended too, and other jobs add to it, so
      *> its size going in is counted rather than assumed.
       COUNT-SIGNED-TRANSACTIONS.
           MOVE ZERO TO WS-SIGN-RECORDS
           MOVE "N" TO WS-SIGN-EOF-SW
           OPEN INPUT SIGNED-TRANSACTION-FILE
           IF WS-SIGN-STATUS = "00"
               PERFORM READ-SIGNED-TRANSACTION
               PERFORM NOTE-SIGNED-TRANSACTION UNTIL WS-SIGN-EOF
               CLOSE SIGNED-TRANSACTION-FILE
           END-IF.

       READ-SIGNED-TRANSACTION.
           READ SIGNED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-SIGN-EOF-SW
           END-READ.

       NOTE-SIGNED-TRANSACTION.
           ADD 1 TO WS-SIGN-RECORDS
           PERFORM READ-SIGNED-TRANSACTION.

      *> The run pays the earliest period on the calendar still open.
      *> Its last day has to have been reached, or hours still to be
      *> worked in it would never be paid once it closes. A night
      *> with no period due pays nothing but still completes, so the
      *> customer jobs that follow PAYROLL run as usual.
       FIND-OPEN-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE "N" TO WS-CAL-SCAN-DONE-SW
           MOVE ZERO TO PC-PERIOD-NO
           START PAY-CALENDAR-FILE
                   KEY IS NOT LESS THAN PC-PERIOD-NO
               INVALID KEY
                   MOVE "Y" TO WS-CAL-SCAN-DONE-SW
           END-START
           PERFORM SCAN-PAY-CALENDAR UNTIL WS-CAL-SCAN-DONE
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-FOUND
                   DISPLAY "No open pay period on the calendar - "
                       "nothing paid"
                   MOVE "Y" TO WS-EOF-SW
               WHEN WS-RUN-BUSINESS-DATE < PC-END-DATE
                   DISPLAY "Pay period " PC-PERIOD-NO
                       " does not end until " PC-END-DATE
                       " - nothing paid"
                   MOVE "N" TO WS-PERIOD-FOUND-SW
                   MOVE "Y" TO WS-EOF-SW
               WHEN OTHER
                   PERFORM SET-PAY-PERIOD
           END-EVALUATE.

       SET-PAY-PERIOD.
           MOVE PC-PERIOD-NO TO WS-PERIOD-NO
           MOVE PC-START-DATE TO WS-PERIOD-START
           MOVE PC-END-DATE TO WS-PERIOD-END
           MOVE PC-CHECK-DATE TO WS-CHECK-DATE
           MOVE PC-PAY-FREQUENCY TO WS-PAY-FREQUENCY
           DISPLAY "Paying period " WS-PERIOD-NO " "
               WS-PERIOD-START " to " WS-PERIOD-END
               " check date " WS-CHECK-DATE.

      *> A restart finishes the period the interrupted run was paying.
      *> That run may have got as far as closing it, in which case it
      *> was closed on this business date; a period closed any other
      *> day was paid by some other run and is not paid again.
       FIND-RESTART-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE KB-PERIOD-NO TO PC-PERIOD-NO
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "Pay period " KB-PERIOD-NO
                       " is no longer on the calendar - back the "
                       "run out instead"
                   MOVE "Y" TO WS-EOF-SW
                   MOVE "R" TO WS-RUN-END-STATUS
               NOT INVALID KEY
                   IF PC-OPEN
                       OR (PC-CLOSED
                           AND PC-CLOSE-DATE = WS-RUN-BUSINESS-DATE)
                       MOVE "Y" TO WS-PERIOD-FOUND-SW
                       PERFORM SET-PAY-PERIOD
                   ELSE
                       DISPLAY "Pay period " KB-PERIOD-NO
                           " was closed on " PC-CLOSE-DATE
                           " - back the run out instead"
                       MOVE "Y" TO WS-EOF-SW
                       MOVE "R" TO WS-RUN-END-STATUS
                   END-IF
           END-READ.

       SCAN-PAY-CALENDAR.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAL-SCAN-DONE-SW
               NOT AT END
                   IF PC-OPEN
                       MOVE "Y" TO WS-PERIOD-FOUND-SW
                       MOVE "Y" TO WS-CAL-SCAN-DONE-SW
                   END-IF
           END-READ.

      *> Only a run that finished clean closes its period; one that
      *> stopped short leaves it open to be paid again.
       CLOSE-PAY-PERIOD.
           IF WS-CAL-FILE-OPEN
               IF WS-PERIOD-FOUND AND WS-RUN-END-STATUS = "C"
                   MOVE WS-PERIOD-NO TO PC-PERIOD-NO
                   READ PAY-CALENDAR-FILE
                       INVALID KEY
                           DISPLAY "ERROR READING PAYCAL PERIOD "
                               WS-PERIOD-NO " STATUS "
                               WS-CAL-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "C" TO PC-STATUS
                           MOVE WS-RUN-BUSINESS-DATE TO PC-CLOSE-DATE
                           REWRITE PAY-CALENDAR-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR CLOSING PAYCAL "
                                       "PERIOD " WS-PERIOD-NO
                                       " STATUS " WS-CAL-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Pay period " WS-PERIOD-NO
                                       " closed"
                           END-REWRITE
                   END-READ
               END-IF
               CLOSE PAY-CALENDAR-FILE
           END-IF.

      *> With no FICA wage base in effect on the check date nobody's
      *> FICA can be worked out, so nothing is paid.
       LOAD-WAGE-BASE.
           MOVE "W" TO WS-TAX-WANTED-TYPE
           MOVE SPACES TO WS-TAX-WANTED-STATE
           MOVE SPACE TO WS-TAX-WANTED-STATUS
           MOVE SPACE TO WS-TAX-WANTED-FREQUENCY
           PERFORM FIND-TAX-TABLE
           IF WS-TAX-TABLE-FOUND
               MOVE TX-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE
               MOVE TX-FICA-RATE TO WS-FICA-TAX-RATE
           ELSE
               MOVE SPACES TO WS-REJECT-LINE
               STRING "NO FICA WAGE BASE IN EFFECT ON " DELIMITED BY
                   SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   " - NOTHING PAID" DELIMITED BY SIZE
                   INTO WS-REJECT-LINE
               WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
               PERFORM CHECK-REJ-STATUS
               DISPLAY WS-REJECT-LINE
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF.

      *> Tables for one type, state, status and frequency sit in
      *> effective-date order, so, as with the dated rates, the scan
      *> keeps the last one dated on or before the check date. The
      *> scan reads one record past it, so the table found is read
      *> back by its key before anyone uses it.
       FIND-TAX-TABLE.
           MOVE "N" TO WS-TAX-TABLE-FOUND-SW
           MOVE "N" TO WS-TAX-SCAN-DONE-SW
           MOVE WS-TAX-WANTED-TYPE TO TX-TABLE-TYPE
           MOVE WS-TAX-WANTED-STATE TO TX-STATE-CODE
           MOVE WS-TAX-WANTED-STATUS TO TX-FILING-STATUS
           MOVE WS-TAX-WANTED-FREQUENCY TO TX-PAY-FREQUENCY
           MOVE ZERO TO TX-EFF-DATE
           START TAX-TABLE-FILE
                   KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TAX-SCAN-DONE-SW
           END-START
           PERFORM SCAN-TAX-TABLE UNTIL WS-TAX-SCAN-DONE
           IF WS-TAX-TABLE-FOUND
               MOVE WS-TAX-WANTED-TYPE TO TX-TABLE-TYPE
               MOVE WS-TAX-WANTED-STATE TO TX-STATE-CODE
               MOVE WS-TAX-WANTED-STATUS TO TX-FILING-STATUS
               MOVE WS-TAX-WANTED-FREQUENCY TO TX-PAY-FREQUENCY
               MOVE WS-TAX-FOUND-DATE TO TX-EFF-DATE
               READ TAX-TABLE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TAX-TABLE-FOUND-SW
               END-READ
           END-IF.

       SCAN-TAX-TABLE.
           READ TAX-TABLE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TAX-SCAN-DONE-SW
               NOT AT END
                   IF TX-TABLE-TYPE NOT = WS-TAX-WANTED-TYPE
                       OR TX-STATE-CODE NOT = WS-TAX-WANTED-STATE
                       OR TX-FILING-STATUS NOT = WS-TAX-WANTED-STATUS
                       OR TX-PAY-FREQUENCY
                           NOT = WS-TAX-WANTED-FREQUENCY
                       OR TX-EFF-DATE > WS-CHECK-DATE
                       MOVE "Y" TO WS-TAX-SCAN-DONE-SW
                   ELSE
                       MOVE "Y" TO WS-TAX-TABLE-FOUND-SW
                       MOVE TX-EFF-DATE TO WS-TAX-FOUND-DATE
                   END-IF
           END-READ.

       READ-TRANSACTION.
           READ TIME-TRANSACTION-FILE
               AT END
               INTO WS-HEADER-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REG-STATUS
           IF WS-PERIOD-FOUND
               MOVE SPACES TO WS-HEADER-LINE
               STRING "PAY PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-NO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PERIOD-START DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   "  CHECK DATE " DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   "  FREQUENCY " DELIMITED BY SIZE
                   WS-PAY-FREQUENCY DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
               PERFORM CHECK-REG-STATUS
               IF WS-RESTART
                   MOVE SPACES TO WS-HEADER-LINE
                   STRING "RESTART OF INTERRUPTED RUN - "
                       DELIMITED BY SIZE
                       WS-PAID-BEFORE-COUNT DELIMITED BY SIZE
                       " EMPLOYEES PAID BEFORE THE RESTART"
                       DELIMITED BY SIZE
                       INTO WS-HEADER-LINE
                   WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
                   PERFORM CHECK-REG-STATUS
               END-IF
           ELSE
               MOVE SPACES TO WS-HEADER-LINE
               MOVE "NO PAY PERIOD DUE - NOTHING PAID" TO
                   WS-HEADER-LINE
               WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
               PERFORM CHECK-REG-STATUS
           END-IF
           MOVE SPACES TO WS-HEADER-LINE
           STRING "IDENT  REG HRS   OT HRS   OT PREM    GROSS PAY"
               DELIMITED BY SIZE
               "  FED TAX  FICA  STATE  NET PAY" DELIMITED BY SIZE
               "    W-4   FED TABLE  STATE TABLE" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REG-STATUS.
               DISPLAY WS-REJECT-LINE
           END-IF.

      *> A card with no work date cannot be placed in any period; it
      *> is taken to belong to the one being paid and priced at its
      *> last day.
       SET-WORK-DATE.
           IF TT-WORK-DATE IS NUMERIC AND TT-WORK-DATE > ZERO
               MOVE TT-WORK-DATE TO WS-WORK-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-WORK-DATE
               MOVE SPACES TO WS-REJECT-LINE
               STRING "MISSING WORK DATE IDENT " DELIMITED BY SIZE
                   TT-IDENT DELIMITED BY SIZE
                   " - PRICED AT PERIOD END" DELIMITED BY SIZE
                   INTO WS-REJECT-LINE
               WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
               PERFORM CHECK-REJ-STATUS
               PERFORM REJECT-UNKNOWN-IDENT
           ELSE
               PERFORM SET-WORK-DATE
               IF WS-WORK-DATE < WS-PERIOD-START
                   OR WS-WORK-DATE > WS-PERIOD-END
                   PERFORM REJECT-OUT-OF-PERIOD
               ELSE
                   PERFORM CHECK-EMPLOYMENT-DATES
                   IF WS-NOT-EMPLOYED-REASON NOT = SPACES
                       PERFORM REJECT-NOT-EMPLOYED
                   ELSE
                       PERFORM PRICE-TRANSACTION
                   END-IF
               END-IF
           END-IF
           PERFORM READ-TRANSACTION.

       PRICE-TRANSACTION.
           PERFORM LOOK-UP-DATED-RATE
           PERFORM CHECK-RATE-MISMATCH
           MOVE "Y" TO WS-ACC-ACTIVE-SW (TT-IDENT)
           ADD TT-HOURS TO WS-ACC-HOURS (TT-IDENT)
           COMPUTE WS-CARD-DOLLARS ROUNDED =
               TT-HOURS * WS-DATED-RATE
           ADD WS-CARD-DOLLARS TO WS-ACC-DOLLARS (TT-IDENT)
           IF WS-WORK-DATE >= WS-ACC-LAST-DATE (TT-IDENT)
               MOVE WS-WORK-DATE TO WS-ACC-LAST-DATE (TT-IDENT)
               MOVE WS-DATED-RATE TO WS-ACC-RATE (TT-IDENT)
           END-IF.

      *> Only hours worked while on the payroll are paid. Hours from
      *> before a termination still go on the final check, and hours
      *> from an earlier employment still pay after a rehire; hours
      *> after a termination, on a day of leave, or between a
      *> termination and the rehire that followed it do not. Zero
      *> dates mean none on file.
       CHECK-EMPLOYMENT-DATES.
           MOVE SPACES TO WS-NOT-EMPLOYED-REASON
           EVALUATE TRUE
               WHEN EM-TERMINATED
                       AND WS-WORK-DATE > EM-TERM-DATE
                   MOVE "AFTER TERMINATION DATE" TO
                       WS-NOT-EMPLOYED-REASON
               WHEN EM-LEAVE-START > ZERO
                       AND WS-WORK-DATE NOT < EM-LEAVE-START
                       AND (EM-LEAVE-END = ZERO
                           OR WS-WORK-DATE < EM-LEAVE-END)
                   MOVE "DURING LEAVE OF ABSENCE" TO
                       WS-NOT-EMPLOYED-REASON
               WHEN WS-WORK-DATE < EM-HIRE-DATE
                       AND NOT (EM-TERM-DATE NOT = ZERO
                           AND EM-TERM-DATE < EM-HIRE-DATE
                           AND WS-WORK-DATE NOT > EM-TERM-DATE)
                   MOVE "BEFORE HIRE DATE" TO WS-NOT-EMPLOYED-REASON
           END-EVALUATE.

       REJECT-NOT-EMPLOYED.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING "REJECTED - WORK DATE " DELIMITED BY SIZE
               WS-WORK-DATE DELIMITED BY SIZE
               " IDENT " DELIMITED BY SIZE
               TT-IDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOT-EMPLOYED-REASON DELIMITED BY "  "
               " - NOT PAID" DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
           PERFORM CHECK-REJ-STATUS.

      *> Hours worked in another period belong to that period's
      *> payroll, open or closed; they are never priced in this one.
       REJECT-OUT-OF-PERIOD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING "REJECTED - WORK DATE " DELIMITED BY SIZE
               WS-WORK-DATE DELIMITED BY SIZE
               " IDENT " DELIMITED BY SIZE
               TT-IDENT DELIMITED BY SIZE
               " OUTSIDE PAY PERIOD " DELIMITED BY SIZE
               WS-PERIOD-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               " - NOT PAID" DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
           PERFORM CHECK-REJ-STATUS.

      *> An employee the interrupted run finished paying is not paid
      *> again on a restart; they are carried into the register and
      *> its totals as they were paid.
       PAY-EMPLOYEE.
           IF WS-ACC-PAID-SW (WS-PAY-SUB) = "Y"
               PERFORM REPORT-PAID-BEFORE-RESTART
           ELSE
               IF WS-ACC-ACTIVE-SW (WS-PAY-SUB) = "Y"
                   PERFORM COMPUTE-PAYCHECK
               END-IF
           END-IF.

       REPORT-PAID-BEFORE-RESTART.
           MOVE WS-PAY-SUB TO WS-PAY-IDENT
           MOVE WS-ACC-PAID-GROSS (WS-PAY-SUB) TO WS-GROSS-PAY-DISPLAY
           MOVE WS-ACC-PAID-DEDUCT (WS-PAY-SUB)
               TO WS-PAID-DEDUCT-DISPLAY
           MOVE WS-ACC-PAID-NET (WS-PAY-SUB) TO WS-NET-PAY-DISPLAY
           IF WS-ACC-PAID-METHOD (WS-PAY-SUB) = "D"
               MOVE "ADVICE" TO WS-PAID-DOC-TYPE
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD WS-ACC-PAID-NET (WS-PAY-SUB) TO WS-DEPOSIT-TOTAL
           ELSE
               MOVE "CHECK" TO WS-PAID-DOC-TYPE
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-ACC-PAID-NET (WS-PAY-SUB) TO WS-CHECK-TOTAL
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-PAY-IDENT DELIMITED BY SIZE
               "   PAID BEFORE RESTART  " DELIMITED BY SIZE
               WS-PAID-DOC-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACC-PAID-DOC-NO (WS-PAY-SUB) DELIMITED BY SIZE
               "  GROSS " DELIMITED BY SIZE
               WS-GROSS-PAY-DISPLAY DELIMITED BY SIZE
               "  DEDUCTIONS " DELIMITED BY SIZE
               WS-PAID-DEDUCT-DISPLAY DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-PAY-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REG-STATUS
           ADD WS-ACC-PAID-GROSS (WS-PAY-SUB) TO WS-GRAND-GROSS
           ADD WS-ACC-PAID-DEDUCT (WS-PAY-SUB) TO WS-GRAND-DEDUCTIONS
           ADD WS-ACC-PAID-NET (WS-PAY-SUB) TO WS-GRAND-NET
           ADD 1 TO WS-EMP-COUNT.

       COMPUTE-PAYCHECK.
           MOVE WS-PAY-SUB TO WS-PAY-IDENT
           MOVE WS-ACC-HOURS (WS-PAY-SUB) TO WS-TOTAL-HOURS
           COMPUTE WS-GROSS-PAY-TRUNC =
               WS-ACC-DOLLARS (WS-PAY-SUB) + WS-OT-PREMIUM-TRUNC
           MOVE PayCheck TO WS-GROSS-PAY
           PERFORM READ-PAY-EMPLOYEE
           MOVE "F" TO WS-TAX-WANTED-TYPE
           MOVE SPACES TO WS-TAX-WANTED-STATE
           MOVE WS-FILING-STATUS TO WS-TAX-WANTED-STATUS
           MOVE WS-PAY-FREQUENCY TO WS-TAX-WANTED-FREQUENCY
           PERFORM FIND-TAX-TABLE
           IF WS-TAX-TABLE-FOUND
               PERFORM ISSUE-PAY
           ELSE
               PERFORM REJECT-NO-FEDERAL-TABLE
           END-IF.

      *> The federal table was just read, so federal tax is worked
      *> out before the state lookup reuses the record area. Nothing
      *> is written for the employee until a checkpoint holding their
      *> PAYYTD and PAYPER records as they stand is safely on file.
       ISSUE-PAY.
           PERFORM COMPUTE-FEDERAL-TAX
           PERFORM COMPUTE-STATE-TAX
           PERFORM READ-YTD-RECORD
           PERFORM READ-PERIOD-HISTORY
           PERFORM WRITE-INTENT-CHECKPOINT
           IF WS-CKPT-WRITTEN
               PERFORM COMPLETE-PAY
           END-IF.

       COMPLETE-PAY.
           PERFORM COMPUTE-FICA-WAGES
           COMPUTE WS-FICA-TAX ROUNDED =
               WS-FICA-WAGES * WS-FICA-TAX-RATE
           COMPUTE WS-FICA-TAX-TRUNC =
               WS-FICA-WAGES * WS-FICA-TAX-RATE
           PERFORM CHECK-WITHHOLDING-LIMIT
           COMPUTE WS-TOTAL-DEDUCTIONS ROUNDED =
               WS-FED-TAX + WS-FICA-TAX + WS-STATE-TAX
           COMPUTE WS-NET-PAY ROUNDED =
           ADD WS-NET-PAY TO WS-GRAND-NET
           ADD 1 TO WS-EMP-COUNT
           PERFORM UPDATE-YTD-RECORD
           PERFORM UPDATE-PERIOD-HISTORY
           PERFORM SET-PAYMENT-METHOD
           IF WS-PAY-BY-DEPOSIT
               PERFORM WRITE-DEPOSIT-REGISTER
           ELSE
               PERFORM WRITE-CHECK-REGISTER
           END-IF
           PERFORM WRITE-PAY-STUB
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-PAY-DETAIL
           PERFORM WRITE-PAID-CHECKPOINT.

      *> The last employee read belongs to the last time card, not
      *> necessarily to this employee, so the master is read again
      *> for the withholding profile, the stub and the bank details.
       READ-PAY-EMPLOYEE.
           MOVE WS-PAY-IDENT TO EM-IDENT
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMP-NAME
                   MOVE SPACES TO EM-DEPT
                   MOVE "N" TO EM-DEPOSIT-SW
                   MOVE SPACE TO EM-FILING-STATUS
                   MOVE ZERO TO EM-ALLOWANCES
                   MOVE ZERO TO EM-EXTRA-WITHHOLD
                   MOVE SPACES TO EM-STATE-CODE
           END-READ
           IF EM-FILING-STATUS = "S" OR EM-FILING-STATUS = "M"
               OR EM-FILING-STATUS = "H"
               MOVE EM-FILING-STATUS TO WS-FILING-STATUS
           ELSE
               MOVE "S" TO WS-FILING-STATUS
           END-IF
           IF EM-ALLOWANCES IS NUMERIC
               MOVE EM-ALLOWANCES TO WS-ALLOWANCES
           ELSE
               MOVE ZERO TO WS-ALLOWANCES
           END-IF
           IF EM-EXTRA-WITHHOLD IS NUMERIC
               MOVE EM-EXTRA-WITHHOLD TO WS-EXTRA-WITHHOLD
           ELSE
               MOVE ZERO TO WS-EXTRA-WITHHOLD
           END-IF
           MOVE EM-STATE-CODE TO WS-STATE-CODE.

       REJECT-NO-FEDERAL-TABLE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING "REJECTED - NO FEDERAL TAX TABLE FOR STATUS "
               DELIMITED BY SIZE
               WS-FILING-STATUS DELIMITED BY SIZE
               " FREQUENCY " DELIMITED BY SIZE
               WS-PAY-FREQUENCY DELIMITED BY SIZE
               " IDENT " DELIMITED BY SIZE
               WS-PAY-IDENT DELIMITED BY SIZE
               " - NOT PAID" DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
           PERFORM CHECK-REJ-STATUS
           DISPLAY WS-REJECT-LINE.

      *> Federal tax is the bracket tax on the period's taxable wages
      *> plus whatever extra flat amount the employee asked for.
       COMPUTE-FEDERAL-TAX.
           MOVE TX-EFF-DATE TO WS-FED-TABLE-DATE
           PERFORM COMPUTE-BRACKET-TAX
           COMPUTE WS-FED-TAX = WS-BRACKET-TAX + WS-EXTRA-WITHHOLD
           COMPUTE WS-FED-TAX-TRUNC =
               WS-BRACKET-TAX-TRUNC + WS-EXTRA-WITHHOLD.

      *> A blank state code means no state tax is withheld. A state
      *> with no table in effect is withheld nothing as well, but is
      *> flagged so the table gets loaded.
       COMPUTE-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX
           MOVE ZERO TO WS-STATE-TAX-TRUNC
           MOVE ZERO TO WS-STATE-TABLE-DATE
           IF WS-STATE-CODE NOT = SPACES
               MOVE "S" TO WS-TAX-WANTED-TYPE
               MOVE WS-STATE-CODE TO WS-TAX-WANTED-STATE
               MOVE WS-FILING-STATUS TO WS-TAX-WANTED-STATUS
               MOVE WS-PAY-FREQUENCY TO WS-TAX-WANTED-FREQUENCY
               PERFORM FIND-TAX-TABLE
               IF WS-TAX-TABLE-FOUND
                   MOVE TX-EFF-DATE TO WS-STATE-TABLE-DATE
                   PERFORM COMPUTE-BRACKET-TAX
                   MOVE WS-BRACKET-TAX TO WS-STATE-TAX
                   MOVE WS-BRACKET-TAX-TRUNC TO WS-STATE-TAX-TRUNC
               ELSE
                   MOVE SPACES TO WS-REJECT-LINE
                   STRING "NO STATE TAX TABLE FOR " DELIMITED BY SIZE
                       WS-STATE-CODE DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       WS-FILING-STATUS DELIMITED BY SIZE
                       " IDENT " DELIMITED BY SIZE
                       WS-PAY-IDENT DELIMITED BY SIZE
                       " - NO STATE TAX WITHHELD" DELIMITED BY SIZE
                       INTO WS-REJECT-LINE
                   WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
                   PERFORM CHECK-REJ-STATUS
               END-IF
           END-IF.

      *> Works on the table just read: allowances come off gross to
      *> give the taxable wages, and the tax is the highest bracket
      *> the taxable wages reach, its base tax plus its rate on the
      *> wages over the bracket's start.
       COMPUTE-BRACKET-TAX.
           COMPUTE WS-ALLOWANCE-TOTAL =
               WS-ALLOWANCES * TX-ALLOWANCE-AMOUNT
           IF WS-ALLOWANCE-TOTAL >= WS-GROSS-PAY
               MOVE ZERO TO WS-TAXABLE-WAGES
           ELSE
               COMPUTE WS-TAXABLE-WAGES =
                   WS-GROSS-PAY - WS-ALLOWANCE-TOTAL
           END-IF
           MOVE 1 TO WS-BRACKET-USED
           PERFORM FIND-TAX-BRACKET
               VARYING WS-BRACKET-SUB FROM 1 BY 1
               UNTIL WS-BRACKET-SUB > TX-BRACKET-COUNT
           COMPUTE WS-BRACKET-TAX ROUNDED =
               TX-BRACKET-BASE (WS-BRACKET-USED)
               + (WS-TAXABLE-WAGES - TX-BRACKET-OVER (WS-BRACKET-USED))
               * TX-BRACKET-RATE (WS-BRACKET-USED)
           COMPUTE WS-BRACKET-TAX-TRUNC =
               TX-BRACKET-BASE (WS-BRACKET-USED)
               + (WS-TAXABLE-WAGES - TX-BRACKET-OVER (WS-BRACKET-USED))
               * TX-BRACKET-RATE (WS-BRACKET-USED).

       FIND-TAX-BRACKET.
           IF TX-BRACKET-OVER (WS-BRACKET-SUB) <= WS-TAXABLE-WAGES
               MOVE WS-BRACKET-SUB TO WS-BRACKET-USED
           END-IF.

      *> Extra withholding on a short check can ask for more than the
      *> check holds; federal tax gives way so net pay never goes
      *> below zero.
       CHECK-WITHHOLDING-LIMIT.
           IF WS-FED-TAX + WS-FICA-TAX + WS-STATE-TAX > WS-GROSS-PAY
               IF WS-FICA-TAX + WS-STATE-TAX > WS-GROSS-PAY
                   MOVE ZERO TO WS-FED-TAX
               ELSE
                   COMPUTE WS-FED-TAX =
                       WS-GROSS-PAY - WS-FICA-TAX - WS-STATE-TAX
               END-IF
               MOVE WS-FED-TAX TO WS-FED-TAX-TRUNC
               MOVE SPACES TO WS-REJECT-LINE
               STRING "WITHHOLDING EXCEEDS GROSS IDENT " DELIMITED BY
                   SIZE
                   WS-PAY-IDENT DELIMITED BY SIZE
                   " - FEDERAL TAX REDUCED" DELIMITED BY SIZE
                   INTO WS-REJECT-LINE
               WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
               PERFORM CHECK-REJ-STATUS
           END-IF.

       READ-YTD-RECORD.
           MOVE "N" TO WS-YTD-FOUND-SW
               END-WRITE
           END-IF.

      *> The period's own earnings history sits beside PAYYTD, so
      *> the period can still be reported after YTDROLL zeroes the
      *> year.
       READ-PERIOD-HISTORY.
           MOVE "N" TO WS-PER-FOUND-SW
           MOVE WS-PERIOD-NO TO PH-PERIOD-NO
           MOVE WS-PAY-IDENT TO PH-IDENT
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   MOVE WS-PERIOD-NO TO PH-PERIOD-NO
                   MOVE WS-PAY-IDENT TO PH-IDENT
                   MOVE ZERO TO PH-HOURS
                   MOVE ZERO TO PH-GROSS
                   MOVE ZERO TO PH-FED-TAX
                   MOVE ZERO TO PH-FICA-TAX
                   MOVE ZERO TO PH-STATE-TAX
                   MOVE ZERO TO PH-NET-PAY
                   MOVE ZERO TO PH-CHECK-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-PER-FOUND-SW
           END-READ.

       UPDATE-PERIOD-HISTORY.
           ADD WS-TOTAL-HOURS TO PH-HOURS
           ADD WS-GROSS-PAY TO PH-GROSS
           ADD WS-FED-TAX TO PH-FED-TAX
           ADD WS-FICA-TAX TO PH-FICA-TAX
           ADD WS-STATE-TAX TO PH-STATE-TAX
           ADD WS-NET-PAY TO PH-NET-PAY
           ADD 1 TO PH-CHECK-COUNT
           IF WS-PER-FOUND
               REWRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING PAYPER IDENT "
                           PH-IDENT " STATUS " WS-PER-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING PAYPER IDENT "
                           PH-IDENT " STATUS " WS-PER-FILE-STATUS
               END-WRITE
           END-IF.

       WRITE-CHECK-REGISTER.
           ADD 1 TO WS-LAST-CHECK-NO
           MOVE WS-LAST-CHECK-NO TO CK-CHECK-NO
           MOVE WS-PAY-IDENT TO CK-IDENT
           MOVE WS-CHECK-DATE TO CK-CHECK-DATE
           MOVE WS-NET-PAY TO CK-NET-AMOUNT
           MOVE "N" TO CK-CLEARED-SW
           MOVE ZERO TO CK-CLEAR-DATE
           MOVE "N" TO CK-VOID-SW
           MOVE ZERO TO CK-VOID-DATE
           MOVE ZERO TO CK-REISSUE-CHECK-NO
           MOVE ZERO TO CK-REPLACES-CHECK-NO
           MOVE WS-GROSS-PAY TO CK-GROSS
           MOVE WS-FED-TAX TO CK-FED-TAX
           MOVE WS-FICA-TAX TO CK-FICA-TAX
           MOVE WS-STATE-TAX TO CK-STATE-TAX
           MOVE WS-PERIOD-NO TO CK-PERIOD-NO
           WRITE CHECK-REGISTER-RECORD
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CHECK-REGISTER-FILE STATUS "
                   WS-CHK-STATUS
           ELSE
               ADD 1 TO WS-CHK-RECORDS
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.

      *> An enrolled employee is paid by direct deposit. An
      *> enrollment whose bank details have since gone bad is paid by
      *> check rather than sent to the bank to bounce.
       SET-PAYMENT-METHOD.
           MOVE "N" TO WS-PAY-BY-DEPOSIT-SW
           IF EM-DIRECT-DEPOSIT
               IF EM-BANK-ROUTING IS NUMERIC
                   AND EM-BANK-ROUTING > ZERO
                   AND EM-BANK-ACCOUNT NOT = SPACES
                   AND (EM-CHECKING OR EM-SAVINGS)
                   MOVE "Y" TO WS-PAY-BY-DEPOSIT-SW
               ELSE
                   MOVE SPACES TO WS-REJECT-LINE
                   STRING "INCOMPLETE BANK DETAILS IDENT "
                       DELIMITED BY SIZE
                       WS-PAY-IDENT DELIMITED BY SIZE
                       " - PAID BY CHECK" DELIMITED BY SIZE
                       INTO WS-REJECT-LINE
                   WRITE PAYROLL-REJECTS-RECORD FROM WS-REJECT-LINE
                   PERFORM CHECK-REJ-STATUS
               END-IF
           END-IF.

      *> The trace number the entry goes to the bank under is the
      *> originating bank's eight-digit ID followed by the advice
      *> number, so it is unique for as long as the advice numbers
      *> are.
       WRITE-DEPOSIT-REGISTER.
           ADD 1 TO WS-LAST-ADVICE-NO
           MOVE WS-LAST-ADVICE-NO TO DP-ADVICE-NO
           MOVE WS-PAY-IDENT TO DP-IDENT
           MOVE WS-CHECK-DATE TO DP-DEPOSIT-DATE
           MOVE WS-NET-PAY TO DP-NET-AMOUNT
           MOVE EM-BANK-ROUTING TO DP-BANK-ROUTING
           MOVE EM-BANK-ACCOUNT TO DP-BANK-ACCOUNT
           MOVE EM-ACCOUNT-TYPE TO DP-ACCOUNT-TYPE
           COMPUTE DP-TRACE-NO =
               WS-ACH-ODFI * 10000000 + WS-LAST-ADVICE-NO
           MOVE WS-GROSS-PAY TO DP-GROSS
           MOVE WS-FED-TAX TO DP-FED-TAX
           MOVE WS-FICA-TAX TO DP-FICA-TAX
           MOVE WS-STATE-TAX TO DP-STATE-TAX
           MOVE WS-PERIOD-NO TO DP-PERIOD-NO
           WRITE DEPOSIT-REGISTER-RECORD
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "ERROR WRITING DEPOSIT-REGISTER-FILE STATUS "
                   WS-DEP-STATUS
           ELSE
               ADD 1 TO WS-DEP-RECORDS
           END-IF
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL.

       WRITE-STUB-LINE.
           WRITE PAY-STUB-RECORD FROM WS-STUB-LINE
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAY-STUB-FILE STATUS "
                   WS-STUB-STATUS
           ELSE
               ADD 1 TO WS-STUB-RECORDS
           END-IF.

      *> One stub page per paid employee: who was paid, the check or
      *> deposit advice that paid them, the period it paid and its
      *> check date, this run's figures, and the year-to-date
      *> figures as just updated on PAYYTD.
       WRITE-PAY-STUB.
           MOVE SPACES TO WS-STUB-LINE
           IF WS-PAY-BY-DEPOSIT
               STRING "DEPOSIT ADVICE NO " DELIMITED BY SIZE
                   DP-ADVICE-NO DELIMITED BY SIZE
                   "  PAY DATE " DELIMITED BY SIZE
                   WS-CHECK-DATE(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CHECK-DATE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CHECK-DATE(1:4) DELIMITED BY SIZE
                   "  PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-NO DELIMITED BY SIZE
                   "  NON-NEGOTIABLE" DELIMITED BY SIZE
                   INTO WS-STUB-LINE
           ELSE
               STRING "PAY STATEMENT  CHECK NO " DELIMITED BY SIZE
                   CK-CHECK-NO DELIMITED BY SIZE
                   "  PAY DATE " DELIMITED BY SIZE
                   WS-CHECK-DATE(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CHECK-DATE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CHECK-DATE(1:4) DELIMITED BY SIZE
                   "  PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-NO DELIMITED BY SIZE
                   INTO WS-STUB-LINE
           END-IF
           PERFORM WRITE-STUB-LINE
           MOVE SPACES TO WS-STUB-LINE
           STRING "EMPLOYEE " DELIMITED BY SIZE
               WS-PAY-IDENT DELIMITED BY SIZE
               "  DEPT " DELIMITED BY SIZE
               EM-DEPT DELIMITED BY SIZE
               INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE WS-REG-HOURS TO WS-REG-HOURS-DISPLAY
           MOVE WS-OT-HOURS TO WS-OT-HOURS-DISPLAY
           MOVE WS-PAY-RATE TO WS-PAY-RATE-DISPLAY
               "  OT PREM " DELIMITED BY SIZE
               WS-OT-PREMIUM-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE WS-GROSS-PAY TO WS-GROSS-PAY-DISPLAY
           MOVE WS-FED-TAX TO WS-FED-TAX-DISPLAY
           MOVE WS-FICA-TAX TO WS-FICA-TAX-DISPLAY
               "  NET " DELIMITED BY SIZE
               WS-NET-PAY-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           PERFORM SET-STATE-TABLE-DISPLAY
           MOVE WS-EXTRA-WITHHOLD TO WS-EXTRA-WITHHOLD-DISPLAY
           MOVE SPACES TO WS-STUB-LINE
           STRING "WITHHOLDING  STATUS " DELIMITED BY SIZE
               WS-FILING-STATUS DELIMITED BY SIZE
               "  ALLOWANCES " DELIMITED BY SIZE
               WS-ALLOWANCES DELIMITED BY SIZE
               "  EXTRA " DELIMITED BY SIZE
               WS-EXTRA-WITHHOLD-DISPLAY DELIMITED BY SIZE
               "  FED TABLE " DELIMITED BY SIZE
               WS-FED-TABLE-DATE DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               WS-STATE-CODE DELIMITED BY SIZE
               " TABLE " DELIMITED BY SIZE
               WS-STATE-TABLE-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE YT-GROSS TO WS-YTD-GROSS-DISPLAY
           MOVE YT-FED-TAX TO WS-YTD-FED-DISPLAY
           MOVE YT-FICA-TAX TO WS-YTD-FICA-DISPLAY
               "  NET " DELIMITED BY SIZE
               WS-YTD-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           IF WS-PAY-BY-DEPOSIT
               MOVE SPACES TO WS-STUB-LINE
               IF EM-SAVINGS
                   STRING "NET PAY DEPOSITED TO SAVINGS ACCOUNT "
                       DELIMITED BY SIZE
                       DP-BANK-ACCOUNT DELIMITED BY SPACE
                       "  ROUTING " DELIMITED BY SIZE
                       DP-BANK-ROUTING DELIMITED BY SIZE
                       INTO WS-STUB-LINE
               ELSE
                   STRING "NET PAY DEPOSITED TO CHECKING ACCOUNT "
                       DELIMITED BY SIZE
                       DP-BANK-ACCOUNT DELIMITED BY SPACE
                       "  ROUTING " DELIMITED BY SIZE
                       DP-BANK-ROUTING DELIMITED BY SIZE
                       INTO WS-STUB-LINE
               END-IF
               PERFORM WRITE-STUB-LINE
           END-IF
           MOVE SPACES TO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE.

      *> One balanced set of ledger postings per paycheck: a debit for
      *> the gross wage expense and credits for each withholding
      *> liability and the net pay, so DBCRRPT's in-balance check
      *> covers payroll with no rekeying. The net pay credits cash
      *> whether it went out as a check or a direct deposit, so the
      *> day's cash credit ties to the two registers together.
      *> ST-IDENT 000 marks these as general-ledger-only postings that
      *> belong to no customer.
       WRITE-GL-POSTINGS.
           MOVE ZERO TO ST-IDENT
           MOVE WS-RUN-BUSINESS-DATE TO ST-TRAN-DATE
           MOVE WS-GROSS-PAY TO PD-GROSS
           MOVE WS-TOTAL-DEDUCTIONS TO PD-DEDUCTIONS
           MOVE WS-NET-PAY TO PD-NET
           MOVE WS-PERIOD-NO TO PD-PERIOD-NO
           WRITE PAYROLL-DETAIL-RECORD
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYROLL-DETAIL-FILE STATUS "
                   WS-DTL-STATUS
           ELSE
               ADD 1 TO WS-DTL-RECORDS
           END-IF.

       WRITE-SIGNED-TRANSACTION.
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SIGNED-TRANSACTION-FILE STATUS "
                   WS-SIGN-STATUS
           ELSE
               ADD 1 TO WS-SIGN-RECORDS
           END-IF.

       SET-STATE-TABLE-DISPLAY.
           IF WS-STATE-TABLE-DATE = ZERO
               MOVE "NONE" TO WS-STATE-TABLE-DISPLAY
           ELSE
               MOVE WS-STATE-TABLE-DATE TO WS-STATE-TABLE-DISPLAY
           END-IF.

       WRITE-EMPLOYEE-LINE.
           PERFORM SET-STATE-TABLE-DISPLAY
           MOVE WS-REG-HOURS TO WS-REG-HOURS-DISPLAY
           MOVE WS-OT-HOURS TO WS-OT-HOURS-DISPLAY
           MOVE WS-OT-PREMIUM TO WS-OT-PREMIUM-DISPLAY
               WS-STATE-TAX-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-NET-PAY-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FILING-STATUS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ALLOWANCES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FED-TABLE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATE-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TABLE-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE.

               "  NET: " DELIMITED BY SIZE
               WS-GRAND-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-TOTAL-LINE
           PERFORM WRITE-CASH-TOTAL.

      *> Net pay leaves the bank two ways; the checks written to
      *> CHKREG and the deposits written to DEPREG have to add back to
      *> the net pay total the cash postings were made for.
       WRITE-CASH-TOTAL.
           COMPUTE WS-CASH-TOTAL = WS-CHECK-TOTAL + WS-DEPOSIT-TOTAL
           MOVE WS-CHECK-TOTAL TO WS-CHECK-TOTAL-DISPLAY
           MOVE WS-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL-DISPLAY
           MOVE WS-CASH-TOTAL TO WS-CASH-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "NET PAID  CHECKS: " DELIMITED BY SIZE
               WS-CHECK-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-CHECK-TOTAL-DISPLAY DELIMITED BY SIZE
               "  DIRECT DEPOSITS: " DELIMITED BY SIZE
               WS-DEPOSIT-COUNT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               WS-DEPOSIT-TOTAL-DISPLAY DELIMITED BY SIZE
               "  TOTAL CASH: " DELIMITED BY SIZE
               WS-CASH-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REG-STATUS
           IF WS-CASH-TOTAL NOT = WS-GRAND-NET
               MOVE SPACES TO WS-TOTAL-LINE
               STRING "*** CHECKS PLUS DEPOSITS DO NOT AGREE TO NET "
                   DELIMITED BY SIZE
                   "PAY ***" DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               WRITE PAYROLL-REGISTER-RECORD FROM WS-TOTAL-LINE
               PERFORM CHECK-REG-STATUS
               DISPLAY WS-TOTAL-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
               CLOSE PAY-RATE-HISTORY-FILE
           END-IF
           CLOSE YTD-MASTER-FILE
           CLOSE PERIOD-HISTORY-FILE
           CLOSE TAX-TABLE-FILE
           CLOSE TIME-TRANSACTION-FILE
           CLOSE PAYROLL-REGISTER
           CLOSE PAYROLL-REJECTS
           CLOSE CHECK-REGISTER-FILE
           CLOSE DEPOSIT-REGISTER-FILE
           CLOSE PAY-STUB-FILE
           CLOSE SIGNED-TRANSACTION-FILE
           CLOSE PAYROLL-DETAIL-FILE.

      *> The ACH file for the bank is rebuilt from scratch every run
      *> out of the deposits this run wrote to DEPREG, so a day with
      *> no deposits leaves an empty file rather than yesterday's
      *> entries waiting to be sent again. One PPD credit batch:
      *> file header, batch header, an entry per deposit, batch
      *> control and file control, padded with all-9 records to a
      *> whole block. A run that does not complete leaves the file
      *> empty instead, so partial deposits are never sent while the
      *> checkpoints wait for a restart or back-out.
       BUILD-ACH-FILE.
           MOVE ZERO TO WS-ACH-ENTRY-COUNT
           MOVE ZERO TO WS-ACH-RECORD-COUNT
           MOVE ZERO TO WS-ACH-HASH-TOTAL
           MOVE ZERO TO WS-ACH-CREDIT-TOTAL
           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACH-FILE STATUS " WS-ACH-STATUS
               MOVE "R" TO WS-RUN-END-STATUS
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-DEP-EOF-SW
               OPEN INPUT DEPOSIT-REGISTER-FILE
               IF WS-DEP-STATUS = "00"
                   PERFORM READ-DEPOSIT-REGISTER
                   PERFORM ADD-ACH-ENTRY UNTIL WS-DEP-EOF
                   CLOSE DEPOSIT-REGISTER-FILE
               END-IF
               IF WS-ACH-ENTRY-COUNT > ZERO
                   PERFORM WRITE-ACH-BATCH-CONTROL
                   PERFORM WRITE-ACH-FILE-CONTROL
                   PERFORM WRITE-ACH-BLOCK-FILLER
                       UNTIL FUNCTION MOD (WS-ACH-RECORD-COUNT,
                                           WS-ACH-BLOCKING) = ZERO
               END-IF
               IF WS-EMP-FILE-STATUS NOT = "35"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               CLOSE ACH-FILE
               DISPLAY "ACH entries: " WS-ACH-ENTRY-COUNT
           END-IF.

       EMPTY-ACH-FILE.
           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS = "00"
               CLOSE ACH-FILE
           ELSE
               DISPLAY "ERROR EMPTYING ACH-FILE STATUS " WS-ACH-STATUS
           END-IF.

       ADD-ACH-ENTRY.
           IF DP-ADVICE-NO > WS-RUN-START-ADVICE-NO
               IF WS-ACH-ENTRY-COUNT = ZERO
                   PERFORM WRITE-ACH-FILE-HEADER
                   PERFORM WRITE-ACH-BATCH-HEADER
               END-IF
               PERFORM WRITE-ACH-ENTRY
           END-IF
           PERFORM READ-DEPOSIT-REGISTER.

       WRITE-ACH-FILE-HEADER.
           MOVE SPACES TO ACH-RECORD
           MOVE "1" TO AH-RECORD-TYPE
           MOVE "01" TO AH-PRIORITY-CODE
           MOVE WS-ACH-IMMED-DEST TO AH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIGIN TO AH-IMMED-ORIGIN
           COMPUTE AH-CREATION-DATE =
               FUNCTION MOD (WS-TODAY-YYYY, 100) * 10000
               + WS-TODAY-MM * 100
               + WS-TODAY-DD
           COMPUTE AH-CREATION-TIME = WS-TODAY-TIME / 100
           MOVE "A" TO AH-FILE-ID-MOD
           MOVE "094" TO AH-RECORD-SIZE
           MOVE WS-ACH-BLOCKING TO AH-BLOCKING-FACTOR
           MOVE "1" TO AH-FORMAT-CODE
           MOVE WS-ACH-DEST-NAME TO AH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME TO AH-ORIGIN-NAME
           PERFORM WRITE-ACH-RECORD.

      *> The deposits settle on the check date the register carries.
       WRITE-ACH-BATCH-HEADER.
           MOVE SPACES TO ACH-RECORD
           MOVE "5" TO AH-RECORD-TYPE
           MOVE WS-ACH-SERVICE-CLASS TO AB-SERVICE-CLASS
           MOVE WS-ACH-COMPANY-NAME TO AB-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO AB-COMPANY-ID
           MOVE WS-ACH-SEC-CODE TO AB-SEC-CODE
           MOVE WS-ACH-ENTRY-DESC TO AB-ENTRY-DESC
           COMPUTE AB-EFFECTIVE-DATE =
               FUNCTION MOD (DP-DEPOSIT-DATE, 1000000)
           MOVE "1" TO AB-ORIGINATOR-STAT
           MOVE WS-ACH-ODFI TO AB-ODFI
           MOVE WS-ACH-BATCH-NO TO AB-BATCH-NO
           PERFORM WRITE-ACH-RECORD.

       WRITE-ACH-ENTRY.
           MOVE DP-IDENT TO EM-IDENT
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMP-NAME
           END-READ
           MOVE DP-BANK-ROUTING TO WS-ACH-ROUTING
           MOVE SPACES TO ACH-RECORD
           MOVE "6" TO AH-RECORD-TYPE
           IF DP-ACCOUNT-TYPE = "S"
               MOVE WS-ACH-TRAN-SAVINGS TO AE-TRAN-CODE
           ELSE
               MOVE WS-ACH-TRAN-CHECKING TO AE-TRAN-CODE
           END-IF
           MOVE WS-ACH-RDFI TO AE-RDFI
           MOVE WS-ACH-CHECK-DIGIT TO AE-CHECK-DIGIT
           MOVE DP-BANK-ACCOUNT TO AE-ACCOUNT
           MOVE DP-NET-AMOUNT TO AE-AMOUNT
           MOVE DP-IDENT TO AE-INDIVIDUAL-ID
           MOVE EM-EMP-NAME TO AE-INDIVIDUAL-NAME
           MOVE ZERO TO AE-ADDENDA-IND
           MOVE DP-TRACE-NO TO AE-TRACE-NO
           PERFORM WRITE-ACH-RECORD
           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD WS-ACH-RDFI TO WS-ACH-HASH-TOTAL
           ADD DP-NET-AMOUNT TO WS-ACH-CREDIT-TOTAL.

      *> The entry hash is the sum of the receiving banks' eight-digit
      *> IDs; only its low-order ten digits go on the control records.
       WRITE-ACH-BATCH-CONTROL.
           MOVE SPACES TO ACH-RECORD
           MOVE "8" TO AH-RECORD-TYPE
           MOVE WS-ACH-SERVICE-CLASS TO AC-SERVICE-CLASS
           MOVE WS-ACH-ENTRY-COUNT TO AC-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL TO AC-ENTRY-HASH
           MOVE ZERO TO AC-TOTAL-DEBIT
           MOVE WS-ACH-CREDIT-TOTAL TO AC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID TO AC-COMPANY-ID
           MOVE WS-ACH-ODFI TO AC-ODFI
           MOVE WS-ACH-BATCH-NO TO AC-BATCH-NO
           PERFORM WRITE-ACH-RECORD.

      *> The block count takes in the file control record itself.
       WRITE-ACH-FILE-CONTROL.
           COMPUTE WS-ACH-BLOCK-COUNT =
               (WS-ACH-RECORD-COUNT + WS-ACH-BLOCKING)
               / WS-ACH-BLOCKING
           MOVE SPACES TO ACH-RECORD
           MOVE "9" TO AH-RECORD-TYPE
           MOVE 1 TO AF-BATCH-COUNT
           MOVE WS-ACH-BLOCK-COUNT TO AF-BLOCK-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO AF-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL TO AF-ENTRY-HASH
           MOVE ZERO TO AF-TOTAL-DEBIT
           MOVE WS-ACH-CREDIT-TOTAL TO AF-TOTAL-CREDIT
           PERFORM WRITE-ACH-RECORD.

       WRITE-ACH-BLOCK-FILLER.
           MOVE ALL "9" TO ACH-RECORD
           PERFORM WRITE-ACH-RECORD.

       WRITE-ACH-RECORD.
           WRITE ACH-RECORD
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACH-FILE STATUS " WS-ACH-STATUS
           END-IF
           ADD 1 TO WS-ACH-RECORD-COUNT.

      *> Restart and recovery. PAYCKPT.DAT only ever holds the run
      *> in progress (see CKPREC.cpy), so finding checkpoints on it
      *> means the last run stopped part way. Paying again from the
      *> top would pay its employees twice, so the operator either
      *> restarts it, which cuts each output file back to the last
      *> checkpoint, puts back the employee it was part way through
      *> and pays whoever is left under the next check numbers, or
      *> backs it out altogether. Left alone, PAYROLL pays nothing.
       CHECK-FOR-INTERRUPTED-RUN.
           MOVE "N" TO WS-INTERRUPTED-SW
           MOVE "N" TO WS-IN-FLIGHT-SW
           MOVE "N" TO WS-CKPT-EOF-SW
           OPEN INPUT PAY-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT
               PERFORM NOTE-CHECKPOINT UNTIL WS-CKPT-EOF
               CLOSE PAY-CHECKPOINT-FILE
           END-IF
           IF WS-INTERRUPTED-RUN
               PERFORM GET-RECOVERY-ACTION
           END-IF.

       READ-CHECKPOINT.
           READ PAY-CHECKPOINT-FILE
               AT END
                   MOVE "Y" TO WS-CKPT-EOF-SW
           END-READ.

      *> Every checkpoint carries the output file counts as they
      *> stood when it was written, so the last one read is where a
      *> restart cuts the files back to. An "I" with no "P" after it
      *> is the employee the run was part way through.
       NOTE-CHECKPOINT.
           MOVE KP-FILE-COUNTS TO WS-KEEP-COUNTS
           EVALUATE TRUE
               WHEN KP-RUN-BEGIN
                   MOVE "Y" TO WS-INTERRUPTED-SW
                   MOVE PAY-CHECKPOINT-RECORD TO WS-BEGIN-CHECKPOINT
               WHEN KP-PAY-BEGIN
                   MOVE "Y" TO WS-IN-FLIGHT-SW
                   MOVE PAY-CHECKPOINT-RECORD
                       TO WS-IN-FLIGHT-CHECKPOINT
               WHEN KP-PAY-DONE
                   MOVE "N" TO WS-IN-FLIGHT-SW
                   PERFORM NOTE-PAID-EMPLOYEE
           END-EVALUATE
           PERFORM READ-CHECKPOINT.

       NOTE-PAID-EMPLOYEE.
           IF KP-IDENT > ZERO
               IF WS-ACC-PAID-SW (KP-IDENT) NOT = "Y"
                   ADD 1 TO WS-PAID-BEFORE-COUNT
               END-IF
               MOVE "Y" TO WS-ACC-PAID-SW (KP-IDENT)
               IF KP-ADVICE-NO > ZERO
                   MOVE "D" TO WS-ACC-PAID-METHOD (KP-IDENT)
                   MOVE KP-ADVICE-NO TO WS-ACC-PAID-DOC-NO (KP-IDENT)
               ELSE
                   MOVE "C" TO WS-ACC-PAID-METHOD (KP-IDENT)
                   MOVE KP-CHECK-NO TO WS-ACC-PAID-DOC-NO (KP-IDENT)
               END-IF
               MOVE KP-GROSS TO WS-ACC-PAID-GROSS (KP-IDENT)
               MOVE KP-DEDUCTIONS TO WS-ACC-PAID-DEDUCT (KP-IDENT)
               MOVE KP-NET TO WS-ACC-PAID-NET (KP-IDENT)
           END-IF.

      *> A restart has to run on the business date it was started
      *> for, or its postings and checks would carry two dates; an
      *> interruption found on a later day can only be backed out.
       GET-RECOVERY-ACTION.
           COMPUTE WS-CURRENT-BUS-DATE =
               WS-TODAY-YYYY * 10000
               + WS-TODAY-MM * 100
               + WS-TODAY-DD
           DISPLAY "PAYROLL for business date " KB-BUSINESS-DATE
               " pay period " KB-PERIOD-NO " did not finish"
           DISPLAY "Employees it finished paying: "
               WS-PAID-BEFORE-COUNT
           IF WS-IN-FLIGHT
               DISPLAY "It stopped part way through paying ident "
                   KI-IDENT
           END-IF
           DISPLAY "Restart it (R), back it out (B) or leave it (Q): "
               WITH NO ADVANCING
           ACCEPT WS-RECOVERY-ACTION
           EVALUATE TRUE
               WHEN WS-RECOVER-RESTART
                   IF KB-BUSINESS-DATE = WS-CURRENT-BUS-DATE
                       MOVE "Y" TO WS-RESTART-SW
                       MOVE "Y" TO WS-CKPT-ACTIVE-SW
                   ELSE
                       DISPLAY "A restart has to run on business date "
                           KB-BUSINESS-DATE " - back the run out "
                           "instead"
                       MOVE "N" TO WS-PAY-RUN-SW
                   END-IF
               WHEN WS-RECOVER-BACK-OUT
                   MOVE "N" TO WS-PAY-RUN-SW
               WHEN OTHER
                   DISPLAY "PAYROLL not run - the interrupted run has "
                       "to be restarted or backed out first"
                   MOVE "N" TO WS-PAY-RUN-SW
           END-EVALUATE.

      *> The "B" checkpoint goes on file before anyone is paid, with
      *> the check and advice numbers the run starts after and the
      *> output file sizes a back-out returns to.
       WRITE-BEGIN-CHECKPOINT.
           IF NOT WS-RESTART
               AND WS-PERIOD-FOUND
               AND WS-RUN-END-STATUS = "C"
               PERFORM OPEN-CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "00"
                   PERFORM START-CHECKPOINT-RECORD
                   MOVE "B" TO KP-RECORD-TYPE
                   MOVE WS-LAST-CHECK-NO TO KP-CHECK-NO
                   MOVE WS-RUN-START-ADVICE-NO TO KP-ADVICE-NO
                   PERFORM WRITE-CHECKPOINT-RECORD
               END-IF
               IF WS-CKPT-WRITTEN
                   MOVE "Y" TO WS-CKPT-ACTIVE-SW
               END-IF
           END-IF.

       WRITE-INTENT-CHECKPOINT.
           PERFORM OPEN-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM START-CHECKPOINT-RECORD
               MOVE "I" TO KP-RECORD-TYPE
               MOVE WS-PAY-IDENT TO KP-IDENT
               MOVE WS-YTD-FOUND-SW TO KP-YTD-FOUND-SW
               MOVE YTD-MASTER-RECORD TO KP-YTD-IMAGE
               MOVE WS-PER-FOUND-SW TO KP-PER-FOUND-SW
               MOVE PERIOD-HISTORY-RECORD TO KP-PER-IMAGE
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

       WRITE-PAID-CHECKPOINT.
           PERFORM OPEN-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM START-CHECKPOINT-RECORD
               MOVE "P" TO KP-RECORD-TYPE
               MOVE WS-PAY-IDENT TO KP-IDENT
               IF WS-PAY-BY-DEPOSIT
                   MOVE DP-ADVICE-NO TO KP-ADVICE-NO
               ELSE
                   MOVE CK-CHECK-NO TO KP-CHECK-NO
               END-IF
               MOVE WS-GROSS-PAY TO KP-GROSS
               MOVE WS-TOTAL-DEDUCTIONS TO KP-DEDUCTIONS
               MOVE WS-NET-PAY TO KP-NET
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

      *> Each checkpoint is opened, written and closed on its own, the
      *> way RUNCTL.DAT is, so it is on disk before the run goes on.
      *> A checkpoint that cannot be written stops the paying, since
      *> the run could no longer be restarted from it.
       OPEN-CHECKPOINT-FILE.
           MOVE "N" TO WS-CKPT-WRITTEN-SW
           OPEN EXTEND PAY-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT PAY-CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-CHECKPOINT-FILE STATUS "
                   WS-CKPT-STATUS
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF.

       START-CHECKPOINT-RECORD.
           MOVE ZEROS TO PAY-CHECKPOINT-RECORD
           MOVE "N" TO KP-YTD-FOUND-SW
           MOVE "N" TO KP-PER-FOUND-SW
           MOVE WS-RUN-BUSINESS-DATE TO KP-BUSINESS-DATE
           MOVE WS-PERIOD-NO TO KP-PERIOD-NO
           MOVE WS-FILE-COUNTS TO KP-FILE-COUNTS.

       WRITE-CHECKPOINT-RECORD.
           WRITE PAY-CHECKPOINT-RECORD
           IF WS-CKPT-STATUS = "00"
               MOVE "Y" TO WS-CKPT-WRITTEN-SW
           ELSE
               DISPLAY "ERROR WRITING PAY-CHECKPOINT-FILE STATUS "
                   WS-CKPT-STATUS
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           CLOSE PAY-CHECKPOINT-FILE.

      *> A run that completed leaves nothing to restart.
       DISCARD-CHECKPOINTS.
           IF WS-CKPT-ACTIVE AND WS-RUN-END-STATUS = "C"
               PERFORM EMPTY-CHECKPOINT-FILE
           END-IF.

       EMPTY-CHECKPOINT-FILE.
           OPEN OUTPUT PAY-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               CLOSE PAY-CHECKPOINT-FILE
           ELSE
               DISPLAY "ERROR CLEARING PAY-CHECKPOINT-FILE STATUS "
                   WS-CKPT-STATUS
           END-IF.

      *> Output past the last checkpoint belongs to the employee the
      *> run was part way through and is cut off before the restart
      *> pays them again. A file holding fewer records than the
      *> checkpoint counts has lost output the run did finish, and
      *> the restart is refused.
       TRIM-TO-LAST-CHECKPOINT.
           MOVE "N" TO WS-TRIM-SHORT-SW
           MOVE "N" TO WS-TRIM-FAILED-SW
           PERFORM TRIM-OUTPUT-FILES
           IF WS-TRIM-SHORT OR WS-TRIM-FAILED
               DISPLAY "Output files do not agree with the last "
                   "checkpoint - back the run out instead"
               MOVE "Y" TO WS-EOF-SW
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF.

       TRIM-OUTPUT-FILES.
           MOVE WS-KEEP-CHK-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-CHECK-REGISTER
           MOVE WS-TRIM-KEPT-COUNT TO WS-CHK-RECORDS
           MOVE WS-KEEP-DEP-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-DEPOSIT-REGISTER
           MOVE WS-TRIM-KEPT-COUNT TO WS-DEP-RECORDS
           MOVE WS-KEEP-SIGN-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-SIGNED-TRANSACTIONS
           MOVE WS-TRIM-KEPT-COUNT TO WS-SIGN-RECORDS
           MOVE WS-KEEP-DTL-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-PAY-DETAIL
           MOVE WS-TRIM-KEPT-COUNT TO WS-DTL-RECORDS
           MOVE WS-KEEP-STUB-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-PAY-STUBS
           MOVE WS-TRIM-KEPT-COUNT TO WS-STUB-RECORDS.

      *> Each file is cut back by copying the records to keep out to
      *> PAYTRIM.DAT and writing the file again from that copy; a
      *> file already no longer than the checkpoint is left alone.
       TRIM-CHECK-REGISTER.
           MOVE "CHKREG.DAT" TO WS-TRIM-FILE-NAME
           MOVE ZERO TO WS-TRIM-READ-COUNT
           MOVE "Y" TO WS-TRIM-WORK-OK-SW
           MOVE "N" TO WS-CHK-EOF-SW
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHK-STATUS = "00"
               PERFORM OPEN-TRIM-WORK-OUTPUT
               PERFORM READ-CHECK-REGISTER
               PERFORM SAVE-CHECK-FOR-TRIM UNTIL WS-CHK-EOF
               CLOSE CHECK-REGISTER-FILE
               CLOSE TRIM-WORK-FILE
               IF WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND WS-TRIM-WORK-OK
                   OPEN OUTPUT CHECK-REGISTER-FILE
                   PERFORM OPEN-TRIM-WORK-INPUT
                   PERFORM PUT-BACK-CHECK UNTIL WS-TRIM-EOF
                   CLOSE CHECK-REGISTER-FILE
                   CLOSE TRIM-WORK-FILE
               END-IF
           END-IF
           PERFORM REPORT-TRIM.

       SAVE-CHECK-FOR-TRIM.
           ADD 1 TO WS-TRIM-READ-COUNT
           IF WS-TRIM-READ-COUNT NOT > WS-TRIM-KEEP-COUNT
               MOVE CHECK-REGISTER-RECORD TO TRIM-WORK-RECORD
               PERFORM WRITE-TRIM-WORK
           END-IF
           PERFORM READ-CHECK-REGISTER.

       PUT-BACK-CHECK.
           WRITE CHECK-REGISTER-RECORD FROM TRIM-WORK-RECORD
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING CHKREG.DAT STATUS "
                   WS-CHK-STATUS
           END-IF
           PERFORM READ-TRIM-WORK.

       TRIM-DEPOSIT-REGISTER.
           MOVE "DEPREG.DAT" TO WS-TRIM-FILE-NAME
           MOVE ZERO TO WS-TRIM-READ-COUNT
           MOVE "Y" TO WS-TRIM-WORK-OK-SW
           MOVE "N" TO WS-DEP-EOF-SW
           OPEN INPUT DEPOSIT-REGISTER-FILE
           IF WS-DEP-STATUS = "00"
               PERFORM OPEN-TRIM-WORK-OUTPUT
               PERFORM READ-DEPOSIT-REGISTER
               PERFORM SAVE-DEPOSIT-FOR-TRIM UNTIL WS-DEP-EOF
               CLOSE DEPOSIT-REGISTER-FILE
               CLOSE TRIM-WORK-FILE
               IF WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND WS-TRIM-WORK-OK
                   OPEN OUTPUT DEPOSIT-REGISTER-FILE
                   PERFORM OPEN-TRIM-WORK-INPUT
                   PERFORM PUT-BACK-DEPOSIT UNTIL WS-TRIM-EOF
                   CLOSE DEPOSIT-REGISTER-FILE
                   CLOSE TRIM-WORK-FILE
               END-IF
           END-IF
           PERFORM REPORT-TRIM.

       SAVE-DEPOSIT-FOR-TRIM.
           ADD 1 TO WS-TRIM-READ-COUNT
           IF WS-TRIM-READ-COUNT NOT > WS-TRIM-KEEP-COUNT
               MOVE DEPOSIT-REGISTER-RECORD TO TRIM-WORK-RECORD
               PERFORM WRITE-TRIM-WORK
           END-IF
           PERFORM READ-DEPOSIT-REGISTER.

       PUT-BACK-DEPOSIT.
           WRITE DEPOSIT-REGISTER-RECORD FROM TRIM-WORK-RECORD
           IF WS-DEP-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING DEPREG.DAT STATUS "
                   WS-DEP-STATUS
           END-IF
           PERFORM READ-TRIM-WORK.

       TRIM-SIGNED-TRANSACTIONS.
           MOVE "SIGNTRAN.DAT" TO WS-TRIM-FILE-NAME
           MOVE ZERO TO WS-TRIM-READ-COUNT
           MOVE "Y" TO WS-TRIM-WORK-OK-SW
           MOVE "N" TO WS-SIGN-EOF-SW
           OPEN INPUT SIGNED-TRANSACTION-FILE
           IF WS-SIGN-STATUS = "00"
               PERFORM OPEN-TRIM-WORK-OUTPUT
               PERFORM READ-SIGNED-TRANSACTION
               PERFORM SAVE-POSTING-FOR-TRIM UNTIL WS-SIGN-EOF
               CLOSE SIGNED-TRANSACTION-FILE
               CLOSE TRIM-WORK-FILE
               IF WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND WS-TRIM-WORK-OK
                   OPEN OUTPUT SIGNED-TRANSACTION-FILE
                   PERFORM OPEN-TRIM-WORK-INPUT
                   PERFORM PUT-BACK-POSTING UNTIL WS-TRIM-EOF
                   CLOSE SIGNED-TRANSACTION-FILE
                   CLOSE TRIM-WORK-FILE
               END-IF
           END-IF
           PERFORM REPORT-TRIM.

       SAVE-POSTING-FOR-TRIM.
           ADD 1 TO WS-TRIM-READ-COUNT
           IF WS-TRIM-READ-COUNT NOT > WS-TRIM-KEEP-COUNT
               MOVE SIGNED-TRANSACTION-RECORD TO TRIM-WORK-RECORD
               PERFORM WRITE-TRIM-WORK
           END-IF
           PERFORM READ-SIGNED-TRANSACTION.

       PUT-BACK-POSTING.
           WRITE SIGNED-TRANSACTION-RECORD FROM TRIM-WORK-RECORD
           IF WS-SIGN-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING SIGNTRAN.DAT STATUS "
                   WS-SIGN-STATUS
           END-IF
           PERFORM READ-TRIM-WORK.

       TRIM-PAY-DETAIL.
           MOVE "PAYDTL.DAT" TO WS-TRIM-FILE-NAME
           MOVE ZERO TO WS-TRIM-READ-COUNT
           MOVE "Y" TO WS-TRIM-WORK-OK-SW
           MOVE "N" TO WS-DTL-EOF-SW
           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DTL-STATUS = "00"
               PERFORM OPEN-TRIM-WORK-OUTPUT
               PERFORM READ-PAY-DETAIL
               PERFORM SAVE-DETAIL-FOR-TRIM UNTIL WS-DTL-EOF
               CLOSE PAYROLL-DETAIL-FILE
               CLOSE TRIM-WORK-FILE
               IF WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND WS-TRIM-WORK-OK
                   OPEN OUTPUT PAYROLL-DETAIL-FILE
                   PERFORM OPEN-TRIM-WORK-INPUT
                   PERFORM PUT-BACK-DETAIL UNTIL WS-TRIM-EOF
                   CLOSE PAYROLL-DETAIL-FILE
                   CLOSE TRIM-WORK-FILE
               END-IF
           END-IF
           PERFORM REPORT-TRIM.

       SAVE-DETAIL-FOR-TRIM.
           ADD 1 TO WS-TRIM-READ-COUNT
           IF WS-TRIM-READ-COUNT NOT > WS-TRIM-KEEP-COUNT
               MOVE PAYROLL-DETAIL-RECORD TO TRIM-WORK-RECORD
               PERFORM WRITE-TRIM-WORK
           END-IF
           PERFORM READ-PAY-DETAIL.

       PUT-BACK-DETAIL.
           WRITE PAYROLL-DETAIL-RECORD FROM TRIM-WORK-RECORD
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING PAYDTL.DAT STATUS "
                   WS-DTL-STATUS
           END-IF
           PERFORM READ-TRIM-WORK.

       TRIM-PAY-STUBS.
           MOVE "PAYSTUB.PRT" TO WS-TRIM-FILE-NAME
           MOVE ZERO TO WS-TRIM-READ-COUNT
           MOVE "Y" TO WS-TRIM-WORK-OK-SW
           MOVE "N" TO WS-STUB-EOF-SW
           OPEN INPUT PAY-STUB-FILE
           IF WS-STUB-STATUS = "00"
               PERFORM OPEN-TRIM-WORK-OUTPUT
               PERFORM READ-PAY-STUB
               PERFORM SAVE-STUB-FOR-TRIM UNTIL WS-STUB-EOF
               CLOSE PAY-STUB-FILE
               CLOSE TRIM-WORK-FILE
               IF WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND WS-TRIM-WORK-OK
                   OPEN OUTPUT PAY-STUB-FILE
                   PERFORM OPEN-TRIM-WORK-INPUT
                   PERFORM PUT-BACK-STUB UNTIL WS-TRIM-EOF
                   CLOSE PAY-STUB-FILE
                   CLOSE TRIM-WORK-FILE
               END-IF
           END-IF
           PERFORM REPORT-TRIM.

       SAVE-STUB-FOR-TRIM.
           ADD 1 TO WS-TRIM-READ-COUNT
           IF WS-TRIM-READ-COUNT NOT > WS-TRIM-KEEP-COUNT
               MOVE PAY-STUB-RECORD TO TRIM-WORK-RECORD
               PERFORM WRITE-TRIM-WORK
           END-IF
           PERFORM READ-PAY-STUB.

       PUT-BACK-STUB.
           WRITE PAY-STUB-RECORD FROM TRIM-WORK-RECORD
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING PAYSTUB.PRT STATUS "
                   WS-STUB-STATUS
           END-IF
           PERFORM READ-TRIM-WORK.

       READ-PAY-DETAIL.
           READ PAYROLL-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-DTL-EOF-SW
           END-READ.

       READ-PAY-STUB.
           READ PAY-STUB-FILE
               AT END
                   MOVE "Y" TO WS-STUB-EOF-SW
           END-READ.

       OPEN-TRIM-WORK-OUTPUT.
           OPEN OUTPUT TRIM-WORK-FILE
           IF WS-TRIM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRIM-WORK-FILE STATUS "
                   WS-TRIM-STATUS
               MOVE "N" TO WS-TRIM-WORK-OK-SW
           END-IF.

       WRITE-TRIM-WORK.
           IF WS-TRIM-WORK-OK
               WRITE TRIM-WORK-RECORD
               IF WS-TRIM-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING TRIM-WORK-FILE STATUS "
                       WS-TRIM-STATUS
                   MOVE "N" TO WS-TRIM-WORK-OK-SW
               END-IF
           END-IF.

       OPEN-TRIM-WORK-INPUT.
           MOVE "N" TO WS-TRIM-EOF-SW
           OPEN INPUT TRIM-WORK-FILE
           PERFORM READ-TRIM-WORK.

       READ-TRIM-WORK.
           READ TRIM-WORK-FILE
               AT END
                   MOVE "Y" TO WS-TRIM-EOF-SW
           END-READ.

       REPORT-TRIM.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-TRIM-READ-COUNT < WS-TRIM-KEEP-COUNT
                   MOVE WS-TRIM-READ-COUNT TO WS-TRIM-KEPT-COUNT
                   MOVE "Y" TO WS-TRIM-SHORT-SW
                   STRING WS-TRIM-FILE-NAME DELIMITED BY SIZE
                       " HOLDS ONLY " DELIMITED BY SIZE
                       WS-TRIM-READ-COUNT DELIMITED BY SIZE
                       " OF THE " DELIMITED BY SIZE
                       WS-TRIM-KEEP-COUNT DELIMITED BY SIZE
                       " RECORDS THE CHECKPOINT COUNTS" DELIMITED BY
                       SIZE
                       INTO WS-DETAIL-LINE
               WHEN WS-TRIM-READ-COUNT > WS-TRIM-KEEP-COUNT
                   AND NOT WS-TRIM-WORK-OK
                   MOVE WS-TRIM-READ-COUNT TO WS-TRIM-KEPT-COUNT
                   MOVE "Y" TO WS-TRIM-FAILED-SW
                   STRING WS-TRIM-FILE-NAME DELIMITED BY SIZE
                       " COULD NOT BE CUT BACK FROM " DELIMITED BY SIZE
                       WS-TRIM-READ-COUNT DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-TRIM-KEEP-COUNT DELIMITED BY SIZE
                       " RECORDS" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-TRIM-KEEP-COUNT TO WS-TRIM-KEPT-COUNT
                   STRING WS-TRIM-FILE-NAME DELIMITED BY SIZE
                       " CUT BACK FROM " DELIMITED BY SIZE
                       WS-TRIM-READ-COUNT DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-TRIM-KEEP-COUNT DELIMITED BY SIZE
                       " RECORDS" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
           END-EVALUATE
           DISPLAY WS-DETAIL-LINE
           IF WS-RECOVER-BACK-OUT
               WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-REG-STATUS
           END-IF.

       RESTORE-IN-FLIGHT-EMPLOYEE.
           IF WS-IN-FLIGHT
               PERFORM RESTORE-BEFORE-IMAGES
               DISPLAY "Ident " KI-IDENT " put back as it stood before "
                   "the interrupted run started paying it"
           END-IF.

      *> Puts an employee's PAYYTD and PAYPER records back the way
      *> the "I" checkpoint in WS-IN-FLIGHT-CHECKPOINT found them; a
      *> record the run itself added is removed again.
       RESTORE-BEFORE-IMAGES.
           IF KI-YTD-FOUND-SW = "Y"
               MOVE KI-YTD-IMAGE TO YTD-MASTER-RECORD
               REWRITE YTD-MASTER-RECORD
                   INVALID KEY
                       WRITE YTD-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR RESTORING PAYYTD IDENT "
                                   YT-IDENT " STATUS "
                                   WS-YTD-FILE-STATUS
                       END-WRITE
               END-REWRITE
           ELSE
               MOVE KI-IDENT TO YT-IDENT
               DELETE YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF KI-PER-FOUND-SW = "Y"
               MOVE KI-PER-IMAGE TO PERIOD-HISTORY-RECORD
               REWRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       WRITE PERIOD-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "ERROR RESTORING PAYPER IDENT "
                                   PH-IDENT " STATUS "
                                   WS-PER-FILE-STATUS
                       END-WRITE
               END-REWRITE
           ELSE
               MOVE KI-PERIOD-NO TO PH-PERIOD-NO
               MOVE KI-IDENT TO PH-IDENT
               DELETE PERIOD-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           ADD 1 TO WS-RESTORED-COUNT.

      *> Takes the interrupted run off every file it wrote: each
      *> employee it started on gets their PAYYTD and PAYPER records
      *> back, CHKREG, DEPREG, SIGNTRAN, PAYDTL and the stubs are cut
      *> back to where they stood when it began, the ACH file and
      *> reject listing it may have left are emptied, and a period it
      *> got as far as closing is opened again. The register is
      *> written as a listing of what was backed out, and RUNCTL gets
      *> a "B" end record for the run's business date so the run no
      *> longer shows as unfinished.
       BACK-OUT-RUN.
           DISPLAY "Backing out PAYROLL for business date "
               KB-BUSINESS-DATE
           OPEN OUTPUT PAYROLL-REGISTER
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL-REGISTER STATUS "
                   WS-REG-STATUS
           END-IF
           PERFORM WRITE-BACK-OUT-HEADER
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           OPEN I-O PERIOD-HISTORY-FILE
           IF WS-PER-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-HISTORY-FILE
               CLOSE PERIOD-HISTORY-FILE
               OPEN I-O PERIOD-HISTORY-FILE
           END-IF
           MOVE ZERO TO WS-RESTORED-COUNT
           MOVE "N" TO WS-CKPT-EOF-SW
           OPEN INPUT PAY-CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT
               PERFORM BACK-OUT-CHECKPOINT UNTIL WS-CKPT-EOF
               CLOSE PAY-CHECKPOINT-FILE
           END-IF
           CLOSE YTD-MASTER-FILE
           CLOSE PERIOD-HISTORY-FILE
           MOVE "N" TO WS-TRIM-SHORT-SW
           MOVE "N" TO WS-TRIM-FAILED-SW
           MOVE KB-FILE-COUNTS TO WS-KEEP-COUNTS
           PERFORM TRIM-OUTPUT-FILES
           PERFORM EMPTY-RUN-LEFTOVERS
           PERFORM REOPEN-PAY-PERIOD
           MOVE SPACES TO WS-TOTAL-LINE
           IF WS-TRIM-FAILED
               STRING "*** BACK-OUT INCOMPLETE - CORRECT THE FILE "
                   DELIMITED BY SIZE
                   "ABOVE AND BACK OUT AGAIN ***" DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           ELSE
               STRING "BACK-OUT COMPLETE  EMPLOYEE RECORDS PUT BACK: "
                   DELIMITED BY SIZE
                   WS-RESTORED-COUNT DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           END-IF
           WRITE PAYROLL-REGISTER-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REG-STATUS
           DISPLAY WS-TOTAL-LINE
           CLOSE PAYROLL-REGISTER
           IF NOT WS-TRIM-FAILED
               PERFORM EMPTY-CHECKPOINT-FILE
               MOVE KB-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
               MOVE WS-RESTORED-COUNT TO WS-RUN-RECORD-COUNT
               MOVE "B" TO WS-RUN-END-STATUS
               PERFORM RUN-CONTROL-FINALIZE
           END-IF.

       WRITE-BACK-OUT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "PAYROLL BACK-OUT  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           STRING "INTERRUPTED RUN OF BUSINESS DATE " DELIMITED BY SIZE
               KB-BUSINESS-DATE DELIMITED BY SIZE
               "  PAY PERIOD " DELIMITED BY SIZE
               KB-PERIOD-NO DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REG-STATUS.

       BACK-OUT-CHECKPOINT.
           IF KP-PAY-BEGIN
               MOVE PAY-CHECKPOINT-RECORD TO WS-IN-FLIGHT-CHECKPOINT
               PERFORM RESTORE-BEFORE-IMAGES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "IDENT " DELIMITED BY SIZE
                   KI-IDENT DELIMITED BY SIZE
                   "  PAYYTD AND PAYPER PUT BACK AS BEFORE THE RUN"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-REG-STATUS
           END-IF
           PERFORM READ-CHECKPOINT.

      *> PAYACH.DAT may hold the interrupted run's deposits, or the
      *> file from the run before it; either way nothing on it is to
      *> go to the bank now.
       EMPTY-RUN-LEFTOVERS.
           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS = "00"
               CLOSE ACH-FILE
               MOVE "PAYACH.DAT EMPTIED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ERROR EMPTYING PAYACH.DAT STATUS "
                   DELIMITED BY SIZE
                   WS-ACH-STATUS DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           END-IF
           WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REG-STATUS
           OPEN OUTPUT PAYROLL-REJECTS
           IF WS-REJ-STATUS = "00"
               CLOSE PAYROLL-REJECTS
           END-IF.

       REOPEN-PAY-PERIOD.
           OPEN I-O PAY-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               MOVE KB-PERIOD-NO TO PC-PERIOD-NO
               READ PAY-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-CLOSED
                           AND PC-CLOSE-DATE = KB-BUSINESS-DATE
                           PERFORM REOPEN-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       REOPEN-CLOSED-PERIOD.
           MOVE "O" TO PC-STATUS
           MOVE ZERO TO PC-CLOSE-DATE
           REWRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "ERROR REOPENING PAYCAL PERIOD "
                       KB-PERIOD-NO " STATUS " WS-CAL-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "PAY PERIOD " DELIMITED BY SIZE
                       KB-PERIOD-NO DELIMITED BY SIZE
                       " OPENED AGAIN" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
                   PERFORM CHECK-REG-STATUS
           END-REWRITE.

       COPY RUNPROC.
