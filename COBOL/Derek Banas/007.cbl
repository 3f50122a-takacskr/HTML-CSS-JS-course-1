               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT YTD-MASTER-FILE
               ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-IDENT
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT EARNINGS-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EMPLOYEE-TRANSACTION-FILE
               ASSIGN TO "EMPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PAY-RATE-HISTORY-RECORD.
           COPY RATEREC.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTDREC.

       FD  EARNINGS-HISTORY-FILE.
       01  EARNINGS-HISTORY-RECORD.
           COPY HISTREC.

      *> ET-STATUS-DATE is the hire date on an "A", and the date the
      *> status change takes effect on a "T", "R", "L" or "B"; left
      *> blank it defaults to today.
       FD  EMPLOYEE-TRANSACTION-FILE.
       01  EMPLOYEE-TRANSACTION-RECORD.
           05  ET-ACTION-CODE      PIC X.
           05  ET-EMP-NAME         PIC X(20).
           05  ET-DEPT             PIC X(4).
           05  ET-AUTH-RATE        PIC 9(3)V99.
           05  ET-DEPOSIT-SW       PIC X.
           05  ET-BANK-ROUTING     PIC 9(9).
           05  ET-BANK-ACCOUNT     PIC X(17).
           05  ET-ACCOUNT-TYPE     PIC X.
           05  ET-FILING-STATUS    PIC X.
           05  ET-ALLOWANCES       PIC 99.
           05  ET-ALLOWANCES-X REDEFINES ET-ALLOWANCES
                                   PIC XX.
           05  ET-EXTRA-WITHHOLD   PIC 9(4)V99.
           05  ET-EXTRA-WITHHOLD-X REDEFINES ET-EXTRA-WITHHOLD
                                   PIC X(6).
           05  ET-STATE-CODE       PIC XX.
           05  ET-STATUS-DATE      PIC 9(8).
           05  ET-STATUS-DATE-X REDEFINES ET-STATUS-DATE
                                   PIC X(8).

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(90).
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-YTD-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-OLD-AUTH-RATE  PIC 9(3)V99 VALUE 0.

       01 WS-YTD-OPEN-SW PIC X VALUE "N".
           88 WS-YTD-OPEN VALUE "Y".
       01 WS-HIST-OPEN-SW PIC X VALUE "N".
           88 WS-HIST-OPEN VALUE "Y".
       01 WS-HIST-SCAN-DONE-SW PIC X VALUE "N".
           88 WS-HIST-SCAN-DONE VALUE "Y".

      *> The file an ident being added was found on, spaces when it
      *> has no history anywhere and is free to be given out.
       01 WS-HISTORY-FILE PIC X(12) VALUE SPACES.

       01 WS-STATUS-DATE PIC 9(8) VALUE 0.
       01 WS-STATUS-ACTION PIC X(20) VALUE SPACES.

       01 WS-PRIOR-RATE-FOUND-SW PIC X VALUE "N".
           88 WS-PRIOR-RATE-FOUND VALUE "Y".
       01 WS-TRAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(5) VALUE 0.
       01 WS-STATUS-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 WS-RATE-VALID-SW PIC X VALUE "Y".

       01 WS-DETAILS-VALID-SW PIC X VALUE "Y".
       01 WS-REJECT-REASON    PIC X(30) VALUE SPACES.

      *> A routing number is valid when its digits, weighted 3, 7, 1
      *> repeating from the left, sum to a multiple of ten.
       01 WS-ABA-ROUTING PIC 9(9) VALUE 0.
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05 WS-ABA-DIGIT PIC 9 OCCURS 9 TIMES.
       01 WS-ABA-SUM PIC 9(4) VALUE 0.

       COPY DATEWS.

       01 WS-LOG-LINE PIC X(90).
               CLOSE PAY-RATE-HISTORY-FILE
               OPEN I-O PAY-RATE-HISTORY-FILE
           END-IF
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "00"
               MOVE "Y" TO WS-YTD-OPEN-SW
           END-IF
           OPEN INPUT EARNINGS-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN-SW
           END-IF
           OPEN INPUT EMPLOYEE-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "No employee transaction file found"
                   PERFORM ADD-EMPLOYEE
               WHEN "C"
                   PERFORM CHANGE-EMPLOYEE
               WHEN "T"
                   PERFORM TERMINATE-EMPLOYEE
               WHEN "R"
                   PERFORM REHIRE-EMPLOYEE
               WHEN "L"
                   PERFORM START-LEAVE
               WHEN "B"
                   PERFORM END-LEAVE
               WHEN "D"
                   PERFORM REJECT-DELETE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
               END-IF
           END-IF.

      *> Direct deposit is optional: a card that does not enroll the
      *> employee ("N" or blank) leaves them paid by check with the
      *> bank fields cleared. An enrolling card must carry a routing
      *> number that passes the check-digit test, an account number
      *> and an account type of C (checking) or S (savings); the bank
      *> rejects the whole ACH file over one bad routing number.
       VALIDATE-DEPOSIT.
           MOVE "Y" TO WS-DETAILS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN ET-DEPOSIT-SW = "N" OR ET-DEPOSIT-SW = SPACE
                   CONTINUE
               WHEN ET-DEPOSIT-SW NOT = "Y"
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID DEPOSIT FLAG" TO WS-REJECT-REASON
               WHEN ET-BANK-ROUTING NOT NUMERIC
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID ROUTING NUMBER" TO WS-REJECT-REASON
               WHEN ET-BANK-ROUTING = ZERO
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID ROUTING NUMBER" TO WS-REJECT-REASON
               WHEN ET-BANK-ACCOUNT = SPACES
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "MISSING ACCOUNT NUMBER" TO WS-REJECT-REASON
               WHEN ET-ACCOUNT-TYPE NOT = "C"
                       AND ET-ACCOUNT-TYPE NOT = "S"
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-ROUTING-DIGIT
           END-EVALUATE.

      *> The withholding profile picks the tax tables PAYROLL uses. A
      *> blank filing status means single, and blank allowances or
      *> extra withholding mean none; a blank state code leaves the
      *> employee with no state tax withheld.
       VALIDATE-PROFILE.
           EVALUATE TRUE
               WHEN ET-FILING-STATUS NOT = "S"
                       AND ET-FILING-STATUS NOT = "M"
                       AND ET-FILING-STATUS NOT = "H"
                       AND ET-FILING-STATUS NOT = SPACE
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID FILING STATUS" TO WS-REJECT-REASON
               WHEN ET-ALLOWANCES NOT NUMERIC
                       AND ET-ALLOWANCES-X NOT = SPACES
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID ALLOWANCES" TO WS-REJECT-REASON
               WHEN ET-EXTRA-WITHHOLD NOT NUMERIC
                       AND ET-EXTRA-WITHHOLD-X NOT = SPACES
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID EXTRA WITHHOLDING" TO WS-REJECT-REASON
               WHEN ET-STATE-CODE NOT ALPHABETIC
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID STATE CODE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ROUTING-DIGIT.
           MOVE ET-BANK-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                    + WS-ABA-DIGIT (7))
               + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                      + WS-ABA-DIGIT (8))
               + WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
               + WS-ABA-DIGIT (9)
           IF FUNCTION MOD (WS-ABA-SUM, 10) NOT = ZERO
               MOVE "N" TO WS-DETAILS-VALID-SW
               MOVE "ROUTING CHECK DIGIT FAILED" TO WS-REJECT-REASON
           END-IF.

       MOVE-DEPOSIT-FIELDS.
           IF ET-DEPOSIT-SW = "Y"
               MOVE "Y" TO EM-DEPOSIT-SW
               MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING
               MOVE ET-BANK-ACCOUNT TO EM-BANK-ACCOUNT
               MOVE ET-ACCOUNT-TYPE TO EM-ACCOUNT-TYPE
           ELSE
               MOVE "N" TO EM-DEPOSIT-SW
               MOVE ZERO TO EM-BANK-ROUTING
               MOVE SPACES TO EM-BANK-ACCOUNT
               MOVE SPACES TO EM-ACCOUNT-TYPE
           END-IF.

       MOVE-PROFILE-FIELDS.
           IF ET-FILING-STATUS = SPACE
               MOVE "S" TO EM-FILING-STATUS
           ELSE
               MOVE ET-FILING-STATUS TO EM-FILING-STATUS
           END-IF
           IF ET-ALLOWANCES NUMERIC
               MOVE ET-ALLOWANCES TO EM-ALLOWANCES
           ELSE
               MOVE ZERO TO EM-ALLOWANCES
           END-IF
           IF ET-EXTRA-WITHHOLD NUMERIC
               MOVE ET-EXTRA-WITHHOLD TO EM-EXTRA-WITHHOLD
           ELSE
               MOVE ZERO TO EM-EXTRA-WITHHOLD
           END-IF
           MOVE ET-STATE-CODE TO EM-STATE-CODE.

       REJECT-DETAILS.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               ET-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               " IDENT " DELIMITED BY SIZE
               ET-IDENT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

      *> An ident is only given out again once nothing is left on
      *> file under it, or a new hire would inherit the old one's
      *> rates, year-to-date totals and earnings history.
       ADD-EMPLOYEE.
           PERFORM CHECK-IDENT-HISTORY
           PERFORM SET-STATUS-DATE
           EVALUATE TRUE
               WHEN WS-HISTORY-FILE NOT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED ADD - IDENT " DELIMITED BY SIZE
                       ET-IDENT DELIMITED BY SIZE
                       " STILL IN USE ON " DELIMITED BY SIZE
                       WS-HISTORY-FILE DELIMITED BY SPACE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
               WHEN WS-DETAILS-VALID-SW NOT = "Y"
                   PERFORM REJECT-DETAILS
               WHEN OTHER
                   PERFORM ADD-NEW-EMPLOYEE
           END-EVALUATE.

       ADD-NEW-EMPLOYEE.
           MOVE ET-IDENT TO EM-IDENT
           MOVE ET-EMP-NAME TO EM-EMP-NAME
           MOVE ET-DEPT TO EM-DEPT
           PERFORM VALIDATE-AUTH-RATE
           PERFORM VALIDATE-DEPOSIT
           IF WS-DETAILS-VALID-SW = "Y"
               PERFORM VALIDATE-PROFILE
           END-IF
           IF WS-RATE-VALID-SW NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               PERFORM WRITE-LOG-LINE
           ELSE
               MOVE ET-AUTH-RATE TO EM-AUTH-RATE
               IF WS-DETAILS-VALID-SW NOT = "Y"
                   PERFORM REJECT-DETAILS
               ELSE
                   PERFORM MOVE-DEPOSIT-FIELDS
                   PERFORM MOVE-PROFILE-FIELDS
                   MOVE "A" TO EM-EMP-STATUS
                   MOVE WS-STATUS-DATE TO EM-HIRE-DATE
                   MOVE ZERO TO EM-TERM-DATE
                   MOVE ZERO TO EM-LEAVE-START
                   MOVE ZERO TO EM-LEAVE-END
                   PERFORM WRITE-NEW-EMPLOYEE
               END-IF
           END-IF.

       WRITE-NEW-EMPLOYEE.
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED ADD - DUPLICATE IDENT "
                       DELIMITED BY SIZE
                       ET-IDENT DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM WRITE-RATE-HISTORY
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "ADDED IDENT " DELIMITED BY SIZE
                       ET-IDENT DELIMITED BY SIZE
                       " NAME " DELIMITED BY SIZE
                       ET-EMP-NAME DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-WRITE.

      *> Every new authorized rate gets a dated history record so
      *> PAYROLL can price a time card at the rate in effect on the
      *> day the hours were worked. A second change on the same day
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   PERFORM VALIDATE-AUTH-RATE
                   PERFORM VALIDATE-DEPOSIT
                   IF WS-DETAILS-VALID-SW = "Y"
                       PERFORM VALIDATE-PROFILE
                   END-IF
                   IF WS-RATE-VALID-SW NOT = "Y"
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
                   ELSE
                       IF WS-DETAILS-VALID-SW NOT = "Y"
                           PERFORM REJECT-DETAILS
                       ELSE
                           PERFORM APPLY-EMPLOYEE-CHANGE
                       END-IF
                   END-IF
           END-READ.

       APPLY-EMPLOYEE-CHANGE.
           MOVE EM-AUTH-RATE TO WS-OLD-AUTH-RATE
           MOVE ET-EMP-NAME TO EM-EMP-NAME
           MOVE ET-DEPT TO EM-DEPT
           MOVE ET-AUTH-RATE TO EM-AUTH-RATE
           PERFORM MOVE-DEPOSIT-FIELDS
           PERFORM MOVE-PROFILE-FIELDS
           REWRITE EMPLOYEE-MASTER-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           IF EM-AUTH-RATE NOT = WS-OLD-AUTH-RATE
               PERFORM CHECK-PRIOR-RATE
               IF NOT WS-PRIOR-RATE-FOUND
                   PERFORM WRITE-RATE-BASELINE
               END-IF
               PERFORM WRITE-RATE-HISTORY
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING "CHANGED IDENT " DELIMITED BY SIZE
               ET-IDENT DELIMITED BY SIZE
               " NAME " DELIMITED BY SIZE
               ET-EMP-NAME DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

      *> An employee who leaves is terminated, never deleted here;
      *> EMPPURGE removes them once their last tax year has been
      *> rolled.
       REJECT-DELETE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED DELETE - TERMINATE INSTEAD, EMPPURGE "
               DELIMITED BY SIZE
               "REMOVES IDENT " DELIMITED BY SIZE
               ET-IDENT DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       CHECK-IDENT-HISTORY.
           MOVE SPACES TO WS-HISTORY-FILE
           MOVE ET-IDENT TO EM-IDENT
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "EMPMAST.DAT" TO WS-HISTORY-FILE
           END-READ
           IF WS-HISTORY-FILE = SPACES AND WS-YTD-OPEN
               MOVE ET-IDENT TO YT-IDENT
               READ YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PAYYTD.DAT" TO WS-HISTORY-FILE
               END-READ
           END-IF
           IF WS-HISTORY-FILE = SPACES
               MOVE ET-IDENT TO RA-IDENT
               MOVE ZERO TO RA-EFF-DATE
               START PAY-RATE-HISTORY-FILE
                       KEY IS NOT LESS THAN RA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAY-RATE-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RA-IDENT = ET-IDENT
                                   MOVE "EMPRATE.DAT" TO WS-HISTORY-FILE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-HISTORY-FILE = SPACES AND WS-HIST-OPEN
               PERFORM SCAN-EARNINGS-HISTORY
           END-IF.

      *> PAYHIST is keyed by tax year first, so every year on file is
      *> read looking for the ident.
       SCAN-EARNINGS-HISTORY.
           MOVE "N" TO WS-HIST-SCAN-DONE-SW
           MOVE LOW-VALUES TO HI-KEY
           START EARNINGS-HISTORY-FILE
                   KEY IS NOT LESS THAN HI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-SCAN-DONE-SW
           END-START
           PERFORM SCAN-HISTORY-RECORD UNTIL WS-HIST-SCAN-DONE.

       SCAN-HISTORY-RECORD.
           READ EARNINGS-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-SCAN-DONE-SW
               NOT AT END
                   IF HI-IDENT = ET-IDENT
                       MOVE "PAYHIST.DAT" TO WS-HISTORY-FILE
                       MOVE "Y" TO WS-HIST-SCAN-DONE-SW
                   END-IF
           END-READ.

      *> A blank status date means today; anything else has to be a
      *> real calendar date.
       SET-STATUS-DATE.
           MOVE "Y" TO WS-DETAILS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN ET-STATUS-DATE-X = SPACES
                   MOVE WS-EFFECTIVE-DATE TO WS-STATUS-DATE
               WHEN ET-STATUS-DATE NOT NUMERIC
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID STATUS DATE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (ET-STATUS-DATE)
                       NOT = 0
                   MOVE "N" TO WS-DETAILS-VALID-SW
                   MOVE "INVALID STATUS DATE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ET-STATUS-DATE TO WS-STATUS-DATE
           END-EVALUATE.

      *> Terminate, rehire, leave and return all read the employee,
      *> check the card against where they stand now and rewrite
      *> them with the new status; EMPRATE and every pay file keep
      *> their history untouched.
       TERMINATE-EMPLOYEE.
           MOVE "TERMINATE" TO WS-STATUS-ACTION
           PERFORM READ-STATUS-EMPLOYEE
           IF WS-DETAILS-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN EM-TERMINATED
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
                   WHEN WS-STATUS-DATE < EM-HIRE-DATE
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "DATE BEFORE HIRE DATE" TO WS-REJECT-REASON
                   WHEN EM-ON-LEAVE
                           AND WS-STATUS-DATE < EM-LEAVE-START
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "DATE BEFORE LEAVE START" TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       IF EM-ON-LEAVE
                           MOVE WS-STATUS-DATE TO EM-LEAVE-END
                       END-IF
                       MOVE "T" TO EM-EMP-STATUS
                       MOVE WS-STATUS-DATE TO EM-TERM-DATE
                       MOVE "TERMINATED" TO WS-STATUS-ACTION
               END-EVALUATE
           END-IF
           PERFORM REWRITE-STATUS-EMPLOYEE.

      *> A rehire starts a new hire date after the termination; the
      *> termination date stays on file so hours from the earlier
      *> employment can still be paid.
       REHIRE-EMPLOYEE.
           MOVE "REHIRE" TO WS-STATUS-ACTION
           PERFORM READ-STATUS-EMPLOYEE
           IF WS-DETAILS-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN NOT EM-TERMINATED
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "NOT TERMINATED" TO WS-REJECT-REASON
                   WHEN WS-STATUS-DATE NOT > EM-TERM-DATE
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "DATE NOT AFTER TERMINATION" TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "A" TO EM-EMP-STATUS
                       MOVE WS-STATUS-DATE TO EM-HIRE-DATE
                       MOVE "REHIRED" TO WS-STATUS-ACTION
               END-EVALUATE
           END-IF
           PERFORM REWRITE-STATUS-EMPLOYEE.

       START-LEAVE.
           MOVE "LEAVE" TO WS-STATUS-ACTION
           PERFORM READ-STATUS-EMPLOYEE
           IF WS-DETAILS-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN NOT EM-ACTIVE
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "NOT ACTIVE" TO WS-REJECT-REASON
                   WHEN WS-STATUS-DATE < EM-HIRE-DATE
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "DATE BEFORE HIRE DATE" TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "L" TO EM-EMP-STATUS
                       MOVE WS-STATUS-DATE TO EM-LEAVE-START
                       MOVE ZERO TO EM-LEAVE-END
                       MOVE "ON LEAVE" TO WS-STATUS-ACTION
               END-EVALUATE
           END-IF
           PERFORM REWRITE-STATUS-EMPLOYEE.

      *> The return date is the first day back at work; the leave
      *> covers every day before it from the leave start.
       END-LEAVE.
           MOVE "RETURN" TO WS-STATUS-ACTION
           PERFORM READ-STATUS-EMPLOYEE
           IF WS-DETAILS-VALID-SW = "Y"
               EVALUATE TRUE
                   WHEN NOT EM-ON-LEAVE
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "NOT ON LEAVE" TO WS-REJECT-REASON
                   WHEN WS-STATUS-DATE NOT > EM-LEAVE-START
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "DATE NOT AFTER LEAVE START" TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "A" TO EM-EMP-STATUS
                       MOVE WS-STATUS-DATE TO EM-LEAVE-END
                       MOVE "BACK FROM LEAVE" TO WS-STATUS-ACTION
               END-EVALUATE
           END-IF
           PERFORM REWRITE-STATUS-EMPLOYEE.

       READ-STATUS-EMPLOYEE.
           PERFORM SET-STATUS-DATE
           IF WS-DETAILS-VALID-SW = "Y"
               MOVE ET-IDENT TO EM-IDENT
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DETAILS-VALID-SW
                       MOVE "NOT FOUND" TO WS-REJECT-REASON
               END-READ
           END-IF.

       REWRITE-STATUS-EMPLOYEE.
           IF WS-DETAILS-VALID-SW NOT = "Y"
               PERFORM REJECT-DETAILS
           ELSE
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING EMPMAST IDENT "
                           EM-IDENT " STATUS " WS-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-STATUS-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING WS-STATUS-ACTION DELIMITED BY "  "
                           " IDENT " DELIMITED BY SIZE
                           ET-IDENT DELIMITED BY SIZE
                           " NAME " DELIMITED BY SIZE
                           EM-EMP-NAME DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           WS-STATUS-DATE DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
               END-REWRITE
           END-IF.

       WRITE-LOG-LINE.
           WRITE TRANSACTION-LOG-RECORD FROM WS-LOG-LINE
           IF WS-LOG-STATUS NOT = "00"
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED: " DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               WS-STATUS-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-LOG-LINE
       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-RATE-HISTORY-FILE
           IF WS-YTD-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF
           IF WS-HIST-OPEN
               CLOSE EARNINGS-HISTORY-FILE
           END-IF
           CLOSE EMPLOYEE-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE.
