       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALM.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-NO
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CALENDAR-TRANSACTION-FILE
               ASSIGN TO "CALTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE
               ASSIGN TO "CALLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY CALREC.

      *> The action code followed by the period exactly as it is to
      *> stand on PAYCAL.DAT. The status and close date are PAYROLL's
      *> to set and are ignored here; a delete only needs the period
      *> number.
       FD  CALENDAR-TRANSACTION-FILE.
       01  CALENDAR-TRANSACTION-RECORD.
           02  PN-ACTION-CODE          PIC X.
           COPY CALREC REPLACING LEADING ==PC-== BY ==PN-==.

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CAL-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SCAN-DONE-SW PIC X VALUE "N".
           88 WS-SCAN-DONE VALUE "Y".

       01 WS-PERIOD-VALID-SW PIC X VALUE "Y".
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.

       01 WS-PERIOD-NO       PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-NO.
           05 WS-PERIOD-YEAR     PIC 9(4).
           05 WS-PERIOD-SEQ      PIC 99.

       01 WS-TRAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 WS-OVERLAP-PERIOD PIC 9(6) VALUE 0.
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
           OPEN I-O PAY-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "35"
               OPEN OUTPUT PAY-CALENDAR-FILE
               CLOSE PAY-CALENDAR-FILE
               OPEN I-O PAY-CALENDAR-FILE
           END-IF
           OPEN INPUT CALENDAR-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "No pay calendar transaction file found"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-LOG-FILE STATUS "
                   WS-LOG-STATUS
           END-IF.

       READ-TRANSACTION.
           READ CALENDAR-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           EVALUATE PN-ACTION-CODE
               WHEN "A"
                   PERFORM ADD-PERIOD
               WHEN "C"
                   PERFORM CHANGE-PERIOD
               WHEN "D"
                   PERFORM DELETE-PERIOD
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED - INVALID ACTION CODE " DELIMITED BY
                       SIZE
                       PN-ACTION-CODE DELIMITED BY SIZE
                       " PERIOD " DELIMITED BY SIZE
                       PN-PERIOD-NO DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE
           PERFORM READ-TRANSACTION.

      *> PAYROLL pays whatever open period comes first, so a period
      *> is only let on the file with real dates in order, a check
      *> dated in the year its number says and no earlier than the
      *> period ends, a pay frequency there are tax tables for, and
      *> no day it shares with any other period.
       VALIDATE-PERIOD.
           MOVE "Y" TO WS-PERIOD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE PN-PERIOD-NO TO WS-PERIOD-NO
           EVALUATE TRUE
               WHEN PN-PERIOD-NO NOT NUMERIC
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID PERIOD NUMBER" TO WS-REJECT-REASON
               WHEN WS-PERIOD-SEQ = ZERO
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID PERIOD NUMBER" TO WS-REJECT-REASON
               WHEN PN-START-DATE NOT NUMERIC
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID START DATE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PN-START-DATE) NOT = 0
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID START DATE" TO WS-REJECT-REASON
               WHEN PN-END-DATE NOT NUMERIC
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PN-END-DATE) NOT = 0
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
               WHEN PN-END-DATE < PN-START-DATE
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "END DATE BEFORE START DATE" TO
                       WS-REJECT-REASON
               WHEN PN-CHECK-DATE NOT NUMERIC
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID CHECK DATE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PN-CHECK-DATE) NOT = 0
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID CHECK DATE" TO WS-REJECT-REASON
               WHEN PN-CHECK-DATE < PN-END-DATE
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "CHECK DATE BEFORE END DATE" TO
                       WS-REJECT-REASON
               WHEN PN-CHECK-DATE(1:4) NOT = PN-PERIOD-NO(1:4)
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "CHECK DATE NOT IN PERIOD YEAR" TO
                       WS-REJECT-REASON
               WHEN PN-PAY-FREQUENCY NOT = "W"
                       AND PN-PAY-FREQUENCY NOT = "B"
                       AND PN-PAY-FREQUENCY NOT = "S"
                       AND PN-PAY-FREQUENCY NOT = "M"
                   MOVE "N" TO WS-PERIOD-VALID-SW
                   MOVE "INVALID PAY FREQUENCY" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-PERIOD-OVERLAP
           END-EVALUATE.

      *> Every other period on the calendar is read; one that starts
      *> on or before this one ends and ends on or after this one
      *> starts shares days with it, and a time card on one of those
      *> days could be paid in both.
       CHECK-PERIOD-OVERLAP.
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE ZERO TO PC-PERIOD-NO
           START PAY-CALENDAR-FILE
                   KEY IS NOT LESS THAN PC-PERIOD-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SW
           END-START
           PERFORM SCAN-FOR-OVERLAP UNTIL WS-SCAN-DONE.

       SCAN-FOR-OVERLAP.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PC-PERIOD-NO NOT = PN-PERIOD-NO
                       AND PC-START-DATE NOT > PN-END-DATE
                       AND PC-END-DATE NOT < PN-START-DATE
                       MOVE PC-PERIOD-NO TO WS-OVERLAP-PERIOD
                       MOVE "N" TO WS-PERIOD-VALID-SW
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "OVERLAPS PERIOD " DELIMITED BY SIZE
                           WS-OVERLAP-PERIOD DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       MOVE "Y" TO WS-SCAN-DONE-SW
                   END-IF
           END-READ.

       REJECT-PERIOD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               PN-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               " PERIOD " DELIMITED BY SIZE
               PN-PERIOD-NO DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       MOVE-PERIOD-FIELDS.
           MOVE PN-PERIOD-NO TO PC-PERIOD-NO
           MOVE PN-START-DATE TO PC-START-DATE
           MOVE PN-END-DATE TO PC-END-DATE
           MOVE PN-CHECK-DATE TO PC-CHECK-DATE
           MOVE PN-PAY-FREQUENCY TO PC-PAY-FREQUENCY.

       ADD-PERIOD.
           PERFORM VALIDATE-PERIOD
           IF WS-PERIOD-VALID-SW NOT = "Y"
               PERFORM REJECT-PERIOD
           ELSE
               PERFORM MOVE-PERIOD-FIELDS
               MOVE "O" TO PC-STATUS
               MOVE ZERO TO PC-CLOSE-DATE
               WRITE PAY-CALENDAR-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE PERIOD" TO WS-REJECT-REASON
                       PERFORM REJECT-PERIOD
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "ADDED PERIOD " DELIMITED BY SIZE
                           PC-PERIOD-NO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PC-START-DATE DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           PC-END-DATE DELIMITED BY SIZE
                           " CHECK DATE " DELIMITED BY SIZE
                           PC-CHECK-DATE DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
               END-WRITE
           END-IF.

      *> The overlap scan moves through the file, so the period being
      *> changed is read back by its key only after it has passed.
       CHANGE-PERIOD.
           PERFORM VALIDATE-PERIOD
           IF WS-PERIOD-VALID-SW NOT = "Y"
               PERFORM REJECT-PERIOD
           ELSE
               MOVE PN-PERIOD-NO TO PC-PERIOD-NO
               READ PAY-CALENDAR-FILE
                   INVALID KEY
                       MOVE "NOT FOUND" TO WS-REJECT-REASON
                       PERFORM REJECT-PERIOD
                   NOT INVALID KEY
                       IF PC-CLOSED
                           MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
                           PERFORM REJECT-PERIOD
                       ELSE
                           PERFORM MOVE-PERIOD-FIELDS
                           REWRITE PAY-CALENDAR-RECORD
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE SPACES TO WS-LOG-LINE
                           STRING "CHANGED PERIOD " DELIMITED BY SIZE
                               PC-PERIOD-NO DELIMITED BY SIZE
                               INTO WS-LOG-LINE
                           PERFORM WRITE-LOG-LINE
                       END-IF
               END-READ
           END-IF.

      *> A closed period has been paid; its checks and history point
      *> at it, so it stays on the calendar.
       DELETE-PERIOD.
           MOVE PN-PERIOD-NO TO PC-PERIOD-NO
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-PERIOD
               NOT INVALID KEY
                   IF PC-CLOSED
                       MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
                       PERFORM REJECT-PERIOD
                   ELSE
                       DELETE PAY-CALENDAR-FILE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "DELETED PERIOD " DELIMITED BY SIZE
                           PC-PERIOD-NO DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
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
           CLOSE PAY-CALENDAR-FILE
           CLOSE CALENDAR-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE.
