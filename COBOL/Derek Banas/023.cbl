       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-TABLE-FILE
               ASSIGN TO "TAXTBL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT TAX-TRANSACTION-FILE
               ASSIGN TO "TAXTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE
               ASSIGN TO "TAXLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           COPY TAXREC.

      *> One transaction carries a whole table: the action code
      *> followed by the record exactly as it is to stand on
      *> TAXTBL.DAT. A change replaces every bracket; a delete only
      *> needs the key.
       FD  TAX-TRANSACTION-FILE.
       01  TAX-TRANSACTION-RECORD.
           02  TN-ACTION-CODE          PIC X.
           COPY TAXREC REPLACING LEADING ==TX-== BY ==TN-==.

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TAX-FILE-STATUS PIC XX.
       01 WS-TRAN-FILE-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-TABLE-VALID-SW PIC X VALUE "Y".
       01 WS-REJECT-REASON  PIC X(30) VALUE SPACES.

       01 WS-BRACKET-SUB  PIC 99 VALUE 0.
       01 WS-PRIOR-OVER   PIC 9(6)V99 VALUE 0.

       01 WS-TRAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 WS-TABLE-NAME PIC X(30).
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
           OPEN I-O TAX-TABLE-FILE
           IF WS-TAX-FILE-STATUS = "35"
               OPEN OUTPUT TAX-TABLE-FILE
               CLOSE TAX-TABLE-FILE
               OPEN I-O TAX-TABLE-FILE
           END-IF
           OPEN INPUT TAX-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               DISPLAY "No tax table transaction file found"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-LOG-FILE STATUS "
                   WS-LOG-STATUS
           END-IF.

       READ-TRANSACTION.
           READ TAX-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-TABLE-NAME
           STRING TN-TABLE-TYPE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TN-STATE-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TN-FILING-STATUS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TN-PAY-FREQUENCY DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               TN-EFF-DATE DELIMITED BY SIZE
               INTO WS-TABLE-NAME
           EVALUATE TN-ACTION-CODE
               WHEN "A"
                   PERFORM ADD-TABLE
               WHEN "C"
                   PERFORM CHANGE-TABLE
               WHEN "D"
                   PERFORM DELETE-TABLE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "REJECTED - INVALID ACTION CODE " DELIMITED BY
                       SIZE
                       TN-ACTION-CODE DELIMITED BY SIZE
                       " TABLE " DELIMITED BY SIZE
                       WS-TABLE-NAME DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE
           PERFORM READ-TRANSACTION.

      *> PAYROLL trusts what it finds on TAXTBL.DAT, so a table is
      *> only let on the file whole and in order: a real effective
      *> date, a known table type, and for a bracket table a known
      *> filing status and pay frequency with brackets that start at
      *> zero and climb.
       VALIDATE-TABLE.
           MOVE "Y" TO WS-TABLE-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN TN-EFF-DATE NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (TN-EFF-DATE) NOT = 0
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               WHEN TN-TABLE-TYPE = "W"
                   PERFORM VALIDATE-WAGE-BASE
               WHEN TN-TABLE-TYPE = "F" OR TN-TABLE-TYPE = "S"
                   PERFORM VALIDATE-BRACKET-TABLE
               WHEN OTHER
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID TABLE TYPE" TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-WAGE-BASE.
           EVALUATE TRUE
               WHEN TN-STATE-CODE NOT = SPACES
                       OR TN-FILING-STATUS NOT = SPACE
                       OR TN-PAY-FREQUENCY NOT = SPACE
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "WAGE BASE KEY MUST BE BLANK" TO
                       WS-REJECT-REASON
               WHEN TN-FICA-WAGE-BASE NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID FICA WAGE BASE" TO WS-REJECT-REASON
               WHEN TN-FICA-WAGE-BASE = ZERO
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID FICA WAGE BASE" TO WS-REJECT-REASON
               WHEN TN-FICA-RATE NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID FICA RATE" TO WS-REJECT-REASON
               WHEN TN-FICA-RATE = ZERO
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID FICA RATE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-BRACKET-TABLE.
           EVALUATE TRUE
               WHEN TN-TABLE-TYPE = "F" AND TN-STATE-CODE NOT = SPACES
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "FEDERAL TABLE HAS A STATE" TO WS-REJECT-REASON
               WHEN TN-TABLE-TYPE = "S" AND TN-STATE-CODE = SPACES
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "STATE TABLE HAS NO STATE" TO WS-REJECT-REASON
               WHEN TN-STATE-CODE NOT ALPHABETIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID STATE CODE" TO WS-REJECT-REASON
               WHEN TN-FILING-STATUS NOT = "S"
                       AND TN-FILING-STATUS NOT = "M"
                       AND TN-FILING-STATUS NOT = "H"
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID FILING STATUS" TO WS-REJECT-REASON
               WHEN TN-PAY-FREQUENCY NOT = "W"
                       AND TN-PAY-FREQUENCY NOT = "B"
                       AND TN-PAY-FREQUENCY NOT = "S"
                       AND TN-PAY-FREQUENCY NOT = "M"
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID PAY FREQUENCY" TO WS-REJECT-REASON
               WHEN TN-ALLOWANCE-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID ALLOWANCE AMOUNT" TO WS-REJECT-REASON
               WHEN TN-BRACKET-COUNT NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID BRACKET COUNT" TO WS-REJECT-REASON
               WHEN TN-BRACKET-COUNT = ZERO OR TN-BRACKET-COUNT > 10
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "INVALID BRACKET COUNT" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ZERO TO WS-PRIOR-OVER
                   PERFORM VALIDATE-BRACKET
                       VARYING WS-BRACKET-SUB FROM 1 BY 1
                       UNTIL WS-BRACKET-SUB > TN-BRACKET-COUNT
                           OR WS-TABLE-VALID-SW NOT = "Y"
           END-EVALUATE.

       VALIDATE-BRACKET.
           EVALUATE TRUE
               WHEN TN-BRACKET-OVER (WS-BRACKET-SUB) NOT NUMERIC
                       OR TN-BRACKET-BASE (WS-BRACKET-SUB) NOT NUMERIC
                       OR TN-BRACKET-RATE (WS-BRACKET-SUB) NOT NUMERIC
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "NON-NUMERIC BRACKET" TO WS-REJECT-REASON
               WHEN WS-BRACKET-SUB = 1
                       AND TN-BRACKET-OVER (1) NOT = ZERO
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "FIRST BRACKET NOT OVER ZERO" TO
                       WS-REJECT-REASON
               WHEN WS-BRACKET-SUB > 1
                       AND TN-BRACKET-OVER (WS-BRACKET-SUB)
                           NOT > WS-PRIOR-OVER
                   MOVE "N" TO WS-TABLE-VALID-SW
                   MOVE "BRACKETS OUT OF ORDER" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TN-BRACKET-OVER (WS-BRACKET-SUB) TO
                       WS-PRIOR-OVER
           END-EVALUATE.

       REJECT-TABLE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               TN-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               " TABLE " DELIMITED BY SIZE
               WS-TABLE-NAME DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       MOVE-TABLE-FIELDS.
           MOVE TN-KEY TO TX-KEY
           MOVE TN-BRACKET-TABLE TO TX-BRACKET-TABLE.

       ADD-TABLE.
           PERFORM VALIDATE-TABLE
           IF WS-TABLE-VALID-SW NOT = "Y"
               PERFORM REJECT-TABLE
           ELSE
               PERFORM MOVE-TABLE-FIELDS
               WRITE TAX-TABLE-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE TABLE" TO WS-REJECT-REASON
                       PERFORM REJECT-TABLE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "ADDED TABLE " DELIMITED BY SIZE
                           WS-TABLE-NAME DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
               END-WRITE
           END-IF.

       CHANGE-TABLE.
           MOVE TN-KEY TO TX-KEY
           READ TAX-TABLE-FILE
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE
               NOT INVALID KEY
                   PERFORM VALIDATE-TABLE
                   IF WS-TABLE-VALID-SW NOT = "Y"
                       PERFORM REJECT-TABLE
                   ELSE
                       PERFORM MOVE-TABLE-FIELDS
                       REWRITE TAX-TABLE-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING "CHANGED TABLE " DELIMITED BY SIZE
                           WS-TABLE-NAME DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       PERFORM WRITE-LOG-LINE
                   END-IF
           END-READ.

       DELETE-TABLE.
           MOVE TN-KEY TO TX-KEY
           DELETE TAX-TABLE-FILE
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-TABLE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "DELETED TABLE " DELIMITED BY SIZE
                       WS-TABLE-NAME DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
           END-DELETE.

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
           CLOSE TAX-TABLE-FILE
           CLOSE TAX-TRANSACTION-FILE
           CLOSE TRANSACTION-LOG-FILE.
