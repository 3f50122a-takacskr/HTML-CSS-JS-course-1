       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUPS.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-IDENT
               ALTERNATE RECORD KEY IS CM-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DUPLICATES-REPORT-FILE
               ASSIGN TO "CUSTDUPS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  DUPLICATES-REPORT-FILE.
       01  DUPLICATES-REPORT-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".

      *> Every customer on the master, held in CM-CUST-NAME order
      *> so customers sharing a name sit next to each other. An
      *> ident is three digits, so the whole master always fits.
       01 WS-CUSTOMER-TABLE.
           05 WS-CUST-ENTRY OCCURS 999 TIMES.
               10 WS-TAB-IDENT    PIC 9(3).
               10 WS-TAB-NAME     PIC X(20).
               10 WS-TAB-BIRTH.
                   15 WS-TAB-MOB  PIC XX.
                   15 WS-TAB-DOB  PIC XX.
                   15 WS-TAB-YOB  PIC X(4).
               10 WS-TAB-ZIP      PIC X(5).
               10 WS-TAB-PHONE    PIC X(10).

       01 WS-LOADED-COUNT  PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-OUTER-SUB     PIC 9(4) VALUE 0.
       01 WS-INNER-SUB     PIC 9(4) VALUE 0.
       01 WS-FIRST-INNER   PIC 9(4) VALUE 0.
       01 WS-PRINT-SUB     PIC 9(4) VALUE 0.
       01 WS-PAIR-COUNT    PIC 9(5) VALUE 0.

       01 WS-NAME-DOB-SW PIC X VALUE "N".
           88 WS-NAME-DOB-MATCH VALUE "Y".
       01 WS-NAME-ZIP-SW PIC X VALUE "N".
           88 WS-NAME-ZIP-MATCH VALUE "Y".
       01 WS-PHONE-SW PIC X VALUE "N".
           88 WS-PHONE-MATCH VALUE "Y".

       01 WS-NAME-DOB-TEXT  PIC X(9).
       01 WS-NAME-ZIP-TEXT  PIC X(9).
       01 WS-PHONE-TEXT     PIC X(5).

       COPY DATEWS.

       01 WS-HEADER-LINE PIC X(132).
       01 WS-DETAIL-LINE PIC X(132).
       01 WS-TOTAL-LINE  PIC X(132).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(28) VALUE "IDENT NAME".
           05 FILLER PIC X(15) VALUE "DATE OF BIRTH".
           05 FILLER PIC X(7)  VALUE "ZIP".
           05 FILLER PIC X(11) VALUE "PHONE".
           05 FILLER PIC X(10) VALUE "MATCHED ON".

       PROCEDURE DIVISION.

      *> Likely duplicate customers for review. CUSTMAINT only stops
      *> an ident being used twice, so the same person keyed under
      *> two idents gets onto CUSTMAST unchallenged. The master is
      *> read by the CM-CUST-NAME alternate key and every pair of
      *> customers that share a name and date of birth, a name and
      *> ZIP, or a phone number is listed on CUSTDUPS.PRT, each pair
      *> with what matched. Nothing is changed: a pair that is the
      *> same customer is put right with a CUSTMAINT "M" merge.
       PERFORM GET-CURRENT-DATE
       PERFORM OPEN-FILES
       PERFORM WRITE-REPORT-HEADER
       IF NOT WS-EOF
           PERFORM START-BY-NAME
       END-IF
       PERFORM LOAD-CUSTOMER UNTIL WS-EOF
       PERFORM COMPARE-WITH-LATER
           VARYING WS-OUTER-SUB FROM 1 BY 1
           UNTIL WS-OUTER-SUB >= WS-LOADED-COUNT
       PERFORM WRITE-REPORT-TOTALS
       PERFORM CLOSE-FILES

       STOP RUN.

       COPY GETDATE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No customer master found - nothing to check"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SW
           END-IF
           OPEN OUTPUT DUPLICATES-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DUPLICATES-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING DUPLICATES-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "POSSIBLE DUPLICATE CUSTOMERS   RUN DATE: "
               DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE DUPLICATES-REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM CHECK-REPORT-STATUS.

       START-BY-NAME.
           MOVE LOW-VALUES TO CM-CUST-NAME
           START CUSTOMER-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CUST-NAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-NEXT-BY-NAME
           END-IF.

       READ-NEXT-BY-NAME.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       LOAD-CUSTOMER.
           IF WS-LOADED-COUNT < 999
               ADD 1 TO WS-LOADED-COUNT
               MOVE CM-IDENT TO WS-TAB-IDENT(WS-LOADED-COUNT)
               MOVE CM-CUST-NAME TO WS-TAB-NAME(WS-LOADED-COUNT)
               MOVE CM-DATE-OF-BIRTH TO WS-TAB-BIRTH(WS-LOADED-COUNT)
               MOVE CM-ZIP TO WS-TAB-ZIP(WS-LOADED-COUNT)
               MOVE CM-PHONE TO WS-TAB-PHONE(WS-LOADED-COUNT)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Customer table full - ident " CM-IDENT
                   " not checked"
           END-IF
           PERFORM READ-NEXT-BY-NAME.

      *> Each customer is paired only with those after it, so every
      *> pair is looked at, and listed, once.
       COMPARE-WITH-LATER.
           COMPUTE WS-FIRST-INNER = WS-OUTER-SUB + 1
           PERFORM COMPARE-PAIR
               VARYING WS-INNER-SUB FROM WS-FIRST-INNER BY 1
               UNTIL WS-INNER-SUB > WS-LOADED-COUNT.

      *> A date of birth, ZIP or phone that was never keyed is no
      *> evidence two customers are the same person.
       COMPARE-PAIR.
           MOVE "N" TO WS-NAME-DOB-SW
           MOVE "N" TO WS-NAME-ZIP-SW
           MOVE "N" TO WS-PHONE-SW
           IF WS-TAB-NAME(WS-OUTER-SUB) = WS-TAB-NAME(WS-INNER-SUB)
               IF WS-TAB-BIRTH(WS-OUTER-SUB)
                       = WS-TAB-BIRTH(WS-INNER-SUB)
                   AND WS-TAB-BIRTH(WS-OUTER-SUB) IS NUMERIC
                   AND WS-TAB-BIRTH(WS-OUTER-SUB) NOT = "00000000"
                   MOVE "Y" TO WS-NAME-DOB-SW
               END-IF
               IF WS-TAB-ZIP(WS-OUTER-SUB) = WS-TAB-ZIP(WS-INNER-SUB)
                   AND WS-TAB-ZIP(WS-OUTER-SUB) IS NUMERIC
                   AND WS-TAB-ZIP(WS-OUTER-SUB) NOT = "00000"
                   MOVE "Y" TO WS-NAME-ZIP-SW
               END-IF
           END-IF
           IF WS-TAB-PHONE(WS-OUTER-SUB) = WS-TAB-PHONE(WS-INNER-SUB)
               AND WS-TAB-PHONE(WS-OUTER-SUB) NOT = SPACES
               AND WS-TAB-PHONE(WS-OUTER-SUB) NOT = "0000000000"
               MOVE "Y" TO WS-PHONE-SW
           END-IF
           IF WS-NAME-DOB-MATCH OR WS-NAME-ZIP-MATCH OR WS-PHONE-MATCH
               PERFORM WRITE-DUPLICATE-PAIR
           END-IF.

       WRITE-DUPLICATE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO WS-NAME-DOB-TEXT
           MOVE SPACES TO WS-NAME-ZIP-TEXT
           MOVE SPACES TO WS-PHONE-TEXT
           IF WS-NAME-DOB-MATCH
               MOVE "NAME+DOB" TO WS-NAME-DOB-TEXT
           END-IF
           IF WS-NAME-ZIP-MATCH
               MOVE "NAME+ZIP" TO WS-NAME-ZIP-TEXT
           END-IF
           IF WS-PHONE-MATCH
               MOVE "PHONE" TO WS-PHONE-TEXT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-OUTER-SUB TO WS-PRINT-SUB
           PERFORM FORMAT-CUSTOMER-LINE
           STRING WS-NAME-DOB-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAME-ZIP-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PHONE-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE(62:)
           WRITE DUPLICATES-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-INNER-SUB TO WS-PRINT-SUB
           PERFORM FORMAT-CUSTOMER-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS.

       FORMAT-CUSTOMER-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-TAB-IDENT(WS-PRINT-SUB) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TAB-NAME(WS-PRINT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TAB-MOB(WS-PRINT-SUB) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TAB-DOB(WS-PRINT-SUB) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TAB-YOB(WS-PRINT-SUB) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-TAB-ZIP(WS-PRINT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TAB-PHONE(WS-PRINT-SUB) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           STRING "CUSTOMERS CHECKED: " DELIMITED BY SIZE
               WS-LOADED-COUNT DELIMITED BY SIZE
               "  NOT CHECKED: " DELIMITED BY SIZE
               WS-SKIPPED-COUNT DELIMITED BY SIZE
               "  POSSIBLE DUPLICATE PAIRS: " DELIMITED BY SIZE
               WS-PAIR-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE DUPLICATES-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

       CLOSE-FILES.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE DUPLICATES-REPORT-FILE.
