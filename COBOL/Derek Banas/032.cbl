       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHIST.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-AUDIT-FILE
               ASSIGN TO "CUSTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-REPORT-FILE
               ASSIGN TO "CUSTHIST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-RECORD.
           COPY AUDREC.

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

      *> Selection. Blank answers select everything.
       01 WS-FROM-DATE-X PIC X(8).
       01 WS-FROM-DATE REDEFINES WS-FROM-DATE-X PIC 9(8).
       01 WS-TO-DATE-X PIC X(8).
       01 WS-TO-DATE REDEFINES WS-TO-DATE-X PIC 9(8).
       01 WS-IDENT-X PIC X(3).
       01 WS-PICK-IDENT REDEFINES WS-IDENT-X PIC 9(3).
       01 WS-IDENT-SW PIC X VALUE "N".
           88 WS-BY-IDENT VALUE "Y".
       01 WS-PICK-PROGRAM PIC X(9).
       01 WS-PICK-ACTION PIC X.
       01 WS-AGE-ONLY-ANSWER PIC X.
       01 WS-AGE-ONLY-SW PIC X VALUE "N".
           88 WS-SHOW-AGE-ONLY VALUE "Y".
       01 WS-AGE-ONLY-TEXT PIC X(10).

       01 WS-SELECTED-SW PIC X VALUE "N".
           88 WS-SELECTED VALUE "Y".
       01 WS-AUDIT-IDENT PIC 9(3).

       01 WS-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-PRINTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-AGE-ONLY-COUNT   PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT    PIC 9(2) VALUE 0.

      *> The before and after images broken out into CUSTREC fields.
       01 WS-AUDIT-BEFORE.
           COPY CUSTREC REPLACING LEADING ==CM-== BY ==HB-==.
       01 WS-AUDIT-AFTER.
           COPY CUSTREC REPLACING LEADING ==CM-== BY ==HA-==.

       01 WS-ACTION-NAME PIC X(7).
       01 WS-FIELD-NAME  PIC X(20).
       01 WS-OLD-VALUE   PIC X(25).
       01 WS-NEW-VALUE   PIC X(25).
       01 WS-DOB-WORK.
           05 WS-DOB-MM   PIC 99.
           05 WS-DOB-DD   PIC 99.
           05 WS-DOB-YYYY PIC 9(4).
       01 WS-DOB-DISPLAY PIC X(10).
       01 WS-AUDIT-DATE-WORK.
           05 WS-AUDIT-YYYY PIC 9(4).
           05 WS-AUDIT-MM   PIC 99.
           05 WS-AUDIT-DD   PIC 99.
       01 WS-AUDIT-TIME-WORK.
           05 WS-AUDIT-HH   PIC 99.
           05 WS-AUDIT-MN   PIC 99.
           05 WS-AUDIT-SS   PIC 99.

       COPY DATEWS.

       01 WS-HEADER-LINE PIC X(132).
       01 WS-DETAIL-LINE PIC X(132).
       01 WS-TOTAL-LINE  PIC X(132).

       PROCEDURE DIVISION.

      *> Who changed a customer, and what. Every audit record that
      *> passes the selection is printed with its date and time
      *> stamp: a change shows only the CUSTREC fields that differ,
      *> old value beside new, while an add or a delete shows the
      *> whole record. CUSTBATCH rewrites every customer each night
      *> to bring the age up to date; those rewrites are left out
      *> unless asked for, but only when the age is all they changed.
       PERFORM GET-CURRENT-DATE
       PERFORM GET-SELECTION
       PERFORM OPEN-FILES
       PERFORM WRITE-REPORT-HEADER
       IF NOT WS-EOF
           PERFORM READ-AUDIT-RECORD
       END-IF
       PERFORM PROCESS-AUDIT-RECORD UNTIL WS-EOF
       PERFORM WRITE-REPORT-TOTALS
       PERFORM CLOSE-FILES

       STOP RUN.

       COPY GETDATE.

       GET-SELECTION.
           DISPLAY "From date (YYYYMMDD, blank for the earliest): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE-X
           IF WS-FROM-DATE-X = SPACES
               MOVE ZERO TO WS-FROM-DATE
           ELSE
               IF WS-FROM-DATE-X NOT NUMERIC
                   DISPLAY "Invalid from date - reporting from the "
                       "earliest"
                   MOVE ZERO TO WS-FROM-DATE
               END-IF
           END-IF
           DISPLAY "To date (YYYYMMDD, blank for the latest): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE-X
           IF WS-TO-DATE-X = SPACES
               MOVE 99999999 TO WS-TO-DATE
           ELSE
               IF WS-TO-DATE-X NOT NUMERIC
                   DISPLAY "Invalid to date - reporting to the latest"
                   MOVE 99999999 TO WS-TO-DATE
               END-IF
           END-IF
           DISPLAY "Customer ident (blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-IDENT-X
           IF WS-IDENT-X NOT = SPACES
               IF WS-IDENT-X NOT NUMERIC
                   DISPLAY "Invalid ident - reporting all customers"
               ELSE
                   MOVE "Y" TO WS-IDENT-SW
               END-IF
           END-IF
           DISPLAY "Program (CUSTMAINT, CUSTBATCH, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-PICK-PROGRAM
           DISPLAY "Action (A add, C change, D delete, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-PICK-ACTION
           IF WS-PICK-ACTION NOT = SPACES
               AND WS-PICK-ACTION NOT = "A"
               AND WS-PICK-ACTION NOT = "C"
               AND WS-PICK-ACTION NOT = "D"
               DISPLAY "Invalid action - reporting all actions"
               MOVE SPACES TO WS-PICK-ACTION
           END-IF
           DISPLAY "Include age-only CUSTBATCH rewrites (Y/N, blank "
               "for N): " WITH NO ADVANCING
           ACCEPT WS-AGE-ONLY-ANSWER
           IF WS-AGE-ONLY-ANSWER = "Y"
               MOVE "Y" TO WS-AGE-ONLY-SW
           END-IF.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No customer audit file found"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT HISTORY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HISTORY-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING HISTORY-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "CUSTOMER CHANGE HISTORY   RUN DATE: "
               DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "SUPPRESSED" TO WS-AGE-ONLY-TEXT
           IF WS-SHOW-AGE-ONLY
               MOVE "INCLUDED" TO WS-AGE-ONLY-TEXT
           END-IF
           MOVE SPACES TO WS-HEADER-LINE
           STRING "DATES " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               "  IDENT " DELIMITED BY SIZE
               WS-IDENT-X DELIMITED BY SIZE
               "  PROGRAM " DELIMITED BY SIZE
               WS-PICK-PROGRAM DELIMITED BY SIZE
               "  ACTION " DELIMITED BY SIZE
               WS-PICK-ACTION DELIMITED BY SIZE
               "  AGE-ONLY REWRITES " DELIMITED BY SIZE
               WS-AGE-ONLY-TEXT DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           STRING "    FIELD               " DELIMITED BY SIZE
               "OLD VALUE                    " DELIMITED BY SIZE
               "NEW VALUE" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS.

       READ-AUDIT-RECORD.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       PROCESS-AUDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE AU-BEFORE-IMAGE TO WS-AUDIT-BEFORE
           MOVE AU-AFTER-IMAGE TO WS-AUDIT-AFTER
           IF AU-ACTION = "A"
               MOVE HA-IDENT TO WS-AUDIT-IDENT
           ELSE
               MOVE HB-IDENT TO WS-AUDIT-IDENT
           END-IF
           PERFORM CHECK-SELECTION
           IF WS-SELECTED
               ADD 1 TO WS-PRINTED-COUNT
               PERFORM PRINT-AUDIT-RECORD
           END-IF
           PERFORM READ-AUDIT-RECORD.

       CHECK-SELECTION.
           MOVE "Y" TO WS-SELECTED-SW
           IF AU-DATE < WS-FROM-DATE
               OR AU-DATE > WS-TO-DATE
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-BY-IDENT
               AND WS-AUDIT-IDENT NOT = WS-PICK-IDENT
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-PICK-PROGRAM NOT = SPACES
               AND AU-PROGRAM NOT = WS-PICK-PROGRAM
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-PICK-ACTION NOT = SPACES
               AND AU-ACTION NOT = WS-PICK-ACTION
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-SELECTED
               AND NOT WS-SHOW-AGE-ONLY
               AND AU-PROGRAM = "CUSTBATCH"
               AND AU-ACTION = "C"
               PERFORM CHECK-AGE-ONLY
           END-IF.

      *> Put the old age into the after image; if the images then
      *> match, the age was the only thing the rewrite changed.
       CHECK-AGE-ONLY.
           MOVE HB-CURRENT-AGE TO HA-CURRENT-AGE
           IF WS-AUDIT-BEFORE = WS-AUDIT-AFTER
               MOVE "N" TO WS-SELECTED-SW
               ADD 1 TO WS-AGE-ONLY-COUNT
           END-IF
           MOVE AU-AFTER-IMAGE TO WS-AUDIT-AFTER.

       PRINT-AUDIT-RECORD.
           EVALUATE AU-ACTION
               WHEN "A"
                   MOVE "ADDED" TO WS-ACTION-NAME
               WHEN "C"
                   MOVE "CHANGED" TO WS-ACTION-NAME
               WHEN "D"
                   MOVE "DELETED" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE AU-ACTION TO WS-ACTION-NAME
           END-EVALUATE
           MOVE AU-DATE TO WS-AUDIT-DATE-WORK
           MOVE AU-TIME TO WS-AUDIT-TIME-WORK
           MOVE SPACES TO WS-DETAIL-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           STRING WS-AUDIT-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-AUDIT-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-AUDIT-YYYY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-MN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-SS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AU-PROGRAM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-NAME DELIMITED BY SIZE
               "  IDENT " DELIMITED BY SIZE
               WS-AUDIT-IDENT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           EVALUATE AU-ACTION
               WHEN "A"
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM PRINT-WHOLE-RECORD
               WHEN "D"
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM PRINT-WHOLE-RECORD
               WHEN OTHER
                   PERFORM PRINT-CHANGED-FIELDS
           END-EVALUATE.

      *> An add has only an after image and a delete only a before
      *> image; the missing side prints blank.
       PRINT-WHOLE-RECORD.
           PERFORM PRINT-IDENT
           PERFORM PRINT-CUST-NAME
           PERFORM PRINT-DATE-OF-BIRTH
           PERFORM PRINT-CURRENT-AGE
           PERFORM PRINT-STREET-ADDRESS
           PERFORM PRINT-CITY
           PERFORM PRINT-STATE
           PERFORM PRINT-ZIP
           PERFORM PRINT-PHONE.

       PRINT-CHANGED-FIELDS.
           MOVE ZERO TO WS-CHANGED-COUNT
           IF HB-IDENT NOT = HA-IDENT
               PERFORM PRINT-IDENT
           END-IF
           IF HB-CUST-NAME NOT = HA-CUST-NAME
               PERFORM PRINT-CUST-NAME
           END-IF
           IF HB-DATE-OF-BIRTH NOT = HA-DATE-OF-BIRTH
               PERFORM PRINT-DATE-OF-BIRTH
           END-IF
           IF HB-CURRENT-AGE NOT = HA-CURRENT-AGE
               PERFORM PRINT-CURRENT-AGE
           END-IF
           IF HB-STREET-ADDRESS NOT = HA-STREET-ADDRESS
               PERFORM PRINT-STREET-ADDRESS
           END-IF
           IF HB-CITY NOT = HA-CITY
               PERFORM PRINT-CITY
           END-IF
           IF HB-STATE NOT = HA-STATE
               PERFORM PRINT-STATE
           END-IF
           IF HB-ZIP NOT = HA-ZIP
               PERFORM PRINT-ZIP
           END-IF
           IF HB-PHONE NOT = HA-PHONE
               PERFORM PRINT-PHONE
           END-IF
           IF WS-CHANGED-COUNT = ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "    NO FIELDS CHANGED" TO WS-DETAIL-LINE
               WRITE HISTORY-REPORT-RECORD FROM WS-DETAIL-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.

       PRINT-IDENT.
           MOVE "CM-IDENT" TO WS-FIELD-NAME
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF AU-ACTION NOT = "A"
               MOVE HB-IDENT TO WS-OLD-VALUE
           END-IF
           IF AU-ACTION NOT = "D"
               MOVE HA-IDENT TO WS-NEW-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE.

       PRINT-CUST-NAME.
           MOVE "CM-CUST-NAME" TO WS-FIELD-NAME
           MOVE HB-CUST-NAME TO WS-OLD-VALUE
           MOVE HA-CUST-NAME TO WS-NEW-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-DATE-OF-BIRTH.
           MOVE "CM-DATE-OF-BIRTH" TO WS-FIELD-NAME
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF AU-ACTION NOT = "A"
               MOVE HB-DATE-OF-BIRTH TO WS-DOB-WORK
               PERFORM FORMAT-DATE-OF-BIRTH
               MOVE WS-DOB-DISPLAY TO WS-OLD-VALUE
           END-IF
           IF AU-ACTION NOT = "D"
               MOVE HA-DATE-OF-BIRTH TO WS-DOB-WORK
               PERFORM FORMAT-DATE-OF-BIRTH
               MOVE WS-DOB-DISPLAY TO WS-NEW-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE.

       FORMAT-DATE-OF-BIRTH.
           MOVE SPACES TO WS-DOB-DISPLAY
           STRING WS-DOB-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DOB-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DOB-YYYY DELIMITED BY SIZE
               INTO WS-DOB-DISPLAY.

       PRINT-CURRENT-AGE.
           MOVE "CM-CURRENT-AGE" TO WS-FIELD-NAME
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF AU-ACTION NOT = "A"
               MOVE HB-CURRENT-AGE TO WS-OLD-VALUE
           END-IF
           IF AU-ACTION NOT = "D"
               MOVE HA-CURRENT-AGE TO WS-NEW-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE.

       PRINT-STREET-ADDRESS.
           MOVE "CM-STREET-ADDRESS" TO WS-FIELD-NAME
           MOVE HB-STREET-ADDRESS TO WS-OLD-VALUE
           MOVE HA-STREET-ADDRESS TO WS-NEW-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-CITY.
           MOVE "CM-CITY" TO WS-FIELD-NAME
           MOVE HB-CITY TO WS-OLD-VALUE
           MOVE HA-CITY TO WS-NEW-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-STATE.
           MOVE "CM-STATE" TO WS-FIELD-NAME
           MOVE HB-STATE TO WS-OLD-VALUE
           MOVE HA-STATE TO WS-NEW-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-ZIP.
           MOVE "CM-ZIP" TO WS-FIELD-NAME
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF AU-ACTION NOT = "A"
               MOVE HB-ZIP TO WS-OLD-VALUE
           END-IF
           IF AU-ACTION NOT = "D"
               MOVE HA-ZIP TO WS-NEW-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE.

       PRINT-PHONE.
           MOVE "CM-PHONE" TO WS-FIELD-NAME
           MOVE HB-PHONE TO WS-OLD-VALUE
           MOVE HA-PHONE TO WS-NEW-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-FIELD-LINE.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "    " DELIMITED BY SIZE
               WS-FIELD-NAME DELIMITED BY SIZE
               WS-OLD-VALUE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-NEW-VALUE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           STRING "AUDIT RECORDS READ: " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  PRINTED: " DELIMITED BY SIZE
               WS-PRINTED-COUNT DELIMITED BY SIZE
               "  AGE-ONLY REWRITES SUPPRESSED: " DELIMITED BY SIZE
               WS-AGE-ONLY-COUNT DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           WRITE HISTORY-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           DISPLAY WS-TOTAL-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-AUDIT-FILE
           CLOSE HISTORY-REPORT-FILE.
