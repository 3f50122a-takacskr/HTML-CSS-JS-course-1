               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT PERIOD-HISTORY-FILE
               ASSIGN TO "PAYPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT YEAR-END-REPORT
               ASSIGN TO "YTDRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  EARNINGS-HISTORY-RECORD.
           COPY HISTREC.

       FD  PERIOD-HISTORY-FILE.
       01  PERIOD-HISTORY-RECORD.
           COPY PERREC.

       FD  YEAR-END-REPORT.
       01  YEAR-END-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-PER-FILE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-YEAR-X     PIC X(4).
       01 WS-PICK-YEAR REDEFINES WS-YEAR-X PIC 9(4).

       01 WS-PERIOD-SW PIC X VALUE "N".
           88 WS-BY-PERIOD VALUE "Y".
       01 WS-PERIOD-X   PIC XX.
       01 WS-PICK-PERIOD REDEFINES WS-PERIOD-X PIC 99.
       01 WS-REPORT-PERIOD.
           05 WS-REPORT-PERIOD-YEAR PIC 9(4).
           05 WS-REPORT-PERIOD-SEQ  PIC 99.
       01 WS-REPORT-PERIOD-NO REDEFINES WS-REPORT-PERIOD PIC 9(6).

       01 WS-EMP-COUNT         PIC 9(5)    VALUE 0.
       01 WS-GRAND-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-FED-TAX     PIC 9(9)V99 VALUE 0.

       PERFORM GET-CURRENT-DATE
       PERFORM GET-REPORT-YEAR
       PERFORM GET-REPORT-PERIOD
       PERFORM OPEN-FILES
       PERFORM WRITE-REPORT-HEADER
       IF NOT WS-EOF
           EVALUATE TRUE
               WHEN WS-BY-PERIOD
                   PERFORM START-PERIOD-HISTORY
               WHEN WS-PRIOR-YEAR
                   PERFORM START-HISTORY-FILE
               WHEN OTHER
                   PERFORM START-YTD-MASTER
           END-EVALUATE
       END-IF
       EVALUATE TRUE
           WHEN WS-BY-PERIOD
               PERFORM PROCESS-PERIOD-EMPLOYEE UNTIL WS-EOF
           WHEN WS-PRIOR-YEAR
               PERFORM PROCESS-HISTORY-EMPLOYEE UNTIL WS-EOF
           WHEN OTHER
               PERFORM PROCESS-EMPLOYEE UNTIL WS-EOF
       END-EVALUATE
       PERFORM WRITE-GRAND-TOTAL
       PERFORM CLOSE-FILES

               END-IF
           END-IF.

      *> A period number picks one pay period of the year out of the
      *> period history instead of the whole year's figures. The
      *> year is the one just asked for, or the current one when that
      *> was left blank or is still open.
       GET-REPORT-PERIOD.
           DISPLAY "Pay period within the year (PP, blank for the "
               "whole year): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-X
           IF WS-PERIOD-X = SPACES OR WS-PERIOD-X = "00"
               MOVE "N" TO WS-PERIOD-SW
           ELSE
               IF WS-PERIOD-X NOT NUMERIC
                   DISPLAY "Invalid period - reporting the whole year"
                   MOVE "N" TO WS-PERIOD-SW
               ELSE
                   MOVE "Y" TO WS-PERIOD-SW
                   IF WS-PRIOR-YEAR
                       MOVE WS-PICK-YEAR TO WS-REPORT-PERIOD-YEAR
                   ELSE
                       MOVE WS-TODAY-YYYY TO WS-REPORT-PERIOD-YEAR
                   END-IF
                   MOVE WS-PICK-PERIOD TO WS-REPORT-PERIOD-SEQ
               END-IF
           END-IF.

       OPEN-FILES.
           EVALUATE TRUE
               WHEN WS-BY-PERIOD
                   OPEN INPUT PERIOD-HISTORY-FILE
                   IF WS-PER-FILE-STATUS = "35"
                       DISPLAY "No period history found - nothing to "
                           "print"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               WHEN WS-PRIOR-YEAR
                   OPEN INPUT EARNINGS-HISTORY-FILE
                   IF WS-HIST-FILE-STATUS = "35"
                       DISPLAY "No earnings history found - nothing to "
                           "print"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               WHEN OTHER
                   OPEN INPUT YTD-MASTER-FILE
                   IF WS-FILE-STATUS = "35"
                       DISPLAY "No year-to-date master found - nothing "
                           "to print"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-EVALUATE
           OPEN OUTPUT YEAR-END-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YEAR-END-REPORT STATUS "
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       START-PERIOD-HISTORY.
           MOVE WS-REPORT-PERIOD-NO TO PH-PERIOD-NO
           MOVE ZERO TO PH-IDENT
           START PERIOD-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-NEXT-PERIOD
           END-IF.

       READ-NEXT-PERIOD.
           READ PERIOD-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF AND PH-PERIOD-NO NOT = WS-REPORT-PERIOD-NO
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       START-YTD-MASTER.
           MOVE ZERO TO YT-IDENT
           START YTD-MASTER-FILE KEY IS NOT LESS THAN YT-IDENT

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           EVALUATE TRUE
               WHEN WS-BY-PERIOD
                   STRING "PERIOD EARNINGS SUMMARY  PAY PERIOD "
                       DELIMITED BY SIZE
                       WS-REPORT-PERIOD-NO DELIMITED BY SIZE
                       "  RUN DATE: " DELIMITED BY SIZE
                       WS-TODAY-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-DD DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-YYYY DELIMITED BY SIZE
                       INTO WS-HEADER-LINE
               WHEN WS-PRIOR-YEAR
                   STRING "YEAR-END EARNINGS SUMMARY  TAX YEAR "
                       DELIMITED BY SIZE
                       WS-YEAR-X DELIMITED BY SIZE
                       "  RUN DATE: " DELIMITED BY SIZE
                       WS-TODAY-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-DD DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-YYYY DELIMITED BY SIZE
                       INTO WS-HEADER-LINE
               WHEN OTHER
                   STRING "YEAR-END EARNINGS SUMMARY  RUN DATE: "
                       DELIMITED BY SIZE
                       WS-TODAY-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-DD DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TODAY-YYYY DELIMITED BY SIZE
                       INTO WS-HEADER-LINE
           END-EVALUATE
           WRITE YEAR-END-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-HEADER-LINE
           ADD 1 TO WS-EMP-COUNT
           PERFORM READ-NEXT-HISTORY.

       PROCESS-PERIOD-EMPLOYEE.
           MOVE PH-GROSS TO WS-GROSS-DISPLAY
           MOVE PH-FED-TAX TO WS-FED-TAX-DISPLAY
           MOVE PH-FICA-TAX TO WS-FICA-TAX-DISPLAY
           MOVE PH-STATE-TAX TO WS-STATE-TAX-DISPLAY
           MOVE PH-NET-PAY TO WS-NET-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING PH-IDENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-GROSS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FED-TAX-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FICA-TAX-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TAX-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PH-CHECK-COUNT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE YEAR-END-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS
           ADD PH-GROSS TO WS-GRAND-GROSS
           ADD PH-FED-TAX TO WS-GRAND-FED-TAX
           ADD PH-FICA-TAX TO WS-GRAND-FICA-TAX
           ADD PH-STATE-TAX TO WS-GRAND-STATE-TAX
           ADD PH-NET-PAY TO WS-GRAND-NET
           ADD 1 TO WS-EMP-COUNT
           PERFORM READ-NEXT-PERIOD.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-GROSS TO WS-GRAND-GROSS-DISPLAY
           MOVE WS-GRAND-FED-TAX TO WS-GRAND-FED-DISPLAY
           PERFORM CHECK-REPORT-STATUS.

       CLOSE-FILES.
           EVALUATE TRUE
               WHEN WS-BY-PERIOD
                   IF WS-PER-FILE-STATUS NOT = "35"
                       CLOSE PERIOD-HISTORY-FILE
                   END-IF
               WHEN WS-PRIOR-YEAR
                   IF WS-HIST-FILE-STATUS NOT = "35"
                       CLOSE EARNINGS-HISTORY-FILE
                   END-IF
               WHEN OTHER
                   IF WS-FILE-STATUS NOT = "35"
                       CLOSE YTD-MASTER-FILE
                   END-IF
           END-EVALUATE
           CLOSE YEAR-END-REPORT.
