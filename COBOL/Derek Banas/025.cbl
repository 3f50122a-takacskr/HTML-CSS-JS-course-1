       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPURGE.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-IDENT
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-RATE-HISTORY-FILE
               ASSIGN TO "EMPRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT PURGE-REPORT-FILE
               ASSIGN TO "EMPPURGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CTL-STATUS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPREC.

       FD  PAY-RATE-HISTORY-FILE.
       01  PAY-RATE-HISTORY-RECORD.
           COPY RATEREC.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTDREC.

       FD  EARNINGS-HISTORY-FILE.
       01  EARNINGS-HISTORY-RECORD.
           COPY HISTREC.

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD PIC X(90).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BDREC.

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-YTD-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-FILES-OPEN-SW PIC X VALUE "N".
           88 WS-FILES-OPEN VALUE "Y".
       01 WS-YTD-OPEN-SW PIC X VALUE "N".
           88 WS-YTD-OPEN VALUE "Y".

       01 WS-PURGE-DONE-SW PIC X VALUE "N".
           88 WS-PURGE-DONE VALUE "Y".

      *> Why a terminated employee has to stay on file, spaces when
      *> they can go.
       01 WS-KEEP-REASON PIC X(40) VALUE SPACES.

       01 WS-TERM-DATE PIC 9(8) VALUE 0.
       01 WS-TERM-DATE-PARTS REDEFINES WS-TERM-DATE.
           05 WS-TERM-YEAR PIC 9(4).
           05 WS-TERM-MMDD PIC 9(4).

       01 WS-READ-COUNT    PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT  PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT    PIC 9(5) VALUE 0.

       COPY DATEWS.
       COPY RUNWS.

       01 WS-HEADER-LINE PIC X(90).
       01 WS-DETAIL-LINE PIC X(90).

       PROCEDURE DIVISION.

      *> Physically removes employees who have left for good. Only a
      *> terminated employee whose termination year YTDROLL has
      *> already rolled to PAYHIST is removed, and only when nothing
      *> has been paid to them in the year since; that way YEAREND,
      *> DEPTRPT and CHKVOID never meet an ident in the open year
      *> with no name behind it. The employee's EMPMAST record, their
      *> EMPRATE history and their emptied PAYYTD record go; PAYHIST,
      *> PAYPER, CHKREG and DEPREG keep their history, and EMPMAINT
      *> will not give the ident to anyone else while PAYHIST still
      *> holds it. Everyone read is listed on EMPPURGE.PRT, purged or
      *> kept with the reason.
       PERFORM GET-CURRENT-DATE
       MOVE "EMPPURGE" TO WS-RUN-PROGRAM
       MOVE SPACES TO WS-RUN-PREDECESSOR
       PERFORM RUN-CONTROL-STARTUP
       IF NOT WS-RUN-BLOCKED
           PERFORM OPEN-FILES
           IF WS-FILES-OPEN
               PERFORM WRITE-REPORT-HEADER
               PERFORM START-EMPLOYEE-MASTER
               PERFORM CHECK-EMPLOYEE UNTIL WS-EOF
               PERFORM WRITE-REPORT-TOTALS
           ELSE
               MOVE "R" TO WS-RUN-END-STATUS
           END-IF
           PERFORM CLOSE-FILES
           MOVE WS-PURGED-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-FINALIZE
       END-IF

       STOP RUN.

       COPY GETDATE.

      *> Without PAYHIST there is no rolled year to prove, so nobody
      *> can be purged.
       OPEN-FILES.
           MOVE "Y" TO WS-FILES-OPEN-SW
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No employee master found - nothing to purge"
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF
           OPEN INPUT EARNINGS-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "No earnings history found - no tax year has "
                   "been rolled, nothing to purge"
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF
           OPEN I-O PAY-RATE-HISTORY-FILE
           IF WS-RATE-FILE-STATUS = "35"
               OPEN OUTPUT PAY-RATE-HISTORY-FILE
               CLOSE PAY-RATE-HISTORY-FILE
               OPEN I-O PAY-RATE-HISTORY-FILE
           END-IF
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS = "00"
               MOVE "Y" TO WS-YTD-OPEN-SW
           END-IF
           OPEN OUTPUT PURGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PURGE-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "EMPLOYEE PURGE  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER
           MOVE "IDENT  NAME                  TERMINATED  ACTION"
               TO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER.

       WRITE-FROM-HEADER.
           WRITE PURGE-REPORT-RECORD FROM WS-HEADER-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PURGE-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       START-EMPLOYEE-MASTER.
           MOVE ZERO TO EM-IDENT
           START EMPLOYEE-MASTER-FILE
                   KEY IS NOT LESS THAN EM-IDENT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-NEXT-EMPLOYEE
           END-IF.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           IF EM-TERMINATED
               PERFORM CHECK-PURGE-ALLOWED
               IF WS-KEEP-REASON = SPACES
                   PERFORM PURGE-EMPLOYEE
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-EMPLOYEE.

      *> YTDROLL has rolled a tax year once PAYHIST holds any record
      *> for it. Pay since then sits on the employee's PAYYTD record
      *> until the next roll.
       CHECK-PURGE-ALLOWED.
           MOVE SPACES TO WS-KEEP-REASON
           MOVE EM-TERM-DATE TO WS-TERM-DATE
           MOVE WS-TERM-YEAR TO HI-TAX-YEAR
           MOVE ZERO TO HI-IDENT
           MOVE "KEPT - TERMINATION YEAR NOT YET ROLLED"
               TO WS-KEEP-REASON
           START EARNINGS-HISTORY-FILE
                   KEY IS NOT LESS THAN HI-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EARNINGS-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HI-TAX-YEAR = WS-TERM-YEAR
                               MOVE SPACES TO WS-KEEP-REASON
                           END-IF
                   END-READ
           END-START
           IF WS-KEEP-REASON = SPACES AND WS-YTD-OPEN
               MOVE EM-IDENT TO YT-IDENT
               READ YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YT-GROSS NOT = ZERO
                           OR YT-CHECK-COUNT NOT = ZERO
                           MOVE "KEPT - PAID SINCE THE YEAR WAS ROLLED"
                               TO WS-KEEP-REASON
                       END-IF
               END-READ
           END-IF.

       PURGE-EMPLOYEE.
           DELETE EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE "KEPT - EMPMAST DELETE FAILED STATUS "
                       TO WS-KEEP-REASON
                   MOVE WS-EMP-FILE-STATUS TO WS-KEEP-REASON (37:2)
                   PERFORM WRITE-EMPLOYEE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM PURGE-RATE-HISTORY
                   PERFORM PURGE-YTD-RECORD
                   MOVE "PURGED" TO WS-KEEP-REASON
                   PERFORM WRITE-EMPLOYEE-LINE
           END-DELETE.

      *> The employee's dated rates go with them, so nothing is left
      *> to price a time card against under the ident.
       PURGE-RATE-HISTORY.
           MOVE "N" TO WS-PURGE-DONE-SW
           MOVE EM-IDENT TO RA-IDENT
           MOVE ZERO TO RA-EFF-DATE
           START PAY-RATE-HISTORY-FILE
                   KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PURGE-DONE-SW
           END-START
           PERFORM PURGE-RATE-RECORD UNTIL WS-PURGE-DONE.

       PURGE-RATE-RECORD.
           READ PAY-RATE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PURGE-DONE-SW
               NOT AT END
                   IF RA-IDENT NOT = EM-IDENT
                       MOVE "Y" TO WS-PURGE-DONE-SW
                   ELSE
                       DELETE PAY-RATE-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "ERROR DELETING EMPRATE IDENT "
                                   RA-IDENT " STATUS "
                                   WS-RATE-FILE-STATUS
                               MOVE "Y" TO WS-PURGE-DONE-SW
                       END-DELETE
                   END-IF
           END-READ.

      *> CHECK-PURGE-ALLOWED has already seen the record is empty.
       PURGE-YTD-RECORD.
           IF WS-YTD-OPEN
               MOVE EM-IDENT TO YT-IDENT
               DELETE YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING EM-IDENT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               EM-EMP-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EM-TERM-DATE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-KEEP-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE PURGE-REPORT-RECORD FROM WS-DETAIL-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PURGE-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "EMPLOYEES READ: " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  PURGED: " DELIMITED BY SIZE
               WS-PURGED-COUNT DELIMITED BY SIZE
               "  TERMINATED BUT KEPT: " DELIMITED BY SIZE
               WS-KEPT-COUNT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE PURGE-REPORT-RECORD FROM WS-DETAIL-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PURGE-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF
           DISPLAY WS-DETAIL-LINE.

       CLOSE-FILES.
           IF WS-EMP-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "35"
               CLOSE EARNINGS-HISTORY-FILE
           END-IF
           CLOSE PAY-RATE-HISTORY-FILE
           IF WS-YTD-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF
           CLOSE PURGE-REPORT-FILE.

       COPY RUNPROC.
