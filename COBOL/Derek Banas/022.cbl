       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
       AUTHOR. Krisztian Takacs.
       DATE-WRITTEN. October 15th 2026.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-IDENT
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-IDENT
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> The frozen layouts the master was written in before the
      *> current one: 32 bytes before the direct-deposit and
      *> withholding fields existed, 71 bytes before the employment
      *> status fields. The record length read tells them apart. This
      *> is the one place they are still spelled out; everything else
      *> copies EMPREC.
       FD  OLD-EMPLOYEE-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 32 TO 71 CHARACTERS
               DEPENDING ON WS-OLD-RECORD-LENGTH.
       01  OLD-EMPLOYEE-MASTER-RECORD.
           02  OE-IDENT                PIC 9(3).
           02  OE-EMP-NAME             PIC X(20).
           02  OE-DEPT                 PIC X(4).
           02  OE-AUTH-RATE            PIC 9(3)V99.
           02  OE-DEPOSIT-SW           PIC X.
           02  OE-BANK-ROUTING         PIC 9(9).
           02  OE-BANK-ACCOUNT         PIC X(17).
           02  OE-ACCOUNT-TYPE         PIC X.
           02  OE-FILING-STATUS        PIC X.
           02  OE-ALLOWANCES           PIC 99.
           02  OE-EXTRA-WITHHOLD       PIC 9(4)V99.
           02  OE-STATE-CODE           PIC XX.

       FD  NEW-EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
       01 WS-NEW-STATUS PIC XX.
       01 WS-OLD-RECORD-LENGTH PIC 9(4) COMP.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      *> One-time rebuild of EMPMAST.DAT into the current layout. An
      *> employee from a 32-byte master comes across paid by check
      *> (EM-DEPOSIT-SW "N", no bank account) as single with no
      *> allowances and no state code; EMPMAINT enrolls them and sets
      *> their W-4 afterwards. An employee from a 71-byte master keeps
      *> their bank and withholding fields. Either way they come
      *> across active with no hire, termination or leave dates on
      *> file, which PAYROLL reads as no restriction on the hours it
      *> pays. The converted file lands on EMPNEW.DAT; the operator
      *> archives the old master and renames EMPNEW.DAT to EMPMAST.DAT
      *> before the next payroll.
       PERFORM OPEN-FILES
       IF NOT WS-EOF
           PERFORM START-OLD-MASTER
       END-IF
       PERFORM CONVERT-EMPLOYEE UNTIL WS-EOF
       PERFORM CLOSE-FILES
       DISPLAY "Records read:      " WS-READ-COUNT
       DISPLAY "Records converted: " WS-WRITTEN-COUNT
       DISPLAY "Errors:            " WS-ERROR-COUNT
       IF WS-WRITTEN-COUNT > ZERO AND WS-ERROR-COUNT = ZERO
           DISPLAY "Archive EMPMAST.DAT and rename EMPNEW.DAT "
               "to EMPMAST.DAT"
       END-IF

       STOP RUN.

       OPEN-FILES.
           OPEN INPUT OLD-EMPLOYEE-MASTER-FILE
           IF WS-OLD-STATUS = "35"
               DISPLAY "No employee master found - nothing to convert"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN OUTPUT NEW-EMPLOYEE-MASTER-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NEW-EMPLOYEE-MASTER-FILE STATUS "
                   WS-NEW-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       START-OLD-MASTER.
           MOVE ZERO TO OE-IDENT
           START OLD-EMPLOYEE-MASTER-FILE
                   KEY IS NOT LESS THAN OE-IDENT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-OLD-EMPLOYEE
           END-IF.

       READ-OLD-EMPLOYEE.
           READ OLD-EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       CONVERT-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           MOVE OE-IDENT TO EM-IDENT
           MOVE OE-EMP-NAME TO EM-EMP-NAME
           MOVE OE-DEPT TO EM-DEPT
           MOVE OE-AUTH-RATE TO EM-AUTH-RATE
           IF WS-OLD-RECORD-LENGTH < 71
               MOVE "N" TO EM-DEPOSIT-SW
               MOVE ZERO TO EM-BANK-ROUTING
               MOVE SPACES TO EM-BANK-ACCOUNT
               MOVE SPACES TO EM-ACCOUNT-TYPE
               MOVE "S" TO EM-FILING-STATUS
               MOVE ZERO TO EM-ALLOWANCES
               MOVE ZERO TO EM-EXTRA-WITHHOLD
               MOVE SPACES TO EM-STATE-CODE
           ELSE
               MOVE OE-DEPOSIT-SW TO EM-DEPOSIT-SW
               MOVE OE-BANK-ROUTING TO EM-BANK-ROUTING
               MOVE OE-BANK-ACCOUNT TO EM-BANK-ACCOUNT
               MOVE OE-ACCOUNT-TYPE TO EM-ACCOUNT-TYPE
               MOVE OE-FILING-STATUS TO EM-FILING-STATUS
               MOVE OE-ALLOWANCES TO EM-ALLOWANCES
               MOVE OE-EXTRA-WITHHOLD TO EM-EXTRA-WITHHOLD
               MOVE OE-STATE-CODE TO EM-STATE-CODE
           END-IF
           MOVE "A" TO EM-EMP-STATUS
           MOVE ZERO TO EM-HIRE-DATE
           MOVE ZERO TO EM-TERM-DATE
           MOVE ZERO TO EM-LEAVE-START
           MOVE ZERO TO EM-LEAVE-END
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "CONVERT FAILED IDENT " OE-IDENT
                       " STATUS " WS-NEW-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE
           PERFORM READ-OLD-EMPLOYEE.

       CLOSE-FILES.
           IF WS-OLD-STATUS NOT = "35"
               CLOSE OLD-EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-NEW-STATUS = "00"
               CLOSE NEW-EMPLOYEE-MASTER-FILE
           END-IF.
