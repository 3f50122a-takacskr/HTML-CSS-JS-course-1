
       FD  DEPT-WORK-FILE.
       01  DEPT-WORK-RECORD.
           05  DW-PERIOD-NO        PIC 9(6).
           05  DW-DEPT             PIC X(4).
           05  DW-IDENT            PIC 9(3).
           05  DW-HOURS            PIC 9(4)V99.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-PERIOD-NO        PIC 9(6).
           05  SR-DEPT             PIC X(4).
           05  SR-REST             PIC X(33).

       FD  SORTED-DETAIL-FILE.
       01  SORTED-DETAIL-RECORD.
           05  SRT-PERIOD-NO       PIC 9(6).
           05  SRT-DEPT            PIC X(4).
           05  SRT-IDENT           PIC 9(3).
           05  SRT-HOURS           PIC 9(4)V99.

       01 WS-EMP-COUNT PIC 9(5) VALUE 0.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE 0.
       01 WS-CURRENT-DEPT PIC X(4) VALUE SPACES.

       01 WS-DEPT-HOURS      PIC 9(6)V99 VALUE 0.
       END-IF
       IF NOT WS-EOF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PERIOD-NO SR-DEPT
               USING DEPT-WORK-FILE
               GIVING SORTED-DETAIL-FILE
           PERFORM OPEN-REPORT-FILES
       IF NOT WS-EOF
           PERFORM READ-SORTED-DETAIL
           IF NOT WS-EOF
               MOVE SRT-PERIOD-NO TO WS-CURRENT-PERIOD
               MOVE SRT-DEPT TO WS-CURRENT-DEPT
               PERFORM WRITE-PERIOD-HEADER
           END-IF
           PERFORM REPORT-DETAIL-LINE UNTIL WS-EOF
           IF WS-EMP-COUNT > ZERO
       COPY GETDATE.

      *> Each paid employee's department comes off EMPMAST; the work
      *> file carries it as a sort key the way DBCRRPT sorts the
      *> ledger by account, behind the pay period the detail was paid
      *> in, so the summary is reported period by period.
       BUILD-DEPT-WORK-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS = "35"
               INVALID KEY
                   MOVE "????" TO EM-DEPT
           END-READ
           IF PD-PERIOD-NO IS NUMERIC
               MOVE PD-PERIOD-NO TO DW-PERIOD-NO
           ELSE
               MOVE ZERO TO DW-PERIOD-NO
           END-IF
           MOVE EM-DEPT TO DW-DEPT
           MOVE PD-IDENT TO DW-IDENT
           MOVE PD-HOURS TO DW-HOURS
           WRITE DEPT-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS.

       WRITE-PERIOD-HEADER.
           MOVE SPACES TO WS-HEADER-LINE
           STRING "PAY PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE DEPT-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM CHECK-REPORT-STATUS.

       READ-SORTED-DETAIL.
           READ SORTED-DETAIL-FILE
               AT END
           END-READ.

       REPORT-DETAIL-LINE.
           IF SRT-PERIOD-NO NOT = WS-CURRENT-PERIOD
               PERFORM WRITE-DEPT-TOTAL
               MOVE SRT-PERIOD-NO TO WS-CURRENT-PERIOD
               MOVE SRT-DEPT TO WS-CURRENT-DEPT
               PERFORM WRITE-PERIOD-HEADER
           ELSE
               IF SRT-DEPT NOT = WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-TOTAL
                   MOVE SRT-DEPT TO WS-CURRENT-DEPT
               END-IF
           END-IF
           ADD 1 TO WS-EMP-COUNT
           ADD SRT-HOURS TO WS-DEPT-HOURS
