
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.

       01 WS-EVENT-TEXT PIC X(10).
       01 WS-COUNT-DISPLAY PIC Z,ZZZ,ZZ9.

      *> Start records not yet matched by an end record for the same
      *> program and business date; whatever is left once the whole
      *> file has been read is a run that started and never finished.
       01 WS-OPEN-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPEN-RUN-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-OPEN-RUN-SUB PIC 9(3).
       01 WS-OPEN-RUN-FOUND PIC 9(3).
       01 WS-OPEN-RUN-TABLE.
           05 WS-OPEN-RUN OCCURS 500 TIMES.
               10 WS-OPEN-PROGRAM PIC X(9).
               10 WS-OPEN-BUSINESS-DATE PIC 9(8).
               10 WS-OPEN-STAMP-DATE PIC 9(8).
               10 WS-OPEN-STAMP-TIME PIC 9(6).

       COPY DATEWS.

       01 WS-HEADER-LINE PIC X(90).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(21) VALUE "PROGRAM    BUS DATE  ".
           05 FILLER PIC X(12) VALUE "EVENT".
           05 FILLER PIC X(57) VALUE "AT DATE   AT TIME   RECORDS".
       01 WS-DETAIL-LINE PIC X(90).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
       END-IF
       PERFORM REPORT-RUN-RECORD UNTIL WS-EOF
       IF WS-RUN-CTL-STATUS NOT = "35"
           PERFORM REPORT-UNFINISHED-RUNS
       END-IF
       PERFORM CLOSE-FILES
       DISPLAY "Run-control records reported: " WS-RECORD-COUNT

                   MOVE "COMPLETED" TO WS-EVENT-TEXT
               WHEN RC-RECORD-TYPE = "E" AND RC-STATUS = "R"
                   MOVE "REJECTED" TO WS-EVENT-TEXT
               WHEN RC-RECORD-TYPE = "E" AND RC-STATUS = "B"
                   MOVE "BACKED OUT" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-EVENT-TEXT
           END-EVALUATE
           EVALUATE RC-RECORD-TYPE
               WHEN "S"
                   PERFORM NOTE-RUN-STARTED
               WHEN "E"
                   PERFORM NOTE-RUN-ENDED
           END-EVALUATE
           MOVE RC-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING RC-PROGRAM DELIMITED BY SIZE
           DISPLAY WS-DETAIL-LINE
           PERFORM READ-RUN-CONTROL.

       NOTE-RUN-STARTED.
           IF WS-OPEN-RUN-COUNT < 500
               ADD 1 TO WS-OPEN-RUN-COUNT
               MOVE RC-PROGRAM TO WS-OPEN-PROGRAM (WS-OPEN-RUN-COUNT)
               MOVE RC-BUSINESS-DATE
                   TO WS-OPEN-BUSINESS-DATE (WS-OPEN-RUN-COUNT)
               MOVE RC-STAMP-DATE
                   TO WS-OPEN-STAMP-DATE (WS-OPEN-RUN-COUNT)
               MOVE RC-STAMP-TIME
                   TO WS-OPEN-STAMP-TIME (WS-OPEN-RUN-COUNT)
           ELSE
               ADD 1 TO WS-OPEN-RUN-OVERFLOW
           END-IF.

      *> An end record closes off the latest start still open for the
      *> same program and business date. A PAYROLL back-out's "B" end
      *> closes the interrupted run's start, since it is written for
      *> that run's business date. A completed end closes every start
      *> still open for them: a PAYROLL restart finishes the run that
      *> was interrupted on that business date as well as its own.
       NOTE-RUN-ENDED.
           PERFORM CLOSE-LATEST-OPEN-RUN
           IF RC-STATUS = "C"
               PERFORM CLOSE-LATEST-OPEN-RUN
                   UNTIL WS-OPEN-RUN-FOUND = ZERO
           END-IF.

       CLOSE-LATEST-OPEN-RUN.
           MOVE ZERO TO WS-OPEN-RUN-FOUND
           PERFORM FIND-OPEN-RUN
               VARYING WS-OPEN-RUN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-RUN-SUB > WS-OPEN-RUN-COUNT
           IF WS-OPEN-RUN-FOUND > ZERO
               PERFORM CLOSE-OFF-OPEN-RUN
                   VARYING WS-OPEN-RUN-SUB FROM WS-OPEN-RUN-FOUND BY 1
                   UNTIL WS-OPEN-RUN-SUB NOT < WS-OPEN-RUN-COUNT
               SUBTRACT 1 FROM WS-OPEN-RUN-COUNT
           END-IF.

       FIND-OPEN-RUN.
           IF WS-OPEN-PROGRAM (WS-OPEN-RUN-SUB) = RC-PROGRAM
               AND WS-OPEN-BUSINESS-DATE (WS-OPEN-RUN-SUB)
                   = RC-BUSINESS-DATE
               MOVE WS-OPEN-RUN-SUB TO WS-OPEN-RUN-FOUND
           END-IF.

       CLOSE-OFF-OPEN-RUN.
           MOVE WS-OPEN-RUN (WS-OPEN-RUN-SUB + 1)
               TO WS-OPEN-RUN (WS-OPEN-RUN-SUB).

       REPORT-UNFINISHED-RUNS.
           MOVE SPACES TO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER
           MOVE "RUNS STARTED BUT NEVER FINISHED" TO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER
           DISPLAY WS-HEADER-LINE
           MOVE WS-COLUMN-LINE TO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER
           PERFORM REPORT-UNFINISHED-RUN
               VARYING WS-OPEN-RUN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-RUN-SUB > WS-OPEN-RUN-COUNT
           IF WS-OPEN-RUN-OVERFLOW > ZERO
               MOVE WS-OPEN-RUN-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-HEADER-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " MORE STARTS THAN THE REPORT CAN HOLD - NOT "
                   DELIMITED BY SIZE
                   "CHECKED ***" DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               PERFORM WRITE-FROM-HEADER
               DISPLAY WS-HEADER-LINE
           END-IF
           MOVE WS-OPEN-RUN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-HEADER-LINE
           STRING "UNFINISHED RUNS: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           PERFORM WRITE-FROM-HEADER
           DISPLAY WS-HEADER-LINE.

       REPORT-UNFINISHED-RUN.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-OPEN-PROGRAM (WS-OPEN-RUN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPEN-BUSINESS-DATE (WS-OPEN-RUN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               "NO END    " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPEN-STAMP-DATE (WS-OPEN-RUN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPEN-STAMP-TIME (WS-OPEN-RUN-SUB) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           WRITE RUN-REPORT-RECORD FROM WS-DETAIL-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING RUN-REPORT-FILE STATUS "
                   WS-REPORT-STATUS
           END-IF
           DISPLAY WS-DETAIL-LINE.

       CLOSE-FILES.
           IF WS-RUN-CTL-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
