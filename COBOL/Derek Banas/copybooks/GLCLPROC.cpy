      *> Shared "last closed GL period" paragraphs.
      *> COPY'd into the PROCEDURE DIVISION of every program that has
      *> to know which general-ledger periods are closed (GLPOST,
      *> GLCLOSE) so the rule only lives in one place. GLCLOSE runs
      *> in the month after the one it closes and records its run in
      *> RUNCTL.DAT like any other batch program, so the latest
      *> GLCLOSE "E"/"C" record names the last closed period: the
      *> month before the business date it ran for. Requires the host
      *> to SELECT RUN-CONTROL-FILE with an FD copying RUNREC.cpy, to
      *> COPY RUNWS.cpy and GLCLWS.cpy into WORKING-STORAGE, and to
      *> COPY RUNPROC.cpy (for READ-RUN-CONTROL).
       FIND-LAST-GL-CLOSE.
           MOVE ZERO TO WS-GL-CLOSED-PERIOD
           MOVE ZERO TO WS-GL-CLOSE-RUN-MONTH
           MOVE "N" TO WS-RUN-CTL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CTL-STATUS = "00"
               PERFORM READ-RUN-CONTROL
               PERFORM CHECK-GL-CLOSE-RECORD UNTIL WS-RUN-CTL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-GL-CLOSE-RUN-MONTH NOT = ZERO
               MOVE WS-GL-CLOSE-RUN-MONTH TO WS-GL-PERIOD-NUM
               PERFORM STEP-BACK-GL-PERIOD
               MOVE WS-GL-PERIOD-NUM TO WS-GL-CLOSED-PERIOD
           END-IF.

       CHECK-GL-CLOSE-RECORD.
           IF RC-PROGRAM = "GLCLOSE"
               AND RC-RECORD-TYPE = "E"
               AND RC-STATUS = "C"
               AND RC-BUSINESS-DATE(1:6) > WS-GL-CLOSE-RUN-MONTH
               MOVE RC-BUSINESS-DATE(1:6) TO WS-GL-CLOSE-RUN-MONTH
           END-IF
           PERFORM READ-RUN-CONTROL.

       STEP-BACK-GL-PERIOD.
           IF WS-GL-PERIOD-MM = 1
               MOVE 12 TO WS-GL-PERIOD-MM
               SUBTRACT 1 FROM WS-GL-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-GL-PERIOD-MM
           END-IF.

       STEP-FORWARD-GL-PERIOD.
           IF WS-GL-PERIOD-MM = 12
               MOVE 1 TO WS-GL-PERIOD-MM
               ADD 1 TO WS-GL-PERIOD-YYYY
           ELSE
               ADD 1 TO WS-GL-PERIOD-MM
           END-IF.
