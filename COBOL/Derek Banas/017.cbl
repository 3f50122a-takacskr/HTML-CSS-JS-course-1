      *> Setting the date is a plain operator action outside the
      *> nightly sequence; only the end-of-cycle advance goes through
      *> run control, so the cycle cannot be advanced twice or before
      *> the night's postings have been carried to the ledger.
       ENTER-BUSINESS-DATE.
           PERFORM ACCEPT-BUSINESS-DATE UNTIL WS-DATE-VALID.

               DISPLAY "No business date on file - set one first (S)"
           ELSE
               MOVE "CYCLEEND" TO WS-RUN-PROGRAM
               MOVE "GLPOST" TO WS-RUN-PREDECESSOR
               PERFORM RUN-CONTROL-STARTUP
               IF NOT WS-RUN-BLOCKED
                   PERFORM COMPUTE-NEXT-DAY
