      *> Shared run-control paragraphs.
      *> COPY'd into the PROCEDURE DIVISION of every batch program that
      *> records its runs (PAYROLL, DEPTRPT, CUSTVRFY, CUSTMAINT,
      *> CUSTBATCH, DBCRRPT, YTDROLL, CYCLEEND, CUSTSTMT, EMPPURGE,
      *> CUSTAGE, GLPOST, GLCLOSE, AUDARCH) so the double-run and
      *> job-sequence rules only live in one place. Requires the host
      *> program to SELECT RUN-CONTROL-FILE ("RUNCTL.DAT", line
      *> sequential, file status WS-RUN-CTL-STATUS) with an FD copying
      *> RUNREC.cpy, to COPY RUNWS.cpy into WORKING-STORAGE, to have
      *> WS-TODAY populated (GETDATE.cpy), and to have moved its program
      *> name and predecessor into WS-RUN-PROGRAM/WS-RUN-PREDECESSOR.
      *> The host performs RUN-CONTROL-STARTUP after getting the date,
      *> skips its whole run when WS-RUN-BLOCKED comes back set, and
      *> performs RUN-CONTROL-FINALIZE as its last act with
      *> WS-RUN-RECORD-COUNT and WS-RUN-END-STATUS filled in.
       RUN-CONTROL-STARTUP.
           COMPUTE WS-RUN-BUSINESS-DATE =
