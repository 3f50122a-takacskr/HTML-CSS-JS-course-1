      *> Shared RUN-CONTROL record layout.
      *> COPY'd into the FD of every batch program that records its runs
      *> (PAYROLL, DEPTRPT, CUSTVRFY, CUSTMAINT, CUSTBATCH, DBCRRPT,
      *> CYCLEEND, YTDROLL, CUSTSTMT, EMPPURGE, CUSTAGE, GLPOST,
      *> GLCLOSE, AUDARCH) and of the RUNRPT operations report, so the
      *> writers and the report can never drift out of sync on the
      *> file's shape. Each run writes an "S" record at startup and an
      *> "E" record at end-of-job carrying the run's record count and
      *> completion status ("C" completed, "R" batch rejected, "B" an
      *> interrupted PAYROLL run backed out, written for the business
      *> date of the run it took off the files). A program refuses to
      *> start when an "E"/"C" record already exists for it on the
      *> business date, or when its predecessor in the nightly sequence
      *> PAYROLL -> CUSTVRFY -> CUSTMAINT -> CUSTBATCH -> DBCRRPT ->
      *> CUSTSTMT -> CUSTAGE -> GLPOST -> CYCLEEND has no "E"/"C" record
      *> for that date yet (DEPTRPT hangs off PAYROLL beside that
      *> chain).
           05  RC-PROGRAM          PIC X(9).
           05  RC-BUSINESS-DATE    PIC 9(8).
           05  RC-RECORD-TYPE      PIC X.
