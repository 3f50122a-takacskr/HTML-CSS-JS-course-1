      *> Shared PAY-CALENDAR record layout.
      *> COPY'd into the FD of every program that opens PAYCAL.DAT
      *> (PAYCALM, PAYROLL) so the programs can never drift out of
      *> sync on the file's shape. One record per pay period, keyed
      *> by PC-PERIOD-NO: the tax year the period's checks are dated
      *> in followed by the period's number within that year, so the
      *> periods read back in the order they are paid. PAYCALM adds
      *> every period open ("O"); PAYROLL pays the earliest open
      *> period whose end date has been reached, prices only time
      *> cards worked between PC-START-DATE and PC-END-DATE, dates
      *> the pay PC-CHECK-DATE and withholds from the tables for
      *> PC-PAY-FREQUENCY (W weekly, B biweekly, S semimonthly,
      *> M monthly). A successful PAYROLL run closes the period
      *> ("C") and stamps PC-CLOSE-DATE with its business date; a
      *> closed period is never paid, changed or deleted again.
           02  PC-PERIOD-NO            PIC 9(6).
           02  PC-START-DATE           PIC 9(8).
           02  PC-END-DATE             PIC 9(8).
           02  PC-CHECK-DATE           PIC 9(8).
           02  PC-PAY-FREQUENCY        PIC X.
           02  PC-STATUS               PIC X.
               88  PC-OPEN             VALUE "O".
               88  PC-CLOSED           VALUE "C".
           02  PC-CLOSE-DATE           PIC 9(8).
