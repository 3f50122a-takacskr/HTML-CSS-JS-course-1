      *> department cost summary can never drift out of sync on the
      *> file's shape. One record per employee paid this run, rewritten
      *> every run; the figures tie back to the payroll register's
      *> GRAND TOTAL line. PD-PERIOD-NO is the PAYCAL.DAT pay period
      *> the run paid, so the department summary is reported by
      *> period.
           05  PD-IDENT            PIC 9(3).
           05  PD-HOURS            PIC 9(4)V99.
           05  PD-GROSS            PIC 9(6)V99.
           05  PD-DEDUCTIONS       PIC 9(6)V99.
           05  PD-NET              PIC 9(6)V99.
           05  PD-PERIOD-NO        PIC 9(6).
