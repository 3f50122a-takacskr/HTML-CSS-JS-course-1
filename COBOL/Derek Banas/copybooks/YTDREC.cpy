      *> Shared YTD-MASTER record layout.
      *> COPY'd into the FD of every program that opens YTD-MASTER
      *> (PAYROLL, YEAREND, YTDROLL, CHKVOID, EMPMAINT, EMPPURGE) so
      *> the programs can never drift out of sync on the file's shape.
      *> One record per employee ident, carried run over run for the
      *> whole tax year; PAYROLL stops FICA withholding once YT-GROSS
      *> crosses the annual wage base.
           02  YT-IDENT                PIC 9(3).
           02  YT-GROSS                PIC 9(8)V99.
           02  YT-FED-TAX              PIC 9(8)V99.
