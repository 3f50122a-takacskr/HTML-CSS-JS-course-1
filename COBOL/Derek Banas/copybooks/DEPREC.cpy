      *> Shared DEPOSIT-REGISTER record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> DEPREG.DAT (PAYROLL) so the register and the ACH file built
      *> from it can never drift out of sync on the file's shape. One
      *> record per net-pay direct deposit; the file is extended run
      *> over run the way CHKREG.DAT is, and PAYROLL continues the
      *> deposit-advice numbering from the highest number already on
      *> file. Deposits are kept off the check register so BANKRECN,
      *> which reconciles paper checks against the bank's paid items,
      *> never carries one as outstanding. DP-TRACE-NO is the trace
      *> number the entry went to the bank under in PAYACH.DAT.
      *> DP-PERIOD-NO is the PAYCAL.DAT pay period the deposit paid.
           05  DP-ADVICE-NO        PIC 9(6).
           05  DP-IDENT            PIC 9(3).
           05  DP-DEPOSIT-DATE     PIC 9(8).
           05  DP-NET-AMOUNT       PIC 9(6)V99.
           05  DP-BANK-ROUTING     PIC 9(9).
           05  DP-BANK-ACCOUNT     PIC X(17).
           05  DP-ACCOUNT-TYPE     PIC X.
           05  DP-TRACE-NO         PIC 9(15).
           05  DP-GROSS            PIC 9(6)V99.
           05  DP-FED-TAX          PIC 9(6)V99.
           05  DP-FICA-TAX         PIC 9(6)V99.
           05  DP-STATE-TAX        PIC 9(6)V99.
           05  DP-PERIOD-NO        PIC 9(6).
