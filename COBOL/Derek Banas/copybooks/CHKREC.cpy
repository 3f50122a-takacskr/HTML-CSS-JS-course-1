      *> Shared CHECK-REGISTER record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> CHKREG.DAT (PAYROLL, BANKRECN, CHKVOID) so the writer and the
      *> monthly reconciliation can never drift out of sync on the
      *> file's shape. One record per net-pay check; the file is
      *> extended run over run so the register survives between
      *> payrolls, and PAYROLL continues the check-number sequence
      *> from the highest number already on file. PAYROLL writes every
      *> check with CK-CLEARED-SW "N" and a zero CK-CLEAR-DATE;
      *> BANKRECN marks checks cleared as it matches the bank's items
      *> and rewrites the register, so a check already matched in an
      *> earlier month is never matched or reported outstanding again.
      *> CHKVOID sets CK-VOID-SW "Y" and CK-VOID-DATE on a check it
      *> voids and, when the pay is reissued, ties the two checks
      *> together through CK-REISSUE-CHECK-NO on the voided check and
      *> CK-REPLACES-CHECK-NO on the replacement. The gross and the
      *> three withholdings are carried so a void can back exactly
      *> this check's figures out of PAYYTD and the ledger; register
      *> entries written before they were carried have no breakdown
      *> and cannot be voided by CHKVOID. CK-PERIOD-NO is the
      *> PAYCAL.DAT pay period the check paid; a reissue carries the
      *> period of the check it replaces, and entries written before
      *> the calendar existed come in with none.
           05  CK-CHECK-NO         PIC 9(6).
           05  CK-IDENT            PIC 9(3).
           05  CK-CHECK-DATE       PIC 9(8).
           05  CK-NET-AMOUNT       PIC 9(6)V99.
           05  CK-CLEARED-SW       PIC X.
           05  CK-CLEAR-DATE       PIC 9(8).
           05  CK-VOID-SW          PIC X.
           05  CK-VOID-DATE        PIC 9(8).
           05  CK-REISSUE-CHECK-NO PIC 9(6).
           05  CK-REPLACES-CHECK-NO PIC 9(6).
           05  CK-GROSS            PIC 9(6)V99.
           05  CK-FED-TAX          PIC 9(6)V99.
           05  CK-FICA-TAX         PIC 9(6)V99.
           05  CK-STATE-TAX        PIC 9(6)V99.
           05  CK-PERIOD-NO        PIC 9(6).
