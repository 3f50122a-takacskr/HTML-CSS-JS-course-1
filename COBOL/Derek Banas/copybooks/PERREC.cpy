      *> Shared PERIOD-HISTORY record layout.
      *> COPY'd into the FD of every program that opens PAYPER.DAT
      *> (PAYROLL, CHKVOID, YEAREND) so the programs can never drift
      *> out of sync on the file's shape. The earnings history by pay
      *> period: one record per employee per period paid, keyed by
      *> the PAYCAL.DAT period number plus ident, so every period of
      *> every tax year stays on file after YTDROLL has zeroed
      *> PAYYTD. PAYROLL adds the period's pay as it updates PAYYTD;
      *> CHKVOID backs a voided check out of the period it was paid
      *> in and puts a reissue back into the same period. YEAREND
      *> reports any single period from it on request.
           02  PH-KEY.
               03  PH-PERIOD-NO        PIC 9(6).
               03  PH-IDENT            PIC 9(3).
           02  PH-HOURS                PIC 9(4)V99.
           02  PH-GROSS                PIC 9(8)V99.
           02  PH-FED-TAX              PIC 9(8)V99.
           02  PH-FICA-TAX             PIC 9(8)V99.
           02  PH-STATE-TAX            PIC 9(8)V99.
           02  PH-NET-PAY              PIC 9(8)V99.
           02  PH-CHECK-COUNT          PIC 9(5).
