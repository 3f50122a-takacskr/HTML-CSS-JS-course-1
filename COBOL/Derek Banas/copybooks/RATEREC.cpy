      *> Shared PAY-RATE-HISTORY record layout.
      *> COPY'd into the FD of every program that opens EMPRATE.DAT
      *> (EMPMAINT, PAYROLL, EMPPURGE) so the programs can never drift
      *> out of sync on the file's shape. One record per employee per
      *> rate change, keyed by ident plus the date the rate takes
      *> effect; EMPMAINT writes one whenever an add or change sets a
      *> new authorized rate, and PAYROLL prices each time card at the
      *> rate in effect on the day the hours were worked. EMPPURGE
      *> removes an employee's history along with the employee.
           02  RA-KEY.
               03  RA-IDENT            PIC 9(3).
               03  RA-EFF-DATE         PIC 9(8).
