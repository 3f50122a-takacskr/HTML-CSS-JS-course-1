      *> Shared general-ledger account assignments.
      *> COPY'd into WORKING-STORAGE by every program that posts or
      *> breaks down ledger activity (PAYROLL, CHKVOID, CUSTAGE,
      *> GLTRIAL) so a chart-of-accounts change only has to be made
      *> in one place.
      *> Each payroll posting debits wage expense and credits the
      *> three withholding liabilities and cash for the net pay; a
      *> voided check posts the same accounts the other way round.
      *> Customer charges are debits, and customer payments credits,
      *> to the receivable account under the customer's ident; those
      *> are the postings CUSTAGE carries into the customer balances.
           01 WS-GL-ACCOUNTS.
               05 WS-ACCT-WAGE-EXPENSE PIC 9(4) VALUE 5100.
               05 WS-ACCT-FED-LIAB     PIC 9(4) VALUE 2110.
               05 WS-ACCT-FICA-LIAB    PIC 9(4) VALUE 2120.
               05 WS-ACCT-STATE-LIAB   PIC 9(4) VALUE 2130.
               05 WS-ACCT-CASH         PIC 9(4) VALUE 1010.
               05 WS-ACCT-RECEIVABLE   PIC 9(4) VALUE 1200.
