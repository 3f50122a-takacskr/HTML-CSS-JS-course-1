      *> Shared TAX-TABLE record layout.
      *> COPY'd into the FD of every program that opens TAXTBL.DAT
      *> (TAXMAINT, PAYROLL) so the programs can never drift out of
      *> sync on the file's shape. Keyed like EMPRATE.DAT: the table a
      *> record belongs to plus the date it takes effect, so a new
      *> year's table is added alongside the old one and PAYROLL uses
      *> whichever is in effect on the check date.
      *> TX-TABLE-TYPE "F" is a federal bracket table and "S" a state
      *> one (TX-STATE-CODE names the state), each for one filing
      *> status (S single, M married, H head of household) and one
      *> pay frequency (W weekly, B biweekly, S semimonthly,
      *> M monthly). Brackets run in ascending order of the per-period
      *> taxable wages they start over, the first one over zero; the
      *> tax is the bracket's base tax plus its rate on the wages over
      *> its start. Taxable wages are gross less the allowance amount
      *> for each allowance claimed.
      *> TX-TABLE-TYPE "W" carries the FICA wage base and rate through
      *> TX-WAGE-BASE-TABLE, with state, status and frequency blank.
           02  TX-KEY.
               03  TX-TABLE-TYPE       PIC X.
               03  TX-STATE-CODE       PIC XX.
               03  TX-FILING-STATUS    PIC X.
               03  TX-PAY-FREQUENCY    PIC X.
               03  TX-EFF-DATE         PIC 9(8).
           02  TX-BRACKET-TABLE.
               03  TX-ALLOWANCE-AMOUNT PIC 9(5)V99.
               03  TX-BRACKET-COUNT    PIC 99.
               03  TX-BRACKET OCCURS 10 TIMES.
                   04  TX-BRACKET-OVER PIC 9(6)V99.
                   04  TX-BRACKET-BASE PIC 9(6)V99.
                   04  TX-BRACKET-RATE PIC V9999.
           02  TX-WAGE-BASE-TABLE REDEFINES TX-BRACKET-TABLE.
               03  TX-FICA-WAGE-BASE   PIC 9(7)V99.
               03  TX-FICA-RATE        PIC V9999.
