      *> Shared GL-BALANCE record layout.
      *> COPY'd into the FD of every program that opens GLBAL.DAT
      *> (GLPOST, GLTRIAL, GLCLOSE, COAMAINT) so the posting run, the
      *> trial balance and the month-end close can never drift out of
      *> sync on the file's shape. One record per accounting period
      *> (the business date's year and month) and account.
      *> GB-OPENING-BALANCE is signed debit-positive, a credit
      *> balance negative; the month-to-date debits and credits are
      *> both carried as positive amounts, so the closing balance is
      *> GB-OPENING-BALANCE + GB-MTD-DEBITS - GB-MTD-CREDITS. GLPOST
      *> opens a period's record at zero with the account's first
      *> posting of the month; GLCLOSE sets the next period's
      *> opening balances from the closing balances of the period it
      *> closes.
           05  GB-KEY.
               10  GB-PERIOD           PIC 9(6).
               10  GB-ACCOUNT          PIC 9(4).
           05  GB-OPENING-BALANCE      PIC S9(9)V99.
           05  GB-MTD-DEBITS           PIC 9(9)V99.
           05  GB-MTD-CREDITS          PIC 9(9)V99.
