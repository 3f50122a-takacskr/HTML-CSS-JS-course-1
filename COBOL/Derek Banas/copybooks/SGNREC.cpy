      *> Shared SIGNED-TRANSACTION record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> SIGNTRAN.DAT (PAYROLL, CHKVOID, DBCRRPT, CUSTSTMT, CUSTAGE,
      *> GLPOST) so the writers and the reports can never drift out of
      *> sync on the file's shape. A negative ST-AMOUNT is a debit, a
      *> positive one a credit; DBCRRPT proves the file nets to zero.
      *> ST-IDENT carries the customer ident the posting belongs to, or
      *> 000 for general-ledger-only postings (payroll) that belong to
      *> no customer. GLPOST posts the night's file to the ledger, keeps
      *> a dated copy of it and empties it, so each night starts with an
      *> empty file; a night GLPOST does not complete stays on it.
      *> Postings GLPOST holds in suspense are kept in this layout on
      *> GLSUSP.DAT.
           05  ST-ACCOUNT          PIC 9(4).
           05  ST-IDENT            PIC 9(3).
           05  ST-TRAN-DATE        PIC 9(8).
