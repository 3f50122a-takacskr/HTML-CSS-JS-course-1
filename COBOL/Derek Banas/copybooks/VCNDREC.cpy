      *> Shared VOID-CANDIDATE record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> VOIDCAND.DAT (BANKRECN, CHKVOID) so the two can never drift
      *> out of sync on the file's shape. BANKRECN rewrites the file
      *> each reconciliation with one record per outstanding check
      *> older than its stale limit; CHKVOID offers each one to the
      *> operator to void, rechecking the register first since the
      *> check may have cleared or been voided in the meantime.
           05  VC-CHECK-NO         PIC 9(6).
           05  VC-IDENT            PIC 9(3).
           05  VC-CHECK-DATE       PIC 9(8).
           05  VC-NET-AMOUNT       PIC 9(6)V99.
           05  VC-DAYS-OUT         PIC 9(5).
