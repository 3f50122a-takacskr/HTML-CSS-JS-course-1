      *> Shared RECEIVABLE-CONTROL record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> CUSTARC.DAT (CUSTAGE, GLTRIAL) so the writer and the trial
      *> balances can never drift out of sync on the file's shape. One
      *> record: the receivable account (WS-ACCT-RECEIVABLE,
      *> GLACCTS.cpy) as every posting to it on SIGNTRAN.DAT has moved
      *> it, in the customer-owes direction, and the part of it posted
      *> with ident 000 that belongs to no customer. The customer
      *> balances on CUSTBALM.DAT plus AX-UNAPPLIED must always come to
      *> AX-RECEIVABLE-BALANCE; the aged trial balance proves it.
      *> AX-LAST-POSTED-DATE is the business date whose postings were
      *> last applied, so a night's SIGNTRAN.DAT is never applied twice.
           05  AX-RECEIVABLE-BALANCE   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  AX-UNAPPLIED            PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  AX-LAST-POSTED-DATE     PIC 9(8).
