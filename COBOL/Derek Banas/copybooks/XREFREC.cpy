      *> Shared CUSTOMER-CROSS-REFERENCE record layout.
      *> COPY'd into the FD of every program that reads or writes
      *> CUSTXREF.DAT (CUSTMAINT, CUSTSTMT, CUSTAGE) so the merge and
      *> the programs that follow it can never drift out of sync on
      *> the file's shape. The file is indexed on XR-RETIRED-IDENT:
      *> one record for every ident a CUSTMAINT "M" transaction
      *> merged away, naming the customer it now belongs to.
      *> Activity still posted under a retired ident is carried to
      *> XR-SURVIVOR-IDENT. When a survivor is itself merged later,
      *> CUSTMAINT points every record naming it at the new survivor,
      *> so one lookup is always enough. An ident on this file is
      *> never given to a new customer.
           05  XR-RETIRED-IDENT    PIC 9(3).
           05  XR-SURVIVOR-IDENT   PIC 9(3).
           05  XR-MERGE-DATE       PIC 9(8).
