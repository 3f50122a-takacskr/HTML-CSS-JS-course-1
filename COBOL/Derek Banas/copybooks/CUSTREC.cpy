      *> Shared CUSTOMER-MASTER record layout.
      *> COPY'd into the FD of every program that opens CUSTOMER-MASTER
      *> (cobolTut2, CUSTMAINT, CUSTBATCH, CUSTRCVR, CUSTEXTR, CUSTNAMQ,
      *> CUSTVRFY, CUSTCONV, CUSTAGE, CUSTLIM, CUSTDUPS) so the programs
      *> can never drift out of sync on the file's shape. The file
      *> carries CM-IDENT as the record key and CM-CUST-NAME as an
      *> alternate key WITH DUPLICATES (names repeat); every SELECT of
      *> CUSTMAST.DAT must declare both keys. Masters written in the old
      *> 34-byte layout (no address or phone) are rebuilt once by
      *> CUSTCONV before any program built against this layout touches
      *> them. CUSTHIST also COPYs it into WORKING-STORAGE to break the
      *> audit images into fields.
           02  CM-IDENT                PIC 9(3).
           02  CM-CUST-NAME            PIC X(20).
           02  CM-DATE-OF-BIRTH.
