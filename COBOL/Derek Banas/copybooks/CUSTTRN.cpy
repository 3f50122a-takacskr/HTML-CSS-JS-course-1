      *> expected detail count and a hash total of CT-IDENT values.
      *> CUSTMAINT proves the batch against the trailer before it
      *> applies anything; the first byte doubles as the record code.
      *> An "M" merge detail names the surviving ident in CT-IDENT
      *> (so it counts in the hash like any other detail) and the
      *> ident to be merged into it and retired in CT-MG-RETIRED-IDENT.
           05  CT-DETAIL.
               10  CT-ACTION-CODE      PIC X.
               10  CT-IDENT            PIC 9(3).
               10  CT-STATE            PIC XX.
               10  CT-ZIP              PIC 9(5).
               10  CT-PHONE            PIC X(10).
           05  CT-MERGE REDEFINES CT-DETAIL.
               10  CT-MG-RECORD-CODE   PIC X.
               10  CT-MG-SURVIVOR-IDENT PIC 9(3).
               10  CT-MG-RETIRED-IDENT PIC 9(3).
               10  FILLER              PIC X(82).
           05  CT-BATCH-HEADER REDEFINES CT-DETAIL.
               10  CT-BH-RECORD-CODE   PIC X.
               10  CT-BH-BATCH-DATE    PIC 9(8).
