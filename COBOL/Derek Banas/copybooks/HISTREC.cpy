      *> Shared EARNINGS-HISTORY record layout.
      *> COPY'd into the FD of every program that opens PAYHIST.DAT
      *> (YTDROLL, YEAREND, EMPMAINT, EMPPURGE) so the programs can
      *> never drift out of sync on the file's shape. One record per
      *> employee per tax year, keyed by tax year plus ident; YTDROLL
      *> copies the live PAYYTD records here at year end before
      *> zeroing them, and YEAREND reports any prior year from it on
      *> request. A tax year already present on this file must never
      *> be rolled again. EMPPURGE only removes an employee whose
      *> termination year is on file here, and EMPMAINT never gives
      *> an ident still on file here to a new hire.
           02  HI-KEY.
               03  HI-TAX-YEAR         PIC 9(4).
               03  HI-IDENT            PIC 9(3).
