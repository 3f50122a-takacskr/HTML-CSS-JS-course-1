      *> Shared ACH (NACHA) record layout.
      *> COPY'd into the FD of every program that writes PAYACH.DAT
      *> (PAYROLL). Every record is 94 bytes; the first byte names the
      *> record type and the rest is read through the matching
      *> REDEFINES: 1 file header, 5 batch header, 6 entry detail,
      *> 8 batch control, 9 file control. The file is padded out to a
      *> whole block of ten records with records of all 9s.
           05  AH-RECORD-TYPE          PIC X.
           05  AH-FILE-HEADER.
               10  AH-PRIORITY-CODE    PIC X(2).
               10  AH-IMMED-DEST       PIC X(10).
               10  AH-IMMED-ORIGIN     PIC X(10).
               10  AH-CREATION-DATE    PIC 9(6).
               10  AH-CREATION-TIME    PIC 9(4).
               10  AH-FILE-ID-MOD      PIC X.
               10  AH-RECORD-SIZE      PIC X(3).
               10  AH-BLOCKING-FACTOR  PIC 9(2).
               10  AH-FORMAT-CODE      PIC X.
               10  AH-DEST-NAME        PIC X(23).
               10  AH-ORIGIN-NAME      PIC X(23).
               10  AH-REFERENCE-CODE   PIC X(8).
           05  AH-BATCH-HEADER REDEFINES AH-FILE-HEADER.
               10  AB-SERVICE-CLASS    PIC 9(3).
               10  AB-COMPANY-NAME     PIC X(16).
               10  AB-DISCRETIONARY    PIC X(20).
               10  AB-COMPANY-ID       PIC X(10).
               10  AB-SEC-CODE         PIC X(3).
               10  AB-ENTRY-DESC       PIC X(10).
               10  AB-DESCRIPTIVE-DATE PIC X(6).
               10  AB-EFFECTIVE-DATE   PIC 9(6).
               10  AB-SETTLEMENT-DATE  PIC X(3).
               10  AB-ORIGINATOR-STAT  PIC X.
               10  AB-ODFI             PIC 9(8).
               10  AB-BATCH-NO         PIC 9(7).
           05  AH-ENTRY-DETAIL REDEFINES AH-FILE-HEADER.
               10  AE-TRAN-CODE        PIC 9(2).
               10  AE-RDFI             PIC 9(8).
               10  AE-CHECK-DIGIT      PIC 9.
               10  AE-ACCOUNT          PIC X(17).
               10  AE-AMOUNT           PIC 9(8)V99.
               10  AE-INDIVIDUAL-ID    PIC X(15).
               10  AE-INDIVIDUAL-NAME  PIC X(22).
               10  AE-DISCRETIONARY    PIC X(2).
               10  AE-ADDENDA-IND      PIC 9.
               10  AE-TRACE-NO         PIC 9(15).
           05  AH-BATCH-CONTROL REDEFINES AH-FILE-HEADER.
               10  AC-SERVICE-CLASS    PIC 9(3).
               10  AC-ENTRY-COUNT      PIC 9(6).
               10  AC-ENTRY-HASH       PIC 9(10).
               10  AC-TOTAL-DEBIT      PIC 9(10)V99.
               10  AC-TOTAL-CREDIT     PIC 9(10)V99.
               10  AC-COMPANY-ID       PIC X(10).
               10  AC-AUTH-CODE        PIC X(19).
               10  AC-RESERVED         PIC X(6).
               10  AC-ODFI             PIC 9(8).
               10  AC-BATCH-NO         PIC 9(7).
           05  AH-FILE-CONTROL REDEFINES AH-FILE-HEADER.
               10  AF-BATCH-COUNT      PIC 9(6).
               10  AF-BLOCK-COUNT      PIC 9(6).
               10  AF-ENTRY-COUNT      PIC 9(8).
               10  AF-ENTRY-HASH       PIC 9(10).
               10  AF-TOTAL-DEBIT      PIC 9(10)V99.
               10  AF-TOTAL-CREDIT     PIC 9(10)V99.
               10  AF-RESERVED         PIC X(39).
