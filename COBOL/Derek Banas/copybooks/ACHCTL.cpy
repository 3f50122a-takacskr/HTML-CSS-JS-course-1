      *> Shared ACH origination constants.
      *> COPY'd into WORKING-STORAGE by every program that builds the
      *> direct-deposit file for the bank (PAYROLL) so a change of
      *> originating bank or company ID only has to be made in one
      *> place. The immediate destination is the originating bank's
      *> routing number with a leading space, as the file header
      *> wants it; WS-ACH-ODFI is the first eight digits of that
      *> routing number and prefixes every entry's trace number.
           01 WS-ACH-CONSTANTS.
               05 WS-ACH-IMMED-DEST    PIC X(10) VALUE " 071000013".
               05 WS-ACH-IMMED-ORIGIN  PIC X(10) VALUE "1362845190".
               05 WS-ACH-DEST-NAME     PIC X(23)
                                       VALUE "FIRST NATIONAL BANK".
               05 WS-ACH-ORIGIN-NAME   PIC X(23)
                                       VALUE "TAKACS MANUFACTURING".
               05 WS-ACH-COMPANY-NAME  PIC X(16)
                                       VALUE "TAKACS MFG".
               05 WS-ACH-COMPANY-ID    PIC X(10) VALUE "1362845190".
               05 WS-ACH-ENTRY-DESC    PIC X(10) VALUE "PAYROLL".
               05 WS-ACH-ODFI          PIC 9(8)  VALUE 07100001.
               05 WS-ACH-SERVICE-CLASS PIC 9(3)  VALUE 220.
               05 WS-ACH-SEC-CODE      PIC X(3)  VALUE "PPD".
               05 WS-ACH-TRAN-CHECKING PIC 9(2)  VALUE 22.
               05 WS-ACH-TRAN-SAVINGS  PIC 9(2)  VALUE 32.
               05 WS-ACH-BLOCKING      PIC 9(2)  VALUE 10.
