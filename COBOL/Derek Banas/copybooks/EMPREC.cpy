      *> Shared EMPLOYEE-MASTER record layout.
      *> COPY'd into the FD of every program that opens EMPLOYEE-MASTER
      *> (EMPMAINT, PAYROLL, DEPTRPT, CHKVOID, EMPCONV, EMPPURGE) so
      *> the programs can never drift out of sync on the file's shape.
      *> EM-AUTH-RATE is the employee's current authorized rate; the
      *> dated rate history a time card actually prices against lives
      *> on EMPRATE.DAT (RATEREC.cpy). An employee with EM-DEPOSIT-SW
      *> "Y" is paid by direct deposit to the bank account carried
      *> here instead of by check; EMPMAINT only enrolls an employee
      *> whose routing number passes the ABA check-digit test. The
      *> withholding profile (filing status S, M or H, allowances,
      *> extra flat federal withholding per check, and the state the
      *> state tax is withheld for) picks the TAXTBL.DAT tables
      *> PAYROLL withholds from. EM-EMP-STATUS is A (active), L (on
      *> leave) or T (terminated); an employee is never deleted by
      *> EMPMAINT, only terminated, so PAYYTD, CHKREG and PAYHIST
      *> always have a name and department to print. EM-HIRE-DATE is
      *> the latest hire (a rehire moves it forward and keeps the
      *> previous EM-TERM-DATE), and EM-LEAVE-START/EM-LEAVE-END are
      *> the latest leave, EM-LEAVE-END zero while it is still open.
      *> PAYROLL turns away hours worked after a termination, during
      *> a leave, or between a termination and a rehire. EMPPURGE
      *> alone removes an employee, once their termination year has
      *> been rolled by YTDROLL. Masters written in an older layout
      *> (32 bytes with no bank or withholding fields, or 71 bytes
      *> with no status fields) are rebuilt once by EMPCONV before any
      *> program built against this layout touches them.
           02  EM-IDENT                PIC 9(3).
           02  EM-EMP-NAME             PIC X(20).
           02  EM-DEPT                 PIC X(4).
           02  EM-AUTH-RATE            PIC 9(3)V99.
           02  EM-DEPOSIT-SW           PIC X.
               88  EM-DIRECT-DEPOSIT   VALUE "Y".
           02  EM-BANK-ROUTING         PIC 9(9).
           02  EM-BANK-ACCOUNT         PIC X(17).
           02  EM-ACCOUNT-TYPE         PIC X.
               88  EM-CHECKING         VALUE "C".
               88  EM-SAVINGS          VALUE "S".
           02  EM-FILING-STATUS        PIC X.
           02  EM-ALLOWANCES           PIC 99.
           02  EM-EXTRA-WITHHOLD       PIC 9(4)V99.
           02  EM-STATE-CODE           PIC XX.
           02  EM-EMP-STATUS           PIC X.
               88  EM-ACTIVE           VALUE "A".
               88  EM-ON-LEAVE         VALUE "L".
               88  EM-TERMINATED       VALUE "T".
           02  EM-HIRE-DATE            PIC 9(8).
           02  EM-TERM-DATE            PIC 9(8).
           02  EM-LEAVE-START          PIC 9(8).
           02  EM-LEAVE-END            PIC 9(8).
