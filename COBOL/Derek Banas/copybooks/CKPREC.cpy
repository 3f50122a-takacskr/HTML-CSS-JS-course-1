      *> Shared PAYROLL-CHECKPOINT record layout.
      *> COPY'd into the FD of every program that opens PAYCKPT.DAT
      *> (PAYROLL) and into its WORKING-STORAGE, so the checkpoints
      *> written and the ones read back at restart can never drift out
      *> of sync on the file's shape. The file only ever holds the run
      *> in progress: PAYROLL writes a "B" record as it starts paying,
      *> an "I" record for each employee before it touches any file for
      *> them and a "P" record once everything for them is written, and
      *> empties the file when the run completes. Anything left on it
      *> means a run stopped part way. KP-FILE-COUNTS are the records on
      *> each file PAYROLL adds to as of the checkpoint, so partial
      *> output past them can be cut off. A "B" record carries the
      *> highest check and advice numbers before the run; a "P" record
      *> carries the check or advice number the employee was paid under
      *> and what they were paid. An "I" record carries the employee's
      *> PAYYTD and PAYPER records as they stood before the update (KP-
      *> YTD-FOUND-SW and KP-PER-FOUND-SW "N" when there was none),
      *> which is what a restart or back-out puts back. CHKVOID also
      *> opens it, only to refuse to void while a run is waiting to be
      *> restarted or backed out.
           05  KP-RECORD-TYPE      PIC X.
               88  KP-RUN-BEGIN    VALUE "B".
               88  KP-PAY-BEGIN    VALUE "I".
               88  KP-PAY-DONE     VALUE "P".
           05  KP-BUSINESS-DATE    PIC 9(8).
           05  KP-PERIOD-NO        PIC 9(6).
           05  KP-IDENT            PIC 9(3).
           05  KP-CHECK-NO         PIC 9(6).
           05  KP-ADVICE-NO        PIC 9(6).
           05  KP-FILE-COUNTS.
               10  KP-CHK-COUNT    PIC 9(7).
               10  KP-DEP-COUNT    PIC 9(7).
               10  KP-SIGN-COUNT   PIC 9(7).
               10  KP-DTL-COUNT    PIC 9(7).
               10  KP-STUB-COUNT   PIC 9(7).
           05  KP-YTD-FOUND-SW     PIC X.
           05  KP-YTD-IMAGE        PIC X(58).
           05  KP-PER-FOUND-SW     PIC X.
           05  KP-PER-IMAGE        PIC X(70).
           05  KP-GROSS            PIC 9(6)V99.
           05  KP-DEDUCTIONS       PIC 9(6)V99.
           05  KP-NET              PIC 9(6)V99.
