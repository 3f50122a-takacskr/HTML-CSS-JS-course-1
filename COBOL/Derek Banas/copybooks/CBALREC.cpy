      *> Shared CUSTOMER-BALANCE record layout.
      *> COPY'd into the FD of every program that opens CUSTBALM.DAT
      *> (CUSTAGE, CUSTLIM) so the nightly update, the reports and
      *> the credit-limit maintenance can never drift out of sync on
      *> the file's shape. One record per customer, keyed by the
      *> CM-IDENT the receivable postings on SIGNTRAN.DAT carry.
      *> CB-BALANCE is what the customer owes (a credit balance is
      *> negative) and always equals the five aging buckets added
      *> together. New charges go into CB-CURRENT; a payment is taken
      *> off the oldest bucket first and only what is left over
      *> becomes a credit in CB-CURRENT. CB-AGED-DATE is the business
      *> date the buckets were last rolled from: each time the
      *> business date gets 30 days past it every bucket moves one
      *> column older and CB-AGED-DATE moves on 30 days, so the
      *> buckets follow 30-day cycles rather than calendar months.
      *> A CB-CREDIT-LIMIT of zero means no limit has been set.
           05  CB-IDENT                PIC 9(3).
           05  CB-BALANCE              PIC S9(7)V99.
           05  CB-CREDIT-LIMIT         PIC 9(7)V99.
           05  CB-LAST-PAY-DATE        PIC 9(8).
           05  CB-LAST-PAY-AMOUNT      PIC 9(7)V99.
           05  CB-AGED-DATE            PIC 9(8).
           05  CB-AGING-BUCKETS.
               10  CB-CURRENT          PIC S9(7)V99.
               10  CB-DAYS-30          PIC S9(7)V99.
               10  CB-DAYS-60          PIC S9(7)V99.
               10  CB-DAYS-90          PIC S9(7)V99.
               10  CB-OVER-90          PIC S9(7)V99.
           05  CB-BUCKET-TABLE REDEFINES CB-AGING-BUCKETS.
               10  CB-BUCKET           PIC S9(7)V99 OCCURS 5 TIMES.
