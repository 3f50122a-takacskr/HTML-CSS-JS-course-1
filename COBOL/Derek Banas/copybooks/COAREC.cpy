      *> Shared CHART-OF-ACCOUNTS record layout.
      *> COPY'd into the FD of every program that opens GLCHART.DAT
      *> (COAMAINT, GLPOST, GLTRIAL, GLCLOSE) so the maintenance, the
      *> posting run and the reports can never drift out of sync on the
      *> file's shape. One record per general-ledger account, keyed by
      *> the account number SIGNTRAN.DAT postings carry (GLACCTS.cpy
      *> holds the ones the programs post to). GLPOST only posts to an
      *> account that is on the chart and active; anything else is held
      *> in suspense on GLSUSP.DAT and posted by a later GLPOST once its
      *> account is on the chart and active. An account is made inactive
      *> rather than deleted once it has been posted to, so its history
      *> keeps a name.
           05  GA-ACCOUNT              PIC 9(4).
           05  GA-DESCRIPTION          PIC X(30).
           05  GA-ACCOUNT-TYPE         PIC X.
               88  GA-ASSET            VALUE "A".
               88  GA-LIABILITY        VALUE "L".
               88  GA-EXPENSE          VALUE "E".
               88  GA-REVENUE          VALUE "R".
               88  GA-VALID-TYPE       VALUE "A" "L" "E" "R".
           05  GA-ACTIVE-SW            PIC X.
               88  GA-ACTIVE           VALUE "Y".
               88  GA-VALID-ACTIVE-SW  VALUE "Y" "N".
