           05  ACCOUNT-OVERDRAFT-LIMIT PIC 9(7)V99.
      *> "A" active, "F" frozen (legal hold - no money may leave),
      *> "D" dormant (no activity for the sweep period - reactivate
      *> through BANKSYSTEM before posting), "E" escheated (the
      *> balance went to the state as unclaimed property - see
      *> ESCHREC.cpy; nothing posts and it cannot be reactivated).
      *> Set to "A" at opening.
           05  ACCOUNT-STATUS          PIC X(1).
      *> the home branch (BRCHREC.cpy): the opening operator's branch,
      *> moved only through BANKSYSTEM's Transfer Account Branch
      *> option. Batch postings are stamped with it.
           05  ACCOUNT-BRANCH          PIC 9(3).
