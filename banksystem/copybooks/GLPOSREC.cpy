      *> Shared record layout for GL-POSITION-FILE, the cumulative
      *> position of every GL chart account the bank posts to, keyed
      *> on the chart account. The nightly GLROLL run rolls it
      *> forward from the postings GLEXTR cut for the business date,
      *> so it always agrees with what finance has been sent; GLPROOF
      *> proves each product's liability account against the account
      *> master. The very first roll opens the file from the account
      *> master instead (each product's liability account at that
      *> night's total balance, everything else at zero) and skips
      *> that night's postings, which the balances already contain.
      *> Positions are debit-positive, the GL convention: a customer
      *> liability in credit shows negative, so its customer balance
      *> is the position with the sign turned over.
      *> GLP-DAY-DEBITS/-CREDITS are the movement rolled in on
      *> GLP-LAST-ROLLED only. Records are never deleted.
       01  GL-POSITION-RECORD.
           05  GLP-ACCOUNT-CODE     PIC X(8).
           05  GLP-OPENED-DATE      PIC X(8).      *> YYYYMMDD
           05  GLP-OPENING-BALANCE  PIC S9(13)V99.
           05  GLP-DEBIT-TOTAL      PIC 9(13)V99.
           05  GLP-CREDIT-TOTAL     PIC 9(13)V99.
      *> opening balance + debits - credits
           05  GLP-BALANCE          PIC S9(13)V99.
           05  GLP-LAST-ROLLED      PIC X(8).      *> YYYYMMDD
           05  GLP-DAY-DEBITS       PIC 9(11)V99.
           05  GLP-DAY-CREDITS      PIC 9(11)V99.
