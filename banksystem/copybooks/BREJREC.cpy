      *> "DC" duplicate customer id, "NC" customer not found,
      *> "AT" invalid account type, "TD" term deposit - the
      *> contract details (term, rate, maturity, linked account)
      *> only the interactive open gathers, "LN" loan - principal,
      *> rate, term and repayment account, booked interactively
      *> only, "SH" customer under a watch-list screening hold
      *> (SANCREC.cpy). ("DA" duplicate account
      *> number is retired - numbers are system-assigned now - but
      *> may still appear on old reject files.)
       01  BATCH-REJECT-RECORD.
