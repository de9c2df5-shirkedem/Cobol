      *> and at maturity by the term deposit run (trmmat.cbl), each
      *> with the program name in TRAN-OPERATOR-ID, so interest is
      *> traceable on the ledger the way fees are.
      *> TRAN-TYPE "L" is loan interest charged - a debit, like "F" -
      *> written against a "Loan" account by the nightly collection
      *> run (loancoll.cbl) as the interest part of each instalment
      *> collected, so the ledger shows how much of the instalment
      *> was interest and how much paid the debt down.
      *> TRAN-TYPE "O" is an outbound payment to a payee at another
      *> bank - a debit, like "W" - written by BANKSYSTEM when the
      *> payment is captured (see PAYREC.cpy). A payment the
      *> clearing house returns is credited back as an "R" with
      *> TRAN-ORIG-TYPE "O", written by payret.cbl.
      *> TRAN-TYPE "E" is an escheatment - a debit, like "W" - that
      *> moves a long-dormant account's whole balance to the state's
      *> unclaimed-property line, written by the yearly ESCHEAT cycle
      *> (escheat.cbl) with the program name in TRAN-OPERATOR-ID.
      *> TRAN-TYPE "R" is a reversal/correction: an equal-and-opposite
      *> entry that backs out a mis-keyed posting. It carries the
      *> original entry's type and date in TRAN-ORIG-TYPE/-ORIG-DATE
      *> who posted it: the signed-on operator in BANKSYSTEM, or the
      *> batch program's own name on overnight postings.
           05  TRAN-OPERATOR-ID     PIC X(8).
      *> the posting branch (BRCHREC.cpy): the signed-on operator's
      *> branch in BANKSYSTEM, the account's home branch on batch
      *> postings. The branch breakouts of TRNPROOF, LRGTRN and
      *> GLEXTR key on it.
           05  TRAN-BRANCH          PIC 9(3).
