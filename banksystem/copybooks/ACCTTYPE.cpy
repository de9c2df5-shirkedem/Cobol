      *> maturity date on termdep.dat (TERMREC.cpy), processed by
      *> the nightly TRMMAT maturity run.
           05  FILLER              PIC A(14) VALUE "Term Deposit".
      *> personal loans carry principal, rate, term, instalment and
      *> repayment account on loans.dat (LOANREC.cpy); the balance
      *> is the debt, held negative, collected by the nightly
      *> LOANCOLL run.
           05  FILLER              PIC A(14) VALUE "Loan".
       01  WS-VALID-ACCT-TYPES-TBL REDEFINES WS-VALID-ACCT-TYPES.
           05  WS-VALID-ACCT-TYPE  PIC A(14) OCCURS 5 TIMES.
       01  WS-TYPE-VALID        PIC X       VALUE "N".
       01  WS-TYPE-IDX          PIC 9(2).
