      *> Shared record layout for LOAN-FILE, the detail master behind
      *> every "Loan" account: the amount advanced, the contracted
      *> annual rate and term, the level monthly instalment worked
      *> out at booking, the next instalment date and the customer's
      *> own account the instalments are collected from. Keyed on
      *> the loan account number, the TERMREC.cpy pattern. The loan
      *> account itself carries the debt as a NEGATIVE balance on
      *> accounts.dat - the principal is paid away to the repayment
      *> account at booking as a linked "T"/"C" pair, so booking a
      *> loan never net-moves CONTROL-TOTAL.
      *> The nightly LOANCOLL run collects every instalment whose
      *> LOAN-NEXT-DUE-DATE has arrived: a month's interest on the
      *> outstanding balance is charged to the loan account as a
      *> type "L" ledger entry and the whole instalment transfers in
      *> from the repayment account, so the ledger shows the split
      *> between interest and principal. An instalment that can't be
      *> collected leaves the due date where it is - the loan is in
      *> arrears from that date until the collection catches up.
      *> Paid-off loans are marked "P" and stay on file, the
      *> matured-term-deposit rule.
       01  LOAN-RECORD.
           05  LOAN-ACCOUNT-NUMBER  PIC 9(10).
           05  LOAN-PRINCIPAL       PIC 9(9)V99.
      *> nominal annual rate; a month's interest is one twelfth of
      *> it applied to the balance outstanding.
           05  LOAN-RATE            PIC 9V9(4).
           05  LOAN-TERM-MONTHS     PIC 9(3).
           05  LOAN-INSTALMENT      PIC 9(9)V99.
           05  LOAN-NEXT-DUE-DATE   PIC X(8).      *> YYYYMMDD
           05  LOAN-LINKED-ACCOUNT  PIC 9(10).
           05  LOAN-INSTALMENTS-PAID PIC 9(3).
           05  LOAN-STATUS          PIC X(1).      *> "A" active, "P" paid off
