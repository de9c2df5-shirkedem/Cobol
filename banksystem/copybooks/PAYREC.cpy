      *> Shared record layout for PAYMENT-FILE, the master of outbound
      *> payments to customers' payees at other banks. A payment is
      *> captured through BANKSYSTEM, which debits the customer at
      *> once with a type "O" ledger entry through the same stop,
      *> hold and overdraft checks a withdrawal passes - the money
      *> then sits in the payments-outstanding position until it
      *> leaves on the nightly outbound file. PAY-ACCOUNT-NUMBER,
      *> PAY-CAPTURE-DATE and PAY-TRAN-SEQ are the ledger key of
      *> that debit, so every payment traces to its entry on
      *> transactions.dat and back.
      *> PAYOUT writes every captured payment to the outbound file
      *> and marks it sent; PAYRET credits back any the clearing
      *> house returns, with the return reason, as a type "R" entry
      *> against the "O" debit. Keyed on a system-assigned id, one
      *> up from the highest on file; payments are never deleted.
       01  PAYMENT-RECORD.
           05  PAY-ID               PIC 9(6).
           05  PAY-ACCOUNT-NUMBER   PIC 9(10).
           05  PAY-AMOUNT           PIC 9(9)V99.
      *> the payee: their bank's clearing code, their account at
      *> that bank, and the name on it.
           05  PAY-BENEF-BANK       PIC X(11).
           05  PAY-BENEF-ACCOUNT    PIC X(20).
           05  PAY-BENEF-NAME       PIC X(30).
           05  PAY-REFERENCE        PIC X(18).
           05  PAY-CAPTURE-DATE     PIC X(8).      *> YYYYMMDD
           05  PAY-TRAN-SEQ         PIC 9(4).
           05  PAY-OPERATOR-ID      PIC X(8).
      *> "C" captured - debited, waiting for the outbound file;
      *> "S" sent on the outbound file; "R" returned by the
      *> clearing house and credited back to the customer.
           05  PAY-STATUS           PIC X(1).
           05  PAY-SENT-DATE        PIC X(8).
           05  PAY-RETURN-DATE      PIC X(8).
      *> the clearing house's return reason; see PRETREC.cpy.
           05  PAY-RETURN-REASON    PIC X(2).
