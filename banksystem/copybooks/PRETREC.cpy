      *> Shared record layout for the payment returns file handed
      *> back by the clearing house the day after an outbound file:
      *> one "D" detail per payment it could not deliver, quoting
      *> our payment id and amount with a return reason, and a "T"
      *> trailer with the detail count and amount hash total - the
      *> CLRREC.cpy shape, so PAYRET refuses the whole file when it
      *> did not arrive intact. Fields a record type doesn't use are
      *> zeros/spaces.
      *> Return reasons: "AC" payee account closed, "NA" no such
      *> account at the payee bank, "NM" payee name does not match
      *> the account, "BK" payee bank code not recognised, "OT" any
      *> other reason.
       01  PAYRET-RECORD.
           05  PRET-RECORD-TYPE     PIC X(1).      *> "D" or "T"
           05  PRET-PAYMENT-ID      PIC 9(6).
           05  PRET-AMOUNT          PIC 9(9)V99.
           05  PRET-REASON-CODE     PIC X(2).
           05  PRET-RECORD-COUNT    PIC 9(8).      *> trailer only
           05  PRET-HASH-TOTAL      PIC 9(13)V99.  *> trailer only
