      *> hash total, so the whole file can be refused when it did
      *> not arrive intact). Fields a record type doesn't use are
      *> zeros/spaces.
      *> A debit that is a cheque quotes the cheque's serial, checked
      *> against the cheque register (CHQREC.cpy) before it pays; a
      *> debit with a zero serial is not a cheque (a direct debit)
      *> and is not checked. Credits carry zeros.
       01  CLEARING-RECORD.
           05  CLR-RECORD-TYPE     PIC X(1).      *> "D" or "T"
           05  CLR-ACCOUNT-NUMBER  PIC 9(10).
           05  CLR-AMOUNT          PIC 9(9)V99.
           05  CLR-RECORD-COUNT    PIC 9(8).      *> trailer only
           05  CLR-HASH-TOTAL      PIC 9(13)V99.  *> trailer only
           05  CLR-CHEQUE-SERIAL   PIC 9(6).      *> cheque debits only
