      *> Shared record layout for CHEQUE-FILE, the cheque register:
      *> one record per cheque leaf issued to a checking account,
      *> written a whole book at a time when the book is ordered
      *> through BANKSYSTEM's Cheque Register option. Keyed on
      *> account and serial, so one account's cheques read in
      *> serial order by key and a presented cheque reads directly.
      *> CLRPOST (and REJRESUB, for repaired items) checks every
      *> clearing debit that quotes a serial against it: a serial
      *> with no record here was never issued to the account, one
      *> flagged "P" has been paid before, one flagged "S" is
      *> stopped - each refused with its own reason code. A cheque
      *> that pays is flagged "P" with the date and amount, so the
      *> register doubles as the account's paid-cheque history.
      *> Serial stops live here rather than on STOP-ORDER-FILE: a
      *> lost or disputed cheque (or a whole lost book) is stopped
      *> by serial through the same option, and lifting the stop
      *> puts the leaf back to "I". Records are never deleted.
       01  CHEQUE-RECORD.
           05  CHQ-KEY.
               10  CHQ-ACCOUNT-NUMBER  PIC 9(10).
               10  CHQ-SERIAL          PIC 9(6).
      *> "I" issued, not yet presented; "P" paid; "S" stopped.
           05  CHQ-STATUS           PIC X(1).
      *> first serial of the book the leaf came in, so one book can
      *> be picked out of the account's history.
           05  CHQ-BOOK-FIRST       PIC 9(6).
           05  CHQ-ISSUED-BY        PIC X(8).
           05  CHQ-ISSUED-DATE      PIC X(8).      *> YYYYMMDD
      *> paid: the business date, the amount presented and the
      *> program that paid it (CLRPOST or REJRESUB).
           05  CHQ-PAID-DATE        PIC X(8).      *> YYYYMMDD
           05  CHQ-PAID-AMOUNT      PIC 9(9)V99.
           05  CHQ-PAID-BY          PIC X(8).
      *> stopped: who stopped it and when; kept after a lift so the
      *> trail shows the leaf was once stopped.
           05  CHQ-STOPPED-BY       PIC X(8).
           05  CHQ-STOPPED-DATE     PIC X(8).      *> YYYYMMDD
