      *> Shared record layout for OD-AGING-FILE, the overdrawn-spell
      *> tracker the nightly ODAGING run keeps from the EODSNAP
      *> position history (SNAPREC.cpy) - one record per account that
      *> has ever closed a day below zero, keyed on the account.
      *> ODA-SPELL-START is the first business day of the current
      *> unbroken run of overdrawn closes (spaces while the account is
      *> in credit); the first close at or above zero ends the spell.
      *> ODA-NOTICE-LEVEL is the highest collection notice already
      *> sent in THIS spell - 0 none, 1 first, 2 second, 3 final - so
      *> a notice is never sent twice for one spell; it goes back to
      *> 0 when the spell ends. Records are never deleted.
       01  OD-AGING-RECORD.
           05  ODA-ACCOUNT-NUMBER   PIC 9(10).
           05  ODA-SPELL-START      PIC X(8).      *> YYYYMMDD
           05  ODA-LAST-SNAP-DATE   PIC X(8).      *> YYYYMMDD
      *> the close on ODA-LAST-SNAP-DATE, and the lowest close in the
      *> current spell.
           05  ODA-BALANCE          PIC S9(9)V99.
           05  ODA-WORST-BALANCE    PIC S9(9)V99.
           05  ODA-NOTICE-LEVEL     PIC 9(1).
           05  ODA-LAST-NOTICE-DATE PIC X(8).      *> YYYYMMDD
