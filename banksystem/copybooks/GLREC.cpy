           05  GL-BANK-ACCOUNT    PIC 9(10).     *> our account behind it
           05  GL-RECORD-COUNT    PIC 9(8).      *> trailer only
           05  GL-HASH-TOTAL      PIC 9(13)V99.  *> trailer only
      *> branch segment (BRCHREC.cpy) - the posting branch on details,
      *> zeros on the header and trailer.
           05  GL-BRANCH          PIC 9(3).
