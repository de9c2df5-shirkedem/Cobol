      *> Work area for breaking a report's totals out by branch. One
      *> slot per possible branch code, addressed directly - slot
      *> BRANCH-CODE + 1, so an entry that somehow carries branch 000
      *> still lands somewhere and the branches always add back to
      *> the bank-wide figure. Each report says in its own header
      *> what it keeps in the two counts and three amounts; the
      *> report walks the table at the end and prints only the
      *> branches that had something, each with its name off the
      *> branch master (BRCHREC.cpy) - "UNKNOWN BRANCH" when the
      *> master has no record for it.
       01  WS-BRT-IDX           PIC 9(4).
       01  WS-BRT-CODE          PIC 9(3).
       01  WS-BRT-NAME          PIC X(30).
       01  WS-BRT-TABLE.
           05  WS-BRT-ENTRY OCCURS 1000 TIMES.
               10  WS-BRT-COUNT-1    PIC 9(7).
               10  WS-BRT-COUNT-2    PIC 9(7).
               10  WS-BRT-AMOUNT-1   PIC S9(13)V99.
               10  WS-BRT-AMOUNT-2   PIC S9(13)V99.
               10  WS-BRT-AMOUNT-3   PIC S9(13)V99.
