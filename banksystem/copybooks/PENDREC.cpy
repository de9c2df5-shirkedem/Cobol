      *> Shared record layout for PENDING-FILE, the maker-checker
      *> queue. A posting, transfer or reversal keyed for more than
      *> the keying operator's OPERATOR-AUTH-LIMIT never touches
      *> accounts.dat at the counter - it is parked here with the
      *> maker's id, reason and timestamp. A supervisor other than
      *> the maker then approves it, which replays it through the
      *> same posting paragraph with every check re-run against the
      *> account as it stands, or declines it. Keyed on a system-
      *> assigned id, one up from the highest on file. Decided items
      *> stay on file with the checker's id - the status-flag rule
      *> the stop and hold masters follow.
      *> What the item is, by PEND-KIND:
      *>   "P" posting   - account, type D/W, amount
      *>   "T" transfer  - from account, to account, amount
      *>   "R" reversal  - account, original type D/W, original
      *>                   date and amount; the reversal reason is
      *>                   PEND-REASON
       01  PENDING-RECORD.
           05  PEND-ID              PIC 9(6).
           05  PEND-KIND            PIC X(1).
           05  PEND-ACCOUNT-NUMBER  PIC 9(10).
           05  PEND-TRAN-TYPE       PIC X(1).
           05  PEND-AMOUNT          PIC 9(9)V99.
           05  PEND-TO-ACCOUNT      PIC 9(10).
           05  PEND-ORIG-DATE       PIC X(8).      *> reversals only
           05  PEND-REASON          PIC X(30).
           05  PEND-MAKER-ID        PIC X(8).
           05  PEND-TIMESTAMP       PIC X(14).     *> YYYYMMDDHHMMSS
           05  PEND-BUSINESS-DATE   PIC X(8).
      *> "O" open - waiting for a checker; "A" approved and posted;
      *> "D" declined; "K" an approved posting or reversal whose
      *> cash the maker has since taken through their own drawer
      *> (BANKSYSTEM's Collect Approved Cash Items) - the approval
      *> itself moves no drawer.
           05  PEND-STATUS          PIC X(1).
           05  PEND-CHECKER-ID      PIC X(8).
           05  PEND-DECIDED-TS      PIC X(14).
