      *> Shared record layout for FORWARD-FILE, the warehouse of
      *> one-off postings and transfers keyed ahead of their value
      *> date. BANKSYSTEM's Forward-Dated Items option takes them in,
      *> lists them by account and cancels them; nothing touches
      *> accounts.dat until the nightly FWDREL run reaches the value
      *> date and releases the item through the same status, stop,
      *> hold and overdraft checks the counter applies. Keyed on a
      *> system-assigned id, one up from the highest on file - the
      *> pending-queue rule. Items are never deleted; the status says
      *> what became of each.
      *> What the item is, by FWD-KIND:
      *>   "P" posting   - account, type D/W, amount
      *>   "T" transfer  - from account, to account, amount
       01  FORWARD-RECORD.
           05  FWD-ID               PIC 9(6).
           05  FWD-KIND             PIC X(1).
           05  FWD-ACCOUNT-NUMBER   PIC 9(10).
           05  FWD-TRAN-TYPE        PIC X(1).
           05  FWD-AMOUNT           PIC 9(9)V99.
           05  FWD-TO-ACCOUNT       PIC 9(10).
           05  FWD-VALUE-DATE       PIC X(8).      *> YYYYMMDD
           05  FWD-MAKER-ID         PIC X(8).
           05  FWD-TIMESTAMP        PIC X(14).     *> YYYYMMDDHHMMSS
           05  FWD-BUSINESS-DATE    PIC X(8).      *> day it was keyed
      *> "W" waiting for its value date; "R" released and posted;
      *> "F" failed a check on the day - nothing posted, the reason
      *> says why; "X" cancelled before the value date.
           05  FWD-STATUS           PIC X(1).
      *> who closed the item (the canceller, or the releasing run)
      *> and the business date it was closed under.
           05  FWD-CLOSED-BY        PIC X(8).
           05  FWD-CLOSED-DATE      PIC X(8).
           05  FWD-FAIL-REASON      PIC X(30).
