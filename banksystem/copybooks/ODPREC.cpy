      *> Shared record layout for OD-PROTECTION-FILE, the overdraft-
      *> protection links: the accounts a customer has nominated to
      *> cover a checking account that runs short, instead of the
      *> debit being rejected or the overdraft (and its usage fee)
      *> being drawn. Maintained through BANKSYSTEM's Overdraft
      *> Protection option - both accounts must be owned by the
      *> nominating customer, as ACCOUNT-CUST-ID or through
      *> acctown.dat - and read by CLRPOST and STDORD before they
      *> refuse a debit for funds, and by the nightly ODSWEEP run.
      *> Keyed on the protected account and a priority, so one
      *> account's sources read in the order they are tried: 1
      *> first. A source may be any active account but a loan or a
      *> term deposit; only its available balance (open holds off)
      *> is ever taken, never its own overdraft. Removed links stay
      *> on file flagged "X" - the lifted-stop rule - and a removed
      *> priority can be given a new source later.
       01  OD-PROTECTION-RECORD.
           05  ODP-KEY.
               10  ODP-ACCOUNT-NUMBER  PIC 9(10).  *> the checking account
               10  ODP-PRIORITY        PIC 9(1).   *> 1 tried first
           05  ODP-SOURCE-ACCOUNT   PIC 9(10).
           05  ODP-CUST-ID          PIC 9(6).      *> who nominated it
           05  ODP-STATUS           PIC X(1).      *> "A" active, "X" removed
           05  ODP-ADDED-BY         PIC X(8).
           05  ODP-ADDED-DATE       PIC X(8).      *> YYYYMMDD
           05  ODP-REMOVED-BY       PIC X(8).
           05  ODP-REMOVED-DATE     PIC X(8).      *> YYYYMMDD
