      *> Shared record layout for SANCTION-FILE, the screening case
      *> file - one record per (customer, watch-list entry) pair
      *> whose names matched, keyed on the pair.
      *> A match found while the customer is being created (origin
      *> "O" - BANKSYSTEM's Create Customer, BANKBAT, CUSTIMP, or a
      *> repaired reject through REJRESUB) holds the customer: the
      *> record is NOT written to customers.dat, its image is kept
      *> here instead. A match the SANCSCRN rescreen finds against a
      *> customer already on file (origin "R") freezes every account
      *> the customer owns.
      *> Cases open "P" pending and are decided by a supervisor
      *> through BANKSYSTEM's Screening Decisions option: "C"
      *> cleared as a false positive - a held customer is then
      *> created from the image once nothing else holds them - or
      *> "K" confirmed, the customer never created or the accounts
      *> kept frozen. A cleared pair is remembered: the same
      *> customer is not flagged against the same entry again.
      *> While a customer has a "P" or "K" case, none of their
      *> accounts may be unfrozen. Records are never deleted.
       01  SANCTION-CASE-RECORD.
           05  SANC-KEY.
               10  SANC-CUST-ID     PIC 9(6).
               10  SANC-ENTRY-ID    PIC X(10).
      *> "P" pending decision, "C" cleared, "K" confirmed match
           05  SANC-STATUS          PIC X(1).
      *> "O" onboarding (customer held), "R" rescreen (accounts frozen)
           05  SANC-ORIGIN          PIC X(1).
      *> operator id, or the batch program, that raised the case
           05  SANC-SOURCE          PIC X(8).
           05  SANC-OPENED-DATE     PIC X(8).      *> YYYYMMDD
           05  SANC-CUST-NAME       PIC X(30).
           05  SANC-LIST-NAME       PIC X(60).
           05  SANC-DECIDED-BY      PIC X(8).
           05  SANC-DECIDED-DATE    PIC X(8).      *> YYYYMMDD
      *> onboarding only: the CUSTREC.cpy record as it would have
      *> been written (109 bytes).
           05  SANC-CUST-IMAGE      PIC X(109).
