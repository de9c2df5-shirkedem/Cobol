      *> Shared record layout for RETURNED-ITEM-FILE, the history of
      *> deposited items that came back unpaid and were charged back
      *> to the depositor - one record per returned item, written by
      *> BANKSYSTEM's Returned Item option and by the nightly RTNITEM
      *> run from the clearing house's return file (CRETREC.cpy).
      *> Each chargeback releases the open hold placed against the
      *> deposit (RITM-HOLD-ID, zeros when none was still open),
      *> posts a type "R" entry against the original "D" (its date is
      *> RITM-DEPOSIT-DATE) and charges the product's returned-item
      *> fee (PRODREC.cpy) as a type "F" entry. The file is what
      *> ties a hold to the item that bounced, and what the
      *> repeat-offender review counts: three or more returns on one
      *> account inside 90 days is the cheque-kiting pattern.
      *> Keyed on a system-assigned id, one up from the highest on
      *> file; records are never deleted.
       01  RETURNED-ITEM-RECORD.
           05  RITM-ID              PIC 9(6).
           05  RITM-ACCOUNT-NUMBER  PIC 9(10).
           05  RITM-AMOUNT          PIC 9(9)V99.
           05  RITM-DEPOSIT-DATE    PIC X(8).      *> YYYYMMDD
           05  RITM-RETURN-DATE     PIC X(8).      *> YYYYMMDD
      *> the paying bank's return reason; see CRETREC.cpy.
           05  RITM-REASON-CODE     PIC X(2).
           05  RITM-HOLD-ID         PIC 9(6).
           05  RITM-FEE-AMOUNT      PIC 9(3)V99.
           05  RITM-OPERATOR-ID     PIC X(8).
