      *> Shared record layout for CLRPOST's reject file: the rejected
      *> CLEARING-RECORD exactly as it was read (52 bytes: type 1,
      *> account number 10, dr/cr 1, amount 11, count 8, hash 15,
      *> cheque serial 6) with a reason code appended, the same
      *> repair-in-place shape as BANKBAT's BREJREC rejects: a
      *> bounced item is corrected in place and resubmitted through
      *> rejresub.cbl, which posts the repaired items and rewrites
      *> this file with only the still-bad ones - so the morning
      *> report's waiting count drains instead of growing forever.
      *> CLRJCNV widens a file of 46-byte images left waiting when
      *> the serial was added.
      *> Reason codes: "RT" unknown record type, "NA" account not
      *> found, "DM" account dormant (or escheated), "FZ" debit
      *> against a frozen account, "OL" debit would breach the
      *> overdraft limit, "SP" debit stopped by a stop order, "NI"
      *> cheque serial not issued to the account, "PD" cheque
      *> already paid, "SS" cheque stopped by serial.
       01  CLEARING-REJECT-RECORD.
           05  CLRJ-ITEM-IMAGE      PIC X(52).
           05  CLRJ-REASON-CODE     PIC X(2).
