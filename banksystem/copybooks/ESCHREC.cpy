      *> Shared record layout for ESCHEAT-FILE, the unclaimed-property
      *> case file the yearly ESCHEAT cycle keeps - one record per
      *> dormant account taken into the cycle, keyed on the account.
      *> A case opens "L" when the due-diligence letters go to every
      *> owner (ESCH-LETTER-DATE, the owners told to make contact by
      *> ESCH-RESPOND-BY). A later cycle past that date escheats an
      *> account still dormant: the balance is moved off the account
      *> as a type "E" ledger entry into the unclaimed-property line
      *> and the account is marked "E" - the case goes "E" with the
      *> amount remitted to the state and the date. An owner who
      *> reactivates the account through BANKSYSTEM's freeze/
      *> unfreeze option in the meantime drops the case out "X" with
      *> the date of contact; that date counts as activity if the
      *> account goes dormant again, and the cycle starts over.
      *> Records are never deleted.
       01  ESCHEAT-RECORD.
           05  ESCH-ACCOUNT-NUMBER  PIC 9(10).
      *> "L" letters sent, "E" escheated, "X" dropped out
           05  ESCH-STATUS          PIC X(1).
           05  ESCH-LAST-ACTIVITY   PIC X(8).      *> YYYYMMDD
           05  ESCH-LETTER-DATE     PIC X(8).      *> YYYYMMDD
           05  ESCH-RESPOND-BY      PIC X(8).      *> YYYYMMDD
           05  ESCH-ESCHEAT-DATE    PIC X(8).      *> YYYYMMDD
           05  ESCH-AMOUNT          PIC 9(9)V99.
           05  ESCH-DROP-DATE       PIC X(8).      *> YYYYMMDD
