      *> TRANSACTION-RECORD, AUDIT-RECORD and RUNLOG-RECORD written
      *> during the session, so a posting traces to a person. Batch
      *> programs stamp their own program name instead.
      *> OPERATOR-AUTH-LIMIT is the largest single posting, transfer
      *> or reversal the operator may key alone; anything over it
      *> parks on pending.dat for a supervisor's approval instead of
      *> touching the account. OPERATOR-SUPERVISOR "Y" lets the
      *> operator approve or decline someone else's parked items and
      *> maintain this master.
       01  OPERATOR-RECORD.
           05  OPERATOR-ID      PIC X(8).
           05  OPERATOR-NAME    PIC X(30).
           05  OPERATOR-AUTH-LIMIT PIC 9(9)V99.
           05  OPERATOR-SUPERVISOR PIC X(1).       *> "Y" or "N"
      *> the operator's home branch (BRCHREC.cpy): stamped on every
      *> ledger entry and drawer proof of the operator's sessions and
      *> given to the accounts the operator opens.
           05  OPERATOR-BRANCH  PIC 9(3).
