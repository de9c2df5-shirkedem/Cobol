      *> Shared record layout for the returned-items file handed
      *> over by the clearing house: one "D" detail per deposited
      *> cheque the paying bank refused, quoting our depositor's
      *> account, the amount and the date it was deposited with us,
      *> and a "T" trailer with the detail count and amount hash
      *> total - the CLRREC.cpy shape, so RTNITEM refuses the whole
      *> file when it did not arrive intact. Fields a record type
      *> doesn't use are zeros/spaces.
      *> Return reasons: "NF" not sufficient funds, "SP" payment
      *> stopped by the drawer, "AC" drawer's account closed, "RD"
      *> refer to drawer, "OT" any other reason.
       01  CHQRET-RECORD.
           05  CRET-RECORD-TYPE     PIC X(1).      *> "D" or "T"
           05  CRET-ACCOUNT-NUMBER  PIC 9(10).
           05  CRET-AMOUNT          PIC 9(9)V99.
           05  CRET-DEPOSIT-DATE    PIC X(8).      *> YYYYMMDD
           05  CRET-REASON-CODE     PIC X(2).
           05  CRET-RECORD-COUNT    PIC 9(8).      *> trailer only
           05  CRET-HASH-TOTAL      PIC 9(13)V99.  *> trailer only
