           05  PROD-MAINT-FEE           PIC 9(3)V99.
           05  PROD-OVERDRAFT-FEE       PIC 9(3)V99.
           05  PROD-OD-LIMIT-DEFAULT    PIC 9(7)V99.
      *> charged to the depositor each time a deposited item comes
      *> back unpaid and is charged back (see RITMREC.cpy).
           05  PROD-RETURN-FEE          PIC 9(3)V99.
      *> charged to a checking account each time overdraft
      *> protection sweeps money into it (see ODPREC.cpy).
           05  PROD-SWEEP-FEE           PIC 9(3)V99.
