      *> past its expiry date stays on file inert - the cancelled-
      *> standing-order rule, so the audit trail keeps what was
      *> stopped and when. Expiry of spaces or zeros means the stop
      *> stands until lifted. A single cheque (or a lost book) is
      *> stopped by serial on the cheque register instead - see
      *> CHQREC.cpy.
       01  STOP-ORDER-RECORD.
           05  STOP-ORDER-ID        PIC 9(6).
           05  STOP-ACCOUNT-NUMBER  PIC 9(10).
