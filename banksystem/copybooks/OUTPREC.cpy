      *> Shared record layout for the outbound payment file written
      *> nightly by payout.cbl and handed to the clearing house - the
      *> outbound partner of the inbound clearing file (CLRREC.cpy),
      *> in the same shape as our GL interface file (GLREC.cpy). One
      *> layout serves all three record types: "H" header (business
      *> date), "D" detail (one payment), "T" trailer (detail record
      *> count and amount hash total, so the clearing house can
      *> refuse a file that did not arrive intact). Fields a record
      *> type doesn't use are zeros/spaces. OUTP-PAYMENT-ID is our
      *> payment id; the clearing house quotes it back on a return.
       01  OUTPAY-RECORD.
           05  OUTP-RECORD-TYPE     PIC X(1).      *> "H", "D" or "T"
           05  OUTP-BUSINESS-DATE   PIC X(8).      *> YYYYMMDD
           05  OUTP-PAYMENT-ID      PIC 9(6).
           05  OUTP-ACCOUNT-NUMBER  PIC 9(10).     *> our remitter
           05  OUTP-BENEF-BANK      PIC X(11).
           05  OUTP-BENEF-ACCOUNT   PIC X(20).
           05  OUTP-BENEF-NAME      PIC X(30).
           05  OUTP-AMOUNT          PIC 9(9)V99.
           05  OUTP-REFERENCE       PIC X(18).
           05  OUTP-RECORD-COUNT    PIC 9(8).      *> trailer only
           05  OUTP-HASH-TOTAL      PIC 9(13)V99.  *> trailer only
