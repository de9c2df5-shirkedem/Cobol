      *> GL chart accounts by product, for the programs that work
      *> from the GL position file (GLPOSREC.cpy): one row per
      *> ACCOUNT-TYPE in the ACCTTYPE list, in the same order, with
      *> the product's cash account and its customer-liability
      *> account - the same numbers GLEXTR posts to, so a change to
      *> the chart has to be made there too. Anything GLEXTR cannot
      *> map goes to the suspense account.
       01  WS-GL-CHART.
           05  FILLER              PIC A(14) VALUE "Savings".
           05  FILLER              PIC X(8)  VALUE "10100001".
           05  FILLER              PIC X(8)  VALUE "20100001".
           05  FILLER              PIC A(14) VALUE "Checking".
           05  FILLER              PIC X(8)  VALUE "10100002".
           05  FILLER              PIC X(8)  VALUE "20100002".
           05  FILLER              PIC A(14) VALUE "Money Market".
           05  FILLER              PIC X(8)  VALUE "10100003".
           05  FILLER              PIC X(8)  VALUE "20100003".
           05  FILLER              PIC A(14) VALUE "Term Deposit".
           05  FILLER              PIC X(8)  VALUE "10100004".
           05  FILLER              PIC X(8)  VALUE "20100004".
           05  FILLER              PIC A(14) VALUE "Loan".
           05  FILLER              PIC X(8)  VALUE "10100005".
           05  FILLER              PIC X(8)  VALUE "20100005".
       01  WS-GL-CHART-TBL REDEFINES WS-GL-CHART.
           05  WS-GLC-ENTRY        OCCURS 5 TIMES.
               10  WS-GLC-PRODUCT  PIC A(14).
               10  WS-GLC-CASH     PIC X(8).
               10  WS-GLC-LIAB     PIC X(8).
       01  WS-GLC-IDX              PIC 9(2).
       01  WS-GLC-SUSPENSE         PIC X(8)  VALUE "99999999".
