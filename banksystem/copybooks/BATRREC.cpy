      *> scroll through each job's SYSOUT. Status "OK" is a clean
      *> run; "BK" is anything that needs a person - a proof break,
      *> a refused clearing file, matured funds held for manual
      *> transfer. The note says which in plain words. A money-
      *> moving job that picked up from its restart point (see
      *> RSTRREC.cpy) writes a second line, status "RS": the items
      *> and amount the broken run had already done - already in
      *> the totals on its own line - and where the rerun took over.
       01  BATCH-RESULT-RECORD.
           05  BRES-BUSINESS-DATE   PIC X(8).      *> YYYYMMDD
           05  BRES-PROGRAM-ID      PIC X(8).
           05  BRES-ITEMS-APPLIED   PIC 9(8).
           05  BRES-ITEMS-REJECTED  PIC 9(8).
           05  BRES-AMOUNT-MOVED    PIC S9(11)V99.
           05  BRES-STATUS          PIC X(2).      *> "OK", "BK" or "RS"
           05  BRES-NOTE            PIC X(40).
           05  BRES-TIMESTAMP       PIC X(14).     *> YYYYMMDDHHMMSS
