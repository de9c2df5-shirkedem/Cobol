      *> Shared record layout for the restart point the money-moving
      *> batch jobs (STDORD, INTACCR, MONFEE, CLRPOST, TRMMAT, FWDREL,
      *> ODSWEEP, PAYRET, RTNITEM, LOANCOLL, ESCHEAT) keep as they
      *> post - the CUSTIMP checkpoint carried further.
      *> Run control alone only stops a completed job running twice;
      *> a job that abends halfway leaves half the accounts posted
      *> and only an "S" record behind. So each job rewrites its own
      *> one-record file (<program>.ckp) the moment an item has been
      *> fully posted: how far it got and every running count and
      *> total as they stood. A rerun under the same business date
      *> finds the record in stage "P", restores the counts, and
      *> carries on from the item after RSTR-LAST-KEY (or after
      *> RSTR-ITEMS-DONE records of a flat input file) - nothing
      *> posted twice, nothing skipped, and the batch-results line
      *> and the one-shot CONTROL-TOTAL movement come out exactly
      *> where a clean run would have put them.
      *> Stages: "P" posting in progress; "T" every item posted and
      *> CONTROL-TOTAL already moved - a rerun goes straight to the
      *> results and must not move it again; "C" run completed, the
      *> record is spent. A record from another business date is
      *> never resumed from.
       01  RESTART-RECORD.
           05  RSTR-PROGRAM-ID      PIC X(8).
           05  RSTR-BUSINESS-DATE   PIC X(8).      *> YYYYMMDD
           05  RSTR-STAGE           PIC X(1).      *> "P", "T" or "C"
           05  RSTR-ITEMS-DONE      PIC 9(8).
           05  RSTR-LAST-KEY        PIC X(20).
      *> the job's own counters and money totals, in the order each
      *> job's LOAD-RESTART-POINT paragraph documents.
           05  RSTR-COUNT           PIC 9(8)  OCCURS 6 TIMES.
           05  RSTR-AMOUNT          PIC S9(11)V99 OCCURS 3 TIMES.
      *> jobs that post a handed-over flat file record its count and
      *> hash, so a rerun can't resume into a different file.
           05  RSTR-INPUT-COUNT     PIC 9(8).
           05  RSTR-INPUT-HASH      PIC 9(13)V99.
           05  RSTR-TIMESTAMP       PIC X(14).     *> YYYYMMDDHHMMSS
