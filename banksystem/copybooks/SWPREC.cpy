      *> Shared record layout for the sweep log, sweeps.dat - one
      *> record per overdraft-protection sweep, appended by whichever
      *> job made it: CLRPOST or STDORD covering a debit that would
      *> otherwise have been refused, or the nightly ODSWEEP run
      *> bringing a checking account back to zero. Each sweep is
      *> also on the ledger as a linked "T"/"C" pair (source to
      *> checking) and, when the product charges one, an "F" sweep
      *> fee on the checking account; this file is what ODSWEEP's
      *> sweep report lists, so the night's sweeps read in one place
      *> whichever job made them.
       01  SWEEP-RECORD.
           05  SWP-BUSINESS-DATE    PIC X(8).      *> YYYYMMDD
           05  SWP-PROGRAM-ID       PIC X(8).
           05  SWP-ACCOUNT-NUMBER   PIC 9(10).     *> the checking account
           05  SWP-SOURCE-ACCOUNT   PIC 9(10).
           05  SWP-AMOUNT           PIC 9(9)V99.
           05  SWP-FEE              PIC 9(3)V99.
      *> what the sweep was for - the debit it let through, or the
      *> nightly sweep - and the checking balance it left.
           05  SWP-REASON           PIC X(20).
           05  SWP-BALANCE-AFTER    PIC S9(9)V99.
           05  SWP-TIMESTAMP        PIC X(14).     *> YYYYMMDDHHMMSS
