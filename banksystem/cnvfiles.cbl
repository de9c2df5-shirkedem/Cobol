      *> the old-layout file is read with a literal copy of its old
      *> FD and staged to a work file, then the work file is read
      *> back and rewritten over the live name in the new layout with
      *> the new fields defaulted - accounts Active at head office
      *> (branch 001), contact details blank (filled in later through
      *> Update Customer), ledger and audit attribution blank
      *> (history predates operator ids), the prior-close total
      *> seeded to the running total so the first proof after
      *> cutover measures a zero day, and the business day open on
      *> today.
      *> Run it ONCE, with nothing else running, straight after the
      *> new programs are installed and before any of them touches a
      *> file. Record counts per file are printed; a file that does
                       *> every pre-cutover account starts Active;
                       *> holds get re-applied through the menu.
                       MOVE "A" TO ACCOUNT-STATUS
                       *> and every one is homed at head office.
                       MOVE 001 TO ACCOUNT-BRANCH
                       WRITE ACCOUNT-RECORD
                       ADD 1 TO WS-ACCT-COUNT
                   END-READ
