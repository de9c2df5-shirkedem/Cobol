      *> Shared record layout for BRANCH-FILE, the branch master: one
      *> record per branch the bank runs off this set of files, keyed
      *> on the three-digit branch code every account, operator,
      *> ledger entry, drawer proof and GL detail now carries. Branch
      *> 001 is head office - BRCHCNV seeds it at cutover and stamps
      *> it on everything already on file. Branches are added and
      *> maintained by a supervisor through BANKSYSTEM's Maintain
      *> Branches option; the reports read it only for the name to
      *> print beside each branch's figures. A branch is never
      *> deleted - one that closes goes to "C" and no new account or
      *> operator may be given it, while its history still reports.
       01  BRANCH-RECORD.
           05  BRANCH-CODE          PIC 9(3).
           05  BRANCH-NAME          PIC X(30).
      *> the operator who signs the branch's figures off each morning.
           05  BRANCH-MANAGER       PIC X(8).
      *> "A" open, "C" closed.
           05  BRANCH-STATUS        PIC X(1).
           05  BRANCH-OPENED-DATE   PIC X(8).      *> YYYYMMDD
