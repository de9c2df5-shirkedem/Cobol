      *> Work area for reducing a name to its watch-list screening
      *> form (WLSTREC.cpy): the name in WS-SCR-NAME comes back in
      *> WS-SCR-KEY upper case, with letters and digits kept, an
      *> apostrophe dropped (O'BRIEN is OBRIEN), anything else a
      *> word break, and the words sorted and rejoined with single
      *> spaces - so case, spacing, punctuation and word order
      *> don't decide a match. Shared by every program that screens
      *> or loads the list, so the rule only has to change in one
      *> place; the paragraph that fills it is NORMALIZE-SCREEN-NAME.
       01  WS-SCR-NAME          PIC X(60).
       01  WS-SCR-KEY           PIC X(60).
       01  WS-SCR-WORK          PIC X(60).
       01  WS-SCR-CHAR          PIC X.
       01  WS-SCR-IDX           PIC 9(2).
       01  WS-SCR-JDX           PIC 9(2).
       01  WS-SCR-PTR           PIC 9(3).
       01  WS-SCR-TOKEN-LEN     PIC 9(2).
       01  WS-SCR-TOKEN-COUNT   PIC 9(2).
       01  WS-SCR-SWAP          PIC X(30).
       01  WS-SCR-TOKENS.
           05  WS-SCR-TOKEN     PIC X(30) OCCURS 12 TIMES.
      *> screening a customer against the list: the caller sets the
      *> id, the name, the date and who is asking (operator id or
      *> program); WS-SCR-HITS comes back with the number of entries
      *> the customer is held or flagged against.
       01  WS-SCR-CUST-ID       PIC 9(6).
       01  WS-SCR-DATE          PIC X(8).
       01  WS-SCR-SOURCE        PIC X(8).
       01  WS-SCR-HITS          PIC 9(3).
       01  WS-SCR-EOF           PIC X.
       01  WS-SCR-FOUND         PIC X.
