      *> Work area for covering a checking account from its
      *> overdraft-protection sources (ODPREC.cpy). The caller sets
      *> the account, what would bring it back to zero
      *> (WS-ODP-NEEDED), the least that lets the debit in hand
      *> through (WS-ODP-MINIMUM) and what the sweep is for; the
      *> sources are loaded in priority order with what each has
      *> available, the sweeps are planned - each one a transfer
      *> carrying its own fee, so it takes the shortfall plus the
      *> fee - and posted only when together they reach the
      *> minimum. WS-ODP-COVERED comes back "Y" with the amounts
      *> swept and fees charged, or "N" with nothing moved. Shared
      *> by every program that sweeps, so the rule only has to
      *> change in one place; the paragraph that does it is
      *> COVER-FROM-PROTECTION.
       01  WS-ODP-ACCT-NUM      PIC 9(10).
       01  WS-ODP-NEEDED        PIC S9(9)V99.
       01  WS-ODP-MINIMUM       PIC S9(9)V99.
       01  WS-ODP-REASON        PIC X(20).
       01  WS-ODP-COVERED       PIC X.
       01  WS-ODP-FEE           PIC 9(3)V99.
       01  WS-ODP-SWEPT         PIC 9(9)V99.
       01  WS-ODP-FEES          PIC 9(7)V99.
       01  WS-ODP-SWEEPS        PIC 9(2).
       01  WS-ODP-NET           PIC S9(9)V99.
       01  WS-ODP-REMAINING     PIC S9(9)V99.
       01  WS-ODP-LEG           PIC S9(9)V99.
       01  WS-ODP-AVAIL         PIC S9(9)V99.
       01  WS-ODP-BAL-AFTER     PIC S9(9)V99.
       01  WS-ODP-EOF           PIC X.
       01  WS-ODP-PROD-EOF      PIC X.
       01  WS-ODP-BEST-DATE     PIC X(8).
       01  WS-ODP-IDX           PIC 9(2).
       01  WS-ODP-SOURCE-COUNT  PIC 9(2).
       01  WS-ODP-SOURCES.
           05  WS-ODP-SOURCE OCCURS 9 TIMES.
               10  WS-ODP-SRC-ACCT   PIC 9(10).
               10  WS-ODP-SRC-AVAIL  PIC S9(9)V99.
               10  WS-ODP-SRC-TAKE   PIC 9(9)V99.
