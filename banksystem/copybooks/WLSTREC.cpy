      *> Shared record layout for WATCH-LIST-FILE, the sanctions
      *> watch list Compliance loads through WLLOAD from the list
      *> they receive (WLFDREC.cpy) - one record per listed name,
      *> keyed on the list provider's own entry id, which stays the
      *> same from one issue of the list to the next. The whole file
      *> is replaced on every load.
      *> WL-MATCH-KEY is the listed name reduced to its screening
      *> form (SCRNWORK.cpy): upper case, punctuation and spacing
      *> dropped, the words sorted - so "Smith, John" and
      *> "JOHN  SMITH" carry the same key. Every onboarding path and
      *> the SANCSCRN rescreen reduce the customer's name the same
      *> way and look it up on this alternate key.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID          PIC X(10).
           05  WL-LIST-NAME         PIC X(60).
      *> the sanctions programme or list the entry comes from
           05  WL-PROGRAMME         PIC X(10).
           05  WL-MATCH-KEY         PIC X(60).
           05  WL-LOAD-TIMESTAMP    PIC X(14).     *> YYYYMMDDHHMMSS
