      *> Shared record layout for the watch list as Compliance
      *> receives it (wlfeed.dat), loaded by wlload.cbl: one "D"
      *> detail per listed name and a "T" trailer carrying the
      *> detail count, the CLRREC.cpy shape - a list that did not
      *> arrive whole is refused and the list already on file is
      *> kept. Fields a record type doesn't use are zeros/spaces.
       01  WATCH-FEED-RECORD.
           05  WLF-RECORD-TYPE      PIC X(1).      *> "D" or "T"
           05  WLF-ENTRY-ID         PIC X(10).
           05  WLF-LIST-NAME        PIC X(60).
           05  WLF-PROGRAMME        PIC X(10).
           05  WLF-RECORD-COUNT     PIC 9(8).      *> trailer only
