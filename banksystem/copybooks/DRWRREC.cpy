      *> counted minus expected: positive = over, negative = short.
           05  DRWR-OVER-SHORT      PIC S9(9)V99.
           05  DRWR-SESSION-END-TS  PIC X(14).     *> YYYYMMDDHHMMSS
      *> the operator's branch, so each branch's tills prove apart.
           05  DRWR-BRANCH          PIC 9(3).
