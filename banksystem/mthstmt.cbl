                   MOVE "SERVICE FEE" TO WS-DESC-TXT
               WHEN "I"
                   MOVE "INTEREST CREDITED" TO WS-DESC-TXT
               WHEN "L"
                   MOVE "LOAN INTEREST CHARGED" TO WS-DESC-TXT
               WHEN "O"
                   MOVE "OUTBOUND PAYMENT" TO WS-DESC-TXT
               WHEN "E"
                   MOVE "UNCLAIMED PROPERTY TO STATE" TO WS-DESC-TXT
               WHEN "R"
                   EVALUATE TRAN-ORIG-TYPE
                       WHEN "O"
                           STRING "RETURNED PAYMENT " TRAN-ORIG-DATE
                                  DELIMITED BY SIZE INTO WS-DESC-TXT
                       WHEN "D"
                           STRING "REVERSAL OF DEPOSIT " TRAN-ORIG-DATE
                                  DELIMITED BY SIZE INTO WS-DESC-TXT
                       WHEN OTHER
                           STRING "REVERSAL OF WITHDRAWAL "
                                  TRAN-ORIG-DATE
                                  DELIMITED BY SIZE INTO WS-DESC-TXT
                   END-EVALUATE
               WHEN OTHER
                   STRING "OTHER (" TRAN-TYPE ")"
                          DELIMITED BY SIZE INTO WS-DESC-TXT
