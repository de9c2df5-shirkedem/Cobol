             ==TRAN-LINK-ACCOUNT== BY ==TARC-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TARC-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TARC-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TARC-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TARC-BRANCH==.

         FD AUDIT-FILE.
           COPY AUDITREC.
                       ELSE
                          *> fee and interest entries are bank-
                          *> generated - a monthly fee or an
                          *> interest credit (or a loan interest
                          *> charge) must not keep an otherwise
                          *> silent account looking alive forever.
                          IF TRAN-TYPE NOT = "F" AND
                             TRAN-TYPE NOT = "I" AND
                             TRAN-TYPE NOT = "L"
                             MOVE TRAN-DATE TO WS-LAST-ACTIVITY
                          END-IF
                       END-IF
                   NOT AT END
                       IF TARC-ACCOUNT-NUMBER = ACCOUNT-NUMBER AND
                          TARC-TYPE NOT = "F" AND TARC-TYPE NOT = "I"
                          AND TARC-TYPE NOT = "L"
                          MOVE TARC-DATE TO WS-LAST-ACTIVITY
                       END-IF
                   END-READ
