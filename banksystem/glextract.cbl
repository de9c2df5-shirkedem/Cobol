      *> and an amount hash total. Transactions whose account has gone
      *> missing map to the suspense account so the file still
      *> balances. Slots into BANKBAT.jcl after the posting steps.
      *> Every detail carries the entry's posting branch
      *> (TRAN-BRANCH) as its branch segment, so the GL can carry
      *> branch ledgers; the header and trailer carry zeros. The
      *> run closes with the debits and credits by branch, each
      *> branch balancing on its own as the file does.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GLEXTR.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         FD BRANCH-FILE.
           COPY BRCHREC.

         WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
      *> whether the account master opened - its own flag, because the
       01 WS-HASH-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01 WS-TRAN-CREDIT       PIC X.

       *> the branch breakout: count 1 is transactions extracted,
       *> count 2 detail records, amount 1 debits, amount 2 credits.
           COPY BRCHWORK.

       *> GL chart accounts by product: cash on the left, customer
       *> liability on the right, one row per ACCOUNT-TYPE in the
       *> ACCTTYPE list, plus the suspense account for anything that
       *> no longer maps. The corporate chart owns these numbers;
       *> GLCHART.cpy carries the same table for the position proof.
       01 WS-GL-CASH-SAVINGS   PIC X(8)  VALUE "10100001".
       01 WS-GL-CASH-CHECKING  PIC X(8)  VALUE "10100002".
       01 WS-GL-CASH-MONEYMKT  PIC X(8)  VALUE "10100003".
       01 WS-GL-LIAB-SAVINGS   PIC X(8)  VALUE "20100001".
       01 WS-GL-LIAB-CHECKING  PIC X(8)  VALUE "20100002".
       01 WS-GL-LIAB-MONEYMKT  PIC X(8)  VALUE "20100003".
       01 WS-GL-CASH-TERMDEP   PIC X(8)  VALUE "10100004".
       01 WS-GL-LIAB-TERMDEP   PIC X(8)  VALUE "20100004".
      *> the loan book sits in the customer column for the same
      *> direction rule - a loan balance is simply held negative -
      *> and loan interest charged ("L") credits interest income
      *> instead of cash, since no cash moves for it.
       01 WS-GL-CASH-LOAN      PIC X(8)  VALUE "10100005".
       01 WS-GL-LIAB-LOAN      PIC X(8)  VALUE "20100005".
       01 WS-GL-LOAN-INCOME    PIC X(8)  VALUE "40100005".
      *> an outbound payment ("O") has not left the bank as cash
      *> when the customer is debited - it sits in payments
      *> outstanding until the clearing house settles it, and a
      *> returned payment credited back (an "R" of an "O") comes
      *> out of the same line.
       01 WS-GL-PAY-OUTSTANDING PIC X(8) VALUE "20900001".
      *> an escheatment ("E") is not cash out either - the balance
      *> moves from the customer to the unclaimed-property liability
      *> until the state remittance is paid.
       01 WS-GL-UNCLAIMED      PIC X(8)  VALUE "20950001".
       01 WS-GL-SUSPENSE       PIC X(8)  VALUE "99999999".

       01 WS-GL-CASH-ACCT      PIC X(8).
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           INITIALIZE WS-BRT-TABLE
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM WRITE-HEADER-RECORD

           DISPLAY "Transactions extracted: " WS-TRANS-EXTRACTED
           DISPLAY "Detail records written: " WS-DETAIL-COUNT
           DISPLAY "Amount hash total:      " WS-HASH-TOTAL
           PERFORM PRINT-BRANCH-TOTALS

           MOVE WS-TRANS-EXTRACTED TO BRES-ITEMS-READ
           MOVE WS-DETAIL-COUNT    TO BRES-ITEMS-APPLIED
           MOVE TRAN-ACCOUNT-NUMBER TO GL-BANK-ACCOUNT
           MOVE ZEROS TO GL-RECORD-COUNT
           MOVE ZEROS TO GL-HASH-TOTAL
           MOVE TRAN-BRANCH TO GL-BRANCH
           COMPUTE WS-BRT-IDX = TRAN-BRANCH + 1

           MOVE "D" TO GL-DR-CR
           IF WS-TRAN-CREDIT = "Y"
           WRITE GL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD TRAN-AMOUNT TO WS-HASH-TOTAL
           ADD 1 TO WS-BRT-COUNT-2(WS-BRT-IDX)
           ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-1(WS-BRT-IDX)

           MOVE "C" TO GL-DR-CR
           IF WS-TRAN-CREDIT = "Y"
           WRITE GL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD TRAN-AMOUNT TO WS-HASH-TOTAL
           ADD 1 TO WS-BRT-COUNT-2(WS-BRT-IDX)
           ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-2(WS-BRT-IDX)

           ADD 1 TO WS-TRANS-EXTRACTED
           ADD 1 TO WS-BRT-COUNT-1(WS-BRT-IDX)
           EXIT PARAGRAPH.

       LOOKUP-GL-ACCOUNTS.
               WHEN "Money Market"
                   MOVE WS-GL-CASH-MONEYMKT TO WS-GL-CASH-ACCT
                   MOVE WS-GL-LIAB-MONEYMKT TO WS-GL-LIAB-ACCT
               WHEN "Term Deposit"
                   MOVE WS-GL-CASH-TERMDEP  TO WS-GL-CASH-ACCT
                   MOVE WS-GL-LIAB-TERMDEP  TO WS-GL-LIAB-ACCT
               WHEN "Loan"
                   MOVE WS-GL-CASH-LOAN     TO WS-GL-CASH-ACCT
                   MOVE WS-GL-LIAB-LOAN     TO WS-GL-LIAB-ACCT
                   IF TRAN-TYPE = "L"
                      MOVE WS-GL-LOAN-INCOME TO WS-GL-CASH-ACCT
                   END-IF
               WHEN OTHER
                   MOVE WS-GL-SUSPENSE TO WS-GL-CASH-ACCT
                   MOVE WS-GL-SUSPENSE TO WS-GL-LIAB-ACCT
           END-EVALUATE
           IF WS-GL-LIAB-ACCT NOT = WS-GL-SUSPENSE
              IF TRAN-TYPE = "O" OR
                 (TRAN-TYPE = "R" AND TRAN-ORIG-TYPE = "O")
                 MOVE WS-GL-PAY-OUTSTANDING TO WS-GL-CASH-ACCT
              END-IF
              IF TRAN-TYPE = "E"
                 MOVE WS-GL-UNCLAIMED TO WS-GL-CASH-ACCT
              END-IF
           END-IF
           EXIT PARAGRAPH.

       CLASSIFY-DIRECTION.
           MOVE ZEROS TO GL-BANK-ACCOUNT
           MOVE ZEROS TO GL-RECORD-COUNT
           MOVE ZEROS TO GL-HASH-TOTAL
           MOVE ZEROS TO GL-BRANCH
           WRITE GL-RECORD
           EXIT PARAGRAPH.

           MOVE ZEROS TO GL-BANK-ACCOUNT
           MOVE WS-DETAIL-COUNT TO GL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO GL-HASH-TOTAL
           MOVE ZEROS TO GL-BRANCH
           WRITE GL-RECORD
           EXIT PARAGRAPH.

       PRINT-BRANCH-TOTALS.
           DISPLAY " "
           DISPLAY "-- Extract by Branch --"
           DISPLAY "Brn Name                           Trans   Details"
                   "           Debits           Credits"
           OPEN INPUT BRANCH-FILE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > 1000
                   IF WS-BRT-COUNT-1(WS-BRT-IDX) > 0
                      COMPUTE WS-BRT-CODE = WS-BRT-IDX - 1
                      PERFORM GET-BRANCH-NAME
                      DISPLAY WS-BRT-CODE " " WS-BRT-NAME " "
                              WS-BRT-COUNT-1(WS-BRT-IDX) " "
                              WS-BRT-COUNT-2(WS-BRT-IDX) " "
                              WS-BRT-AMOUNT-1(WS-BRT-IDX) " "
                              WS-BRT-AMOUNT-2(WS-BRT-IDX)
                      IF WS-BRT-AMOUNT-1(WS-BRT-IDX) NOT =
                         WS-BRT-AMOUNT-2(WS-BRT-IDX)
                         DISPLAY "*** BRANCH " WS-BRT-CODE
                                 " OUT OF BALANCE ***"
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-BRCH-FILE-STATUS NOT = "35"
              CLOSE BRANCH-FILE
           END-IF
           EXIT PARAGRAPH.

       GET-BRANCH-NAME.
           *> caller sets WS-BRT-CODE; the branch file is open, or
           *> absent if no site has set branches up yet.
           MOVE "UNKNOWN BRANCH" TO WS-BRT-NAME
           IF WS-BRCH-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRT-CODE TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BRANCH-NAME TO WS-BRT-NAME
           END-READ
           EXIT PARAGRAPH.

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-EXTRACT-DATE TO RUNC-BUSINESS-DATE
