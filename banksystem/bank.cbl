               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS WS-STOP-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "loansched.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT RETURNED-ITEM-FILE ASSIGN TO "retitems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RITM-ID
               FILE STATUS IS WS-RITM-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "rtnnotc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.
           SELECT ESCHEAT-FILE ASSIGN TO "escheat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCH-ACCOUNT-NUMBER
               FILE STATUS IS WS-ESCH-FILE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "watchlst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               ALTERNATE RECORD KEY IS WL-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT SANCTION-FILE ASSIGN TO "sanccase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SANC-KEY
               FILE STATUS IS WS-SANC-FILE-STATUS.
           SELECT FORWARD-FILE ASSIGN TO "fwditems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-ID
               FILE STATUS IS WS-FWD-FILE-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO "odprot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-KEY
               FILE STATUS IS WS-ODP-FILE-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

       DATA DIVISION.
       *> data div is where all data items are defined.
         *> leaves an account; see STOPREC.cpy for the match rules.
           COPY STOPREC.

         FD LOAN-FILE.
         *> amount advanced, rate, term and instalment behind every
         *> "Loan" account, collected nightly by LOANCOLL.
           COPY LOANREC.

         FD SCHEDULE-FILE.
         *> the amortization schedule printed at booking, one block
         *> per loan appended for the branch to hand the customer.
         01 SCHED-PRINT-LINE          PIC X(132).

         FD PENDING-FILE.
         *> postings, transfers and reversals over the keying
         *> operator's limit, parked for a supervisor's approval.
           COPY PENDREC.

         FD PAYMENT-FILE.
         *> outbound payments to other banks, debited at capture and
         *> sent nightly by PAYOUT; see PAYREC.cpy.
           COPY PAYREC.

         FD RETURNED-ITEM-FILE.
         *> deposited items returned unpaid and charged back; see
         *> RITMREC.cpy.
           COPY RITMREC.

         FD NOTICE-FILE.
         *> customer notices of returned items, appended for the
         *> mail house, the same file RTNITEM writes overnight.
         01 NOTICE-PRINT-LINE         PIC X(132).

         FD ESCHEAT-FILE.
         *> unclaimed-property cases the yearly ESCHEAT cycle keeps;
         *> reactivating a dormant account drops its open case. See
         *> ESCHREC.cpy.
           COPY ESCHREC.

         FD WATCH-LIST-FILE.
         *> the sanctions watch list new customers are screened
         *> against; see WLSTREC.cpy.
           COPY WLSTREC.

         FD SANCTION-FILE.
         *> screening cases - a customer who matches the list is held
         *> here instead of being created, and decided through the
         *> Screening Decisions option. See SANCREC.cpy.
           COPY SANCREC.

         FD FORWARD-FILE.
         *> one-off postings and transfers keyed ahead of their value
         *> date, released nightly by FWDREL; see FWDREC.cpy.
           COPY FWDREC.

         FD OD-PROTECTION-FILE.
         *> the accounts a customer nominates to cover a checking
         *> account that runs short, swept by CLRPOST, STDORD and
         *> ODSWEEP; see ODPREC.cpy.
           COPY ODPREC.

         FD CHEQUE-FILE.
         *> the cheque register: every leaf issued to a checking
         *> account, and what became of it; see CHQREC.cpy.
           COPY CHQREC.

         FD BRANCH-FILE.
         *> the branch master: every branch the bank runs off these
         *> files, its manager and whether it is open; see BRCHREC.cpy.
           COPY BRCHREC.

         *> ws section is for temp data storage during program execution.
         WORKING-STORAGE SECTION.
       01 WS-EXIT-CONDITION   PIC X       VALUE "N".
       01 WS-OWN-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-SEQ-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-STOP-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-LOAN-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-SCHED-FILE-STATUS PIC X(2)   VALUE "00".
       01 WS-PEND-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-PAY-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-RITM-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-NOTC-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-ESCH-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-WL-FILE-STATUS   PIC X(2)    VALUE "00".
       01 WS-SANC-FILE-STATUS PIC X(2)    VALUE "00".
       01 WS-FWD-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-ODP-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-CHQ-FILE-STATUS  PIC X(2)    VALUE "00".
       01 WS-BRCH-FILE-STATUS PIC X(2)    VALUE "00".

       *> fields used for posting deposits/withdrawals
       01 WS-TRAN-ACCT-NUM    PIC 9(10).
       01 WS-UPD-NAME         PIC X(30).
       01 WS-UPD-ADDRESS      PIC X(50).
       01 WS-UPD-PHONE        PIC X(15).
      *> where the next changed-field word goes in the audit reason.
       01 WS-UPD-PTR          PIC 9(2).

       *> fields used for reversing a mis-keyed transaction. The
       *> original is identified by account + date + type + amount;
       01 WS-PP-MAINT-FEE     PIC 9(3)V99.
       01 WS-PP-OD-FEE        PIC 9(3)V99.
       01 WS-PP-OD-LIMIT      PIC 9(7)V99.
       01 WS-PP-RETURN-FEE    PIC 9(3)V99.
       01 WS-PP-SWEEP-FEE     PIC 9(3)V99.
       01 WS-PP-EOF           PIC X.
       01 WS-PRM-EFF-DATE     PIC X(8).
       01 WS-PRM-FIGURE-TXT   PIC X(12).
           05 WS-MAT-MONTH    PIC 9(2).
           05 WS-MAT-DAY      PIC 9(2).

       *> fields used for booking a loan - gathered before the
       *> account record is assembled, the term deposit way, and
       *> reused to print the amortization schedule. Instalments
       *> fall due on the booking day of the month, held to the
       *> 28th so every month has the day.
       01 WS-LOAN-OK          PIC X.
       01 WS-LOAN-PRINCIPAL   PIC 9(9)V99.
       01 WS-LOAN-RATE        PIC 9V9(4).
       01 WS-LOAN-MONTHS      PIC 9(3).
       01 WS-LOAN-LINKED      PIC 9(10).
       01 WS-LOAN-INSTALMENT  PIC 9(9)V99.
       01 WS-LOAN-FIRST-DUE   PIC X(8).
       01 WS-LOAN-FIG-TXT     PIC X(12).
       01 WS-LOAN-FIG-SGN     PIC S9(9)V9(4).
       01 WS-AMZ-MONTH-RATE   PIC 9V9(10).
       01 WS-AMZ-FACTOR       PIC 9(13)V9(8).
       01 WS-AMZ-PERIOD       PIC 9(3).
       01 WS-AMZ-BALANCE      PIC 9(9)V99.
       01 WS-AMZ-INTEREST     PIC 9(9)V99.
       01 WS-AMZ-PRINCIPAL    PIC 9(9)V99.
       01 WS-AMZ-PAYMENT      PIC 9(9)V99.
       01 WS-AMZ-TOT-INTEREST PIC 9(9)V99.
       01 WS-AMZ-TOT-PAID     PIC 9(9)V99.
       01 WS-AMZ-DUE-DATE     PIC X(8).
       01 WS-AMZ-PAY-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMZ-INT-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMZ-PRIN-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMZ-BAL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMZ-RATE-EDIT    PIC 9.9999.
       01 WS-SCHED-LINE       PIC X(132).

       *> fields used when a withdrawal breaks a term deposit before
       *> maturity: the penalty owed on top of the amount drawn.
       01 WS-TERM-BROKEN      PIC X.
       01 WS-OWN-EOF          PIC X.
       01 WS-IS-OWNER         PIC X.

       *> fields used for capturing an outbound payment
       01 WS-PAY-ACCT-NUM     PIC 9(10).
       01 WS-PAY-AMOUNT-TXT   PIC X(12).
       01 WS-PAY-AMOUNT-SGN   PIC S9(9)V99.
       01 WS-PAY-AMOUNT       PIC 9(9)V99.
       01 WS-PAY-BENEF-BANK   PIC X(11).
       01 WS-PAY-BENEF-ACCT   PIC X(20).
       01 WS-PAY-BENEF-NAME   PIC X(30).
       01 WS-PAY-REFERENCE    PIC X(18).
       01 WS-PAY-ID           PIC 9(6).
       01 WS-PAY-EOF          PIC X.

       *> fields used for charging back a returned deposited item.
       *> The deposit itself is found through the reversal fields
       *> (WS-REV-); the hold released, the fee charged and how many
       *> items the account has had back in the last 90 days come
       *> back here for the history record and the notice.
       01 WS-RIT-REASON       PIC X(2).
       01 WS-RIT-REASON-TXT   PIC X(30).
       01 WS-RIT-HOLD-ID      PIC 9(6).
       01 WS-RIT-FEE          PIC 9(3)V99.
       01 WS-RIT-ID           PIC 9(6).
       01 WS-RIT-EOF          PIC X.
       01 WS-RIT-RECENT       PIC 9(4).
       01 WS-RIT-DATE-NUM     PIC 9(8).
       01 WS-RIT-WINDOW-START PIC X(8).
       01 WS-RIT-AMOUNT-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RIT-FEE-EDIT     PIC ZZ9.99.
       01 WS-RIT-BAL-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-NOTICE-LINE      PIC X(132).

       *> fields used for the maker-checker queue. The item being
       *> parked is described in the WS-PND- fields (the pending
       *> record buffer is reused to find the next id). During an
       *> approval WS-APPROVING is "Y": the ledger carries the
       *> maker's id from WS-POST-OPERATOR-ID, and the checker's
       *> drawer is left alone - the maker collects an approved
       *> cash item into their own drawer afterwards. WS-POST-OK
       *> comes back "Y" from the APPLY- paragraphs only when the
       *> item actually posted.
       01 WS-PND-ID           PIC 9(6).
       01 WS-PND-KIND         PIC X.
       01 WS-PND-ACCT-NUM     PIC 9(10).
       01 WS-PND-TRAN-TYPE    PIC X.
       01 WS-PND-AMOUNT       PIC 9(9)V99.
       01 WS-PND-TO-ACCT      PIC 9(10).
       01 WS-PND-ORIG-DATE    PIC X(8).
       01 WS-PND-REASON       PIC X(30).
       01 WS-PND-CHOICE       PIC X.
       01 WS-PND-EOF          PIC X.
       01 WS-PND-OPEN-COUNT   PIC 9(4).
       01 WS-PND-AMOUNT-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PND-COLLECT-COUNT PIC 9(4).
       01 WS-APPROVING        PIC X       VALUE "N".
       01 WS-POST-OPERATOR-ID PIC X(8).
       01 WS-POST-OK          PIC X.
       01 WS-REV-OK           PIC X.

       *> fields used for the forward-dated warehouse: the item being
       *> keyed (posting or transfer fields above carry the account,
       *> type and amount), and the by-account list and cancel.
       *> Nothing may be value-dated further out than
       *> WS-FWD-MAX-DAYS past the business date.
       01 WS-FWD-CHOICE       PIC X.
       01 WS-FWD-ID           PIC 9(6).
       01 WS-FWD-KIND         PIC X.
       01 WS-FWD-ACCT-NUM     PIC 9(10).
       01 WS-FWD-TO-ACCT      PIC 9(10).
       01 WS-FWD-TRAN-TYPE    PIC X.
       01 WS-FWD-AMOUNT       PIC 9(9)V99.
       01 WS-FWD-VALUE-DATE   PIC X(8).
       01 WS-FWD-DATE-NUM     PIC 9(8).
       01 WS-FWD-LAST-DATE    PIC X(8).
       01 WS-FWD-MAX-DAYS     PIC 9(3)    VALUE 365.
       01 WS-FWD-OK           PIC X.
       01 WS-FWD-EOF          PIC X.
       01 WS-FWD-COUNT        PIC 9(4).
       01 WS-FWD-TOTAL        PIC 9(11)V99.
       01 WS-FWD-AMOUNT-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FWD-TOTAL-EDIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       *> fields used for maintaining overdraft-protection links:
       *> the checking account, its owner, and the source and
       *> priority being added or removed. The source's details are
       *> held here while the record buffer is reused to read it.
       01 WS-ODM-CHOICE       PIC X.
       01 WS-ODM-ACCT-NUM     PIC 9(10).
       01 WS-ODM-CUST-ID      PIC 9(6).
       01 WS-ODM-SOURCE       PIC 9(10).
       01 WS-ODM-PRIORITY     PIC 9(1).
       01 WS-ODM-SLOT-USED    PIC X.
       01 WS-ODM-DUPLICATE    PIC X.
       01 WS-ODM-EOF          PIC X.
       01 WS-ODM-COUNT        PIC 9(2).

       *> fields used for the cheque register: the account, the
       *> book being ordered or the serial range being stopped, and
       *> the listing's tallies.
       01 WS-CQM-CHOICE       PIC X.
       01 WS-CQM-LIST-CHOICE  PIC X.
       01 WS-CQM-ACCT-NUM     PIC 9(10).
       01 WS-CQM-CUST-ID      PIC 9(6).
       01 WS-CQM-LEAVES       PIC 9(2).
       01 WS-CQM-FIRST        PIC 9(6).
       01 WS-CQM-LAST         PIC 9(6).
       01 WS-CQM-LAST-CALC    PIC 9(7).
       01 WS-CQM-SERIAL       PIC 9(6).
       01 WS-CQM-HIGHEST      PIC 9(6).
       01 WS-CQM-OVERLAP      PIC X.
       01 WS-CQM-EOF          PIC X.
       01 WS-CQM-COUNT        PIC 9(4).
       01 WS-CQM-SKIPPED      PIC 9(4).
       01 WS-CQM-PAID-TOTAL   PIC 9(11)V99.
       01 WS-CQM-AMOUNT-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CQM-TOTAL-EDIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       *> watch-list screening work - see SCRNWORK.cpy - and the
       *> compliance decision on one case: the customer and entry
       *> keyed, the choice, and what the case carried.
           COPY SCRNWORK.
       01 WS-SCD-CUST-ID      PIC 9(6).
       01 WS-SCD-ENTRY-ID     PIC X(10).
       01 WS-SCD-CHOICE       PIC X.
       01 WS-SCD-ORIGIN       PIC X.
       01 WS-SCD-IMAGE        PIC X(109).
       01 WS-SCD-OPEN-COUNT   PIC 9(4).

       *> fields used for maintaining the operator master
       01 WS-OPM-CHOICE       PIC X.
       01 WS-OPM-ID           PIC X(8).
       01 WS-OPM-NAME         PIC X(30).
       01 WS-OPM-LIMIT-TXT    PIC X(12).
       01 WS-OPM-LIMIT-SGN    PIC S9(9)V99.
       01 WS-OPM-SUPERVISOR   PIC X.
       01 WS-OPM-FOUND        PIC X.
       01 WS-OPM-OK           PIC X.
       01 WS-OPM-BRANCH-TXT   PIC X(3).
       01 WS-OPM-BRANCH       PIC 9(3).
       01 WS-OPM-OLD-BRANCH   PIC 9(3).

       *> fields used for maintaining the branch master and moving an
       *> account's home branch: the branch keyed, what is to change,
       *> and how many accounts and operators a closing branch still
       *> has homed on it.
       01 WS-BRM-CHOICE       PIC X.
       01 WS-BRM-CODE-TXT     PIC X(3).
       01 WS-BRM-CODE         PIC 9(3).
       01 WS-BRM-OLD-BRANCH   PIC 9(3).
       01 WS-BRM-NAME         PIC X(30).
       01 WS-BRM-MANAGER      PIC X(8).
       01 WS-BRM-STATUS       PIC X.
       01 WS-BRM-FOUND        PIC X.
       01 WS-BRM-EOF          PIC X.
       01 WS-BRM-ACCOUNTS     PIC 9(6).
       01 WS-BRM-OPERATORS    PIC 9(4).
       01 WS-BRM-ACCT-NUM     PIC 9(10).

       *> fields used for closing accounts / removing customers
       01 WS-CLOSE-ACCT-NUM   PIC 9(10).
       01 WS-REMOVE-CUST-ID   PIC 9(6).
       *> only actions that set one (reversals) carry it.
       01 WS-AUDIT-KEY-TXT    PIC X(10).
       01 WS-AUDIT-REASON     PIC X(30)   VALUE SPACES.
      *> every ledger entry keyed here is also audited, with the
      *> wall-clock time it was keyed - the ledger itself carries
      *> only the business date.
       01 WS-POST-AUDIT-AMT   PIC Z(8)9.99.

       *> fields used for the operator sign-on gate and the
       *> per-operator close-of-day proof totals printed at exit.
       01 WS-OPERATOR-ID       PIC X(8)   VALUE SPACES.
       01 WS-SIGNON-ID         PIC X(8).
       01 WS-SIGNED-ON         PIC X      VALUE "N".
       *> the signed-on operator's authority off the operator master:
       *> the largest item they may key alone, and whether they may
       *> approve other operators' parked items.
       01 WS-OPER-AUTH-LIMIT   PIC 9(9)V99 VALUE ZEROS.
       01 WS-OPER-SUPERVISOR   PIC X      VALUE "N".
       *> the signed-on operator's home branch: the posting branch on
       *> every ledger entry keyed this session, the home branch of
       *> every account opened in it, and the drawer proof's branch.
       01 WS-OPERATOR-BRANCH   PIC 9(3)   VALUE ZEROS.
       01 WS-OPTOT-COUNT       PIC 9(2)   VALUE ZEROS.
       01 WS-OPTOT-IDX         PIC 9(2).
       01 WS-OPTOT-SLOT        PIC 9(2).
                   DISPLAY "14. Maintain Product Parameters"
                   DISPLAY "15. Maintain Account Owners"
                   DISPLAY "16. Place/Lift Stop Order"
                   DISPLAY "17. Approve/Decline Pending Items"
                   DISPLAY "18. Maintain Operators"
                   DISPLAY "19. Capture Outbound Payment"
                   DISPLAY "20. Returned Item Chargeback"
                   DISPLAY "21. Screening Decisions"
                   DISPLAY "22. Forward-Dated Items"
                   DISPLAY "23. Overdraft Protection"
                   DISPLAY "24. Cheque Register"
                   DISPLAY "25. Maintain Branches"
                   DISPLAY "26. Transfer Account Branch"
                   DISPLAY "27. Collect Approved Cash Items"
                   DISPLAY "28. Exit"
                   DISPLAY "Choose an option: "
                   ACCEPT WS-USER-CHOICE
                   EVALUATE WS-USER-CHOICE
                   WHEN "16"
                        PERFORM PLACE-LIFT-STOP-ORDER
                   WHEN "17"
                        PERFORM APPROVE-PENDING-ITEMS
                   WHEN "18"
                        PERFORM MAINTAIN-OPERATORS
                   WHEN "19"
                        PERFORM CAPTURE-OUTBOUND-PAYMENT
                   WHEN "20"
                        PERFORM RETURNED-ITEM-CHARGEBACK
                   WHEN "21"
                        PERFORM SCREENING-DECISIONS
                   WHEN "22"
                        PERFORM FORWARD-DATED-ITEMS
                   WHEN "23"
                        PERFORM OVERDRAFT-PROTECTION
                   WHEN "24"
                        PERFORM CHEQUE-REGISTER
                   WHEN "25"
                        PERFORM MAINTAIN-BRANCHES
                   WHEN "26"
                        PERFORM TRANSFER-ACCOUNT-BRANCH
                   WHEN "27"
                        PERFORM COLLECT-APPROVED-ITEMS
                   WHEN "28"
                        MOVE "Y" TO WS-EXIT-CONDITION
                        *> use of Y to determine exit condition
                        PERFORM EXIT-MESSAGE
           PERFORM GET-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO CUSTOMER-DATE-OPENED

           *> a possible watch-list match is held for a compliance
           *> decision instead of being created.
           MOVE WS-INPUT-CUST-ID TO WS-SCR-CUST-ID
           MOVE CUSTOMER-NAME    TO WS-SCR-NAME
           MOVE WS-BUSINESS-DATE TO WS-SCR-DATE
           MOVE WS-OPERATOR-ID   TO WS-SCR-SOURCE
           PERFORM SCREEN-NEW-CUSTOMER
           IF WS-SCR-HITS > 0
              CLOSE CUSTOMER-FILE
              DISPLAY "Possible watch-list match. The customer is "
                      "held for a compliance decision and has NOT "
                      "been created."
              MOVE WS-INPUT-CUST-ID TO WS-AUDIT-KEY-TXT
              MOVE "SCREENING-HOLD" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF

           WRITE CUSTOMER-RECORD
           CLOSE CUSTOMER-FILE
           DISPLAY "Customer created successfully."
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CUSTOMER-FILE
           *> no new account for a customer under a watch-list hold -
           *> the ones they have are frozen pending the decision.
           IF WS-FOUND = "Y"
              MOVE CUSTOMER-ID TO WS-SCR-CUST-ID
              PERFORM CHECK-SCREENING-HOLD
              IF WS-SCR-HITS > 0
                 DISPLAY "Customer is under a watch-list screening "
                         "hold. No account may be opened until "
                         "Compliance clears it."
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-FOUND = "Y"
              DISPLAY "Customer found. Proceeding to open account."
              *> the number is issued by the system off the
              PERFORM UNTIL WS-TYPE-VALID = "Y"
                      DISPLAY "Enter Account Type (Savings, "
                              "Checking, Money Market, "
                              "Term Deposit, Loan): "
                      ACCEPT ACCOUNT-TYPE
                      PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                              UNTIL WS-TYPE-IDX > 5
                              IF ACCOUNT-TYPE =
                                 WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                                 MOVE "Y" TO WS-TYPE-VALID
                 MOVE WS-NEW-ACCT-NUM  TO ACCOUNT-NUMBER
                 MOVE WS-NEW-ACCT-TYPE TO ACCOUNT-TYPE
              END-IF
              *> a loan's amount, term and repayment account are
              *> settled the same way, before anything is written.
              IF ACCOUNT-TYPE = "Loan"
                 PERFORM GATHER-LOAN-DETAILS
                 IF WS-LOAN-OK NOT = "Y"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-NEW-ACCT-NUM  TO ACCOUNT-NUMBER
                 MOVE WS-NEW-ACCT-TYPE TO ACCOUNT-TYPE
              END-IF
              MOVE 0 TO ACCOUNT-BALANCE
              MOVE WS-SEARCH-ID-TXT TO ACCOUNT-CUST-ID
              *> the overdraft default comes off the product
              MOVE WS-BUSINESS-DATE TO WS-PP-DATE
              PERFORM FIND-PRODUCT-PARAM
              MOVE WS-PP-OD-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT
              *> a loan account never draws further than the advance
              *> itself, whatever the parameter record says.
              IF ACCOUNT-TYPE = "Loan"
                 MOVE ZEROS TO ACCOUNT-OVERDRAFT-LIMIT
              END-IF
              MOVE "A" TO ACCOUNT-STATUS
              *> the account is homed at the branch that opened it;
              *> Transfer Account Branch moves it later.
              MOVE WS-OPERATOR-BRANCH TO ACCOUNT-BRANCH

              PERFORM OPEN-ACCOUNT-IO
              WRITE ACCOUNT-RECORD
              IF ACCOUNT-TYPE = "Term Deposit"
                 PERFORM WRITE-TERM-RECORD
              END-IF
              IF WS-NEW-ACCT-TYPE = "Loan"
                 PERFORM BOOK-LOAN
              END-IF

              *> the opening customer goes on the ownership file
              *> as primary; joint owners are added through the
              DISPLAY "Account is dormant. Reactivate before posting."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account has been escheated to the state. "
                      "Nothing may post to it."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Type (D=Deposit, W=Withdrawal): "
           ACCEPT WS-TRAN-TYPE
           END-IF
           MOVE WS-TRAN-AMOUNT-SGN TO WS-TRAN-AMOUNT

           *> over the operator's authority limit nothing touches the
           *> account: the posting parks for a supervisor's approval.
           IF WS-TRAN-AMOUNT > WS-OPER-AUTH-LIMIT
              CLOSE ACCOUNT-FILE
              PERFORM ACCEPT-PARK-REASON
              IF WS-PND-REASON = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE "P"              TO WS-PND-KIND
              MOVE WS-TRAN-ACCT-NUM TO WS-PND-ACCT-NUM
              MOVE WS-TRAN-TYPE     TO WS-PND-TRAN-TYPE
              MOVE WS-TRAN-AMOUNT   TO WS-PND-AMOUNT
              MOVE ZEROS            TO WS-PND-TO-ACCT
              MOVE SPACES           TO WS-PND-ORIG-DATE
              PERFORM PARK-FOR-APPROVAL
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR-ID
           PERFORM APPLY-POSTING
           EXIT PARAGRAPH.

       APPLY-POSTING.
           *> the posting proper, entered with ACCOUNT-FILE open and
           *> the account read and status-checked - from the counter,
           *> or from the approval of a parked posting. Every exit
           *> closes ACCOUNT-FILE; WS-POST-OK says whether it posted.
           MOVE "N" TO WS-POST-OK

           *> a withdrawal from a term deposit before its maturity
           *> date pays the contracted break penalty on top of the
           *> amount drawn, instead of being silently allowed.
           MOVE ZEROS            TO TRAN-LINK-ACCOUNT
           MOVE SPACES           TO TRAN-ORIG-TYPE
           MOVE SPACES           TO TRAN-ORIG-DATE
           MOVE WS-POST-OPERATOR-ID TO TRAN-OPERATOR-ID
           PERFORM OPEN-TRANSACTION-IO
           PERFORM POST-LEDGER-ENTRY
           IF WS-TERM-PENALTY-DUE > 0
           *> drawer: a deposit puts cash in the till, a withdrawal
           *> hands it out. The sign-off proof checks the till
           *> against this running figure. The break penalty below
           *> never touches the drawer - no cash moves for it, and
           *> neither does a supervisor's approval at their own
           *> terminal: the checker's till never saw the cash. The
           *> maker moves their own drawer when they collect the
           *> approved item (COLLECT-APPROVED-ITEMS).
           IF WS-APPROVING NOT = "Y"
              IF WS-TRAN-TYPE = "D"
                 ADD WS-TRAN-AMOUNT TO WS-DRAWER-EXPECTED
              ELSE
                 SUBTRACT WS-TRAN-AMOUNT FROM WS-DRAWER-EXPECTED
              END-IF
           END-IF

           IF WS-TERM-PENALTY-DUE > 0
              PERFORM WRITE-AUDIT-RECORD
           END-IF

           MOVE "Y" TO WS-POST-OK
           DISPLAY "Transaction posted successfully. New balance: "
                   ACCOUNT-BALANCE
           EXIT PARAGRAPH.
           END-IF
           MOVE WS-XFER-AMOUNT-SGN TO WS-XFER-AMOUNT

           *> over the operator's authority limit the transfer parks
           *> for a supervisor's approval; both legs are checked when
           *> it is approved.
           IF WS-XFER-AMOUNT > WS-OPER-AUTH-LIMIT
              PERFORM ACCEPT-PARK-REASON
              IF WS-PND-REASON = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE "T"               TO WS-PND-KIND
              MOVE WS-XFER-FROM-ACCT TO WS-PND-ACCT-NUM
              MOVE "T"               TO WS-PND-TRAN-TYPE
              MOVE WS-XFER-AMOUNT    TO WS-PND-AMOUNT
              MOVE WS-XFER-TO-ACCT   TO WS-PND-TO-ACCT
              MOVE SPACES            TO WS-PND-ORIG-DATE
              PERFORM PARK-FOR-APPROVAL
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR-ID
           PERFORM APPLY-TRANSFER
           EXIT PARAGRAPH.

       APPLY-TRANSFER.
           *> the transfer proper, from WS-XFER-FROM-ACCT/-TO-ACCT
           *> and WS-XFER-AMOUNT - from the counter, or from the
           *> approval of a parked transfer. WS-POST-OK says whether
           *> it posted.
           MOVE "N" TO WS-POST-OK

           *> Both legs are validated before either account is touched,
           *> so the transfer posts together or not at all - no more
           *> money in limbo between a keyed withdrawal and deposit.
              DISPLAY "From account is dormant. Transfer rejected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "From account is escheated. Transfer rejected."
              EXIT PARAGRAPH
           END-IF

           *> nothing leaves an account a stop order covers - a
           *> targeted stop matches this transfer's amount and
              DISPLAY "To account is dormant. Transfer rejected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "To account is escheated. Transfer rejected."
              EXIT PARAGRAPH
           END-IF

           *> both accounts check out - debit the from-side first so a
           *> failure can never create money, then credit the to-side.
           MOVE WS-XFER-TO-ACCT   TO TRAN-LINK-ACCOUNT
           MOVE SPACES            TO TRAN-ORIG-TYPE
           MOVE SPACES            TO TRAN-ORIG-DATE
           MOVE WS-POST-OPERATOR-ID TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           MOVE WS-XFER-TO-ACCT   TO TRAN-ACCOUNT-NUMBER
           MOVE "C"               TO TRAN-TYPE
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE

           MOVE "Y" TO WS-POST-OK
           DISPLAY "Transfer posted successfully."
           EXIT PARAGRAPH.

           DISPLAY "Enter Phone: "
           ACCEPT WS-UPD-PHONE

           *> the audit reason names the fields that actually changed,
           *> so a change of address or phone can be followed up.
           MOVE SPACES TO WS-AUDIT-REASON
           MOVE 1 TO WS-UPD-PTR
           STRING "CHANGED " DELIMITED BY SIZE
                  INTO WS-AUDIT-REASON WITH POINTER WS-UPD-PTR
           IF WS-UPD-NAME NOT = SPACES AND
              WS-UPD-NAME NOT = CUSTOMER-NAME
              STRING "NAME " DELIMITED BY SIZE
                     INTO WS-AUDIT-REASON WITH POINTER WS-UPD-PTR
           END-IF
           IF WS-UPD-ADDRESS NOT = SPACES AND
              WS-UPD-ADDRESS NOT = CUSTOMER-ADDRESS
              STRING "ADDRESS " DELIMITED BY SIZE
                     INTO WS-AUDIT-REASON WITH POINTER WS-UPD-PTR
           END-IF
           IF WS-UPD-PHONE NOT = SPACES AND
              WS-UPD-PHONE NOT = CUSTOMER-PHONE
              STRING "PHONE " DELIMITED BY SIZE
                     INTO WS-AUDIT-REASON WITH POINTER WS-UPD-PTR
           END-IF
           IF WS-UPD-PTR = 9
              MOVE "NO CHANGE" TO WS-AUDIT-REASON
           END-IF

           *> blank keeps what's on file, so the same no-blank-name
           *> rule CREATE-CUSTOMER applies still holds after an update.
           IF WS-UPD-NAME NOT = SPACES
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REVERSAL-ORIGINAL
           IF WS-REV-OK = "N"
              EXIT PARAGRAPH
           END-IF

           *> over the operator's authority limit the reversal parks
           *> for a supervisor's approval, reason and all; the ledger
           *> is searched again when it is approved, so an item
           *> reversed in the meantime can't reverse twice.
           IF WS-REV-AMOUNT > WS-OPER-AUTH-LIMIT
              MOVE WS-REV-REASON    TO WS-PND-REASON
              MOVE "R"              TO WS-PND-KIND
              MOVE WS-REV-ACCT-NUM  TO WS-PND-ACCT-NUM
              MOVE WS-REV-ORIG-TYPE TO WS-PND-TRAN-TYPE
              MOVE WS-REV-AMOUNT    TO WS-PND-AMOUNT
              MOVE ZEROS            TO WS-PND-TO-ACCT
              MOVE WS-REV-ORIG-DATE TO WS-PND-ORIG-DATE
              PERFORM PARK-FOR-APPROVAL
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR-ID
           PERFORM APPLY-REVERSAL
           EXIT PARAGRAPH.

       APPLY-REVERSAL.
           *> the reversal proper, once FIND-REVERSAL-ORIGINAL has
           *> passed it - from the counter, or from the approval of a
           *> parked reversal. WS-POST-OK says whether it posted.
           MOVE "N" TO WS-POST-OK

           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-REV-ACCT-NUM TO ACCOUNT-NUMBER
           MOVE ZEROS            TO TRAN-LINK-ACCOUNT
           MOVE WS-REV-ORIG-TYPE TO TRAN-ORIG-TYPE
           MOVE WS-REV-ORIG-DATE TO TRAN-ORIG-DATE
           MOVE WS-POST-OPERATOR-ID TO TRAN-OPERATOR-ID
           PERFORM OPEN-TRANSACTION-IO
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE
           *> deposit hands the cash back, backing out a withdrawal
           *> takes it in - otherwise the teller who reverses their
           *> own mis-key proves over/short by the full amount at
           *> sign-off. An approval moves no drawer, the
           *> APPLY-POSTING rule - the maker collects it.
           IF WS-APPROVING NOT = "Y"
              IF WS-REV-ORIG-TYPE = "D"
                 SUBTRACT WS-REV-AMOUNT FROM WS-DRAWER-EXPECTED
              ELSE
                 ADD WS-REV-AMOUNT TO WS-DRAWER-EXPECTED
              END-IF
           END-IF

           MOVE "Y" TO WS-POST-OK
           DISPLAY "Reversal posted. New balance: " ACCOUNT-BALANCE

           MOVE WS-REV-ACCT-NUM TO WS-AUDIT-KEY-TXT
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       FIND-REVERSAL-ORIGINAL.
           *> one keyed browse of THIS account's ledger entries -
           *> the ledger is keyed by account + date + sequence, so
           *> the scan no longer reads every transaction the bank
           *> has kept: does the original exist, and has an
           *> identical reversal already been posted? WS-REV-OK
           *> comes back "Y" only when the reversal may go ahead.
           MOVE "N" TO WS-REV-ORIG-FOUND
           MOVE "N" TO WS-REV-ALREADY-DONE
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-REV-OK
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
              DISPLAY "No transactions on file."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REV-ACCT-NUM TO TRAN-ACCOUNT-NUMBER
           MOVE "00000000"      TO TRAN-DATE
           MOVE ZEROS           TO TRAN-SEQ
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER = WS-REV-ACCT-NUM
                          PERFORM CHECK-ONE-FOR-REVERSAL
                       ELSE
                          *> entries come back in key order, so the
                          *> first other account ends the browse.
                          MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE

           IF WS-REV-ORIG-FOUND = "N"
              DISPLAY "Original transaction not found."
              EXIT PARAGRAPH
           END-IF

           IF WS-REV-ALREADY-DONE = "Y"
              DISPLAY "That transaction was already reversed."
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-REV-OK
           EXIT PARAGRAPH.

       CHECK-ONE-FOR-REVERSAL.
           *> performed for each ledger entry during the reversal scan.
           IF TRAN-ACCOUNT-NUMBER = WS-REV-ACCT-NUM AND
           END-IF
           EXIT PARAGRAPH.

       ACCEPT-PARK-REASON.
           *> the item is over the operator's authority limit: the
           *> reason goes on the pending record for the checker to
           *> read. A blank reason abandons the item.
           MOVE WS-OPER-AUTH-LIMIT TO WS-PND-AMOUNT-EDIT
           DISPLAY "Amount is over your authority limit of "
                   WS-PND-AMOUNT-EDIT "."
           DISPLAY "Enter reason for supervisor approval: "
           ACCEPT WS-PND-REASON
           IF WS-PND-REASON = SPACES
              DISPLAY "A reason is required to park an item. "
                      "Nothing posted."
           END-IF
           EXIT PARAGRAPH.

       PARK-FOR-APPROVAL.
           *> writes the item described in the WS-PND- fields to the
           *> pending file under the next free id, stamped with the
           *> maker's id and the time it was keyed. No account,
           *> ledger entry, control total or drawer moves until a
           *> supervisor approves it.
           PERFORM OPEN-PENDING-IO
           MOVE ZEROS TO WS-PND-ID
           MOVE "N" TO WS-PND-EOF
           PERFORM UNTIL WS-PND-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       *> key order, so the last id read is the
                       *> highest on file.
                       MOVE PEND-ID TO WS-PND-ID
                   END-READ
           END-PERFORM
           ADD 1 TO WS-PND-ID

           PERFORM GET-CURRENT-DATE
           MOVE WS-PND-ID            TO PEND-ID
           MOVE WS-PND-KIND          TO PEND-KIND
           MOVE WS-PND-ACCT-NUM      TO PEND-ACCOUNT-NUMBER
           MOVE WS-PND-TRAN-TYPE     TO PEND-TRAN-TYPE
           MOVE WS-PND-AMOUNT        TO PEND-AMOUNT
           MOVE WS-PND-TO-ACCT       TO PEND-TO-ACCOUNT
           MOVE WS-PND-ORIG-DATE     TO PEND-ORIG-DATE
           MOVE WS-PND-REASON        TO PEND-REASON
           MOVE WS-OPERATOR-ID       TO PEND-MAKER-ID
           MOVE WS-CURRENT-TIMESTAMP TO PEND-TIMESTAMP
           MOVE WS-BUSINESS-DATE     TO PEND-BUSINESS-DATE
           MOVE "O"                  TO PEND-STATUS
           MOVE SPACES               TO PEND-CHECKER-ID
           MOVE SPACES               TO PEND-DECIDED-TS
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE

           DISPLAY "Over your authority limit - parked as pending "
                   "item " WS-PND-ID " for supervisor approval."
           DISPLAY "Nothing has been posted."
           MOVE WS-PND-ACCT-NUM     TO WS-AUDIT-KEY-TXT
           MOVE "PARK-FOR-APPROVAL" TO AUDIT-ACTION
           MOVE WS-PND-REASON       TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       APPROVE-PENDING-ITEMS.
           *> the checker's side of the queue: a supervisor lists the
           *> open items and approves or declines one. Nobody decides
           *> an item they keyed themselves.
           DISPLAY " "
           DISPLAY "Reviewing items awaiting approval..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           IF WS-OPER-SUPERVISOR NOT = "Y"
              DISPLAY "Only a supervisor may approve or decline "
                      "pending items."
              EXIT PARAGRAPH
           END-IF

           PERFORM LIST-OPEN-PENDING
           IF WS-PND-OPEN-COUNT = 0
              DISPLAY "No items awaiting approval."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Pending ID to decide (0 to return): "
           ACCEPT WS-PND-ID
           IF WS-PND-ID = ZEROS
              EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PENDING-IO
           MOVE WS-PND-ID TO PEND-ID
           READ PENDING-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR PEND-STATUS NOT = "O"
              CLOSE PENDING-FILE
              DISPLAY "No open pending item with that ID."
              EXIT PARAGRAPH
           END-IF
           IF PEND-MAKER-ID = WS-OPERATOR-ID
              CLOSE PENDING-FILE
              DISPLAY "You keyed this item - a different supervisor "
                      "must decide it."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "A=Approve and post, D=Decline: "
           ACCEPT WS-PND-CHOICE
           EVALUATE WS-PND-CHOICE
           WHEN "A"
                PERFORM APPROVE-ONE-PENDING
           WHEN "D"
                PERFORM DECLINE-ONE-PENDING
           WHEN OTHER
                DISPLAY "Invalid choice. Item left open."
           END-EVALUATE
           CLOSE PENDING-FILE
           EXIT PARAGRAPH.

       LIST-OPEN-PENDING.
           MOVE ZEROS TO WS-PND-OPEN-COUNT
           MOVE "N" TO WS-PND-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Items awaiting approval "
                   "(P=posting, T=transfer, R=reversal):"
           PERFORM UNTIL WS-PND-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       IF PEND-STATUS = "O"
                          PERFORM LIST-ONE-PENDING
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           EXIT PARAGRAPH.

       LIST-ONE-PENDING.
           ADD 1 TO WS-PND-OPEN-COUNT
           MOVE PEND-AMOUNT TO WS-PND-AMOUNT-EDIT
           DISPLAY "  " PEND-ID " " PEND-KIND " " PEND-TRAN-TYPE " "
                   PEND-ACCOUNT-NUMBER " " WS-PND-AMOUNT-EDIT
                   " keyed by " PEND-MAKER-ID " at " PEND-TIMESTAMP
           IF PEND-KIND = "T"
              DISPLAY "         to account " PEND-TO-ACCOUNT
           END-IF
           IF PEND-KIND = "R"
              DISPLAY "         reverses the entry of "
                      PEND-ORIG-DATE
           END-IF
           DISPLAY "         reason: " PEND-REASON
           EXIT PARAGRAPH.

       APPROVE-ONE-PENDING.
           *> replays the parked item through the paragraph the
           *> counter uses, every check re-run against the account
           *> as it stands now. The ledger carries the maker's id;
           *> the audit line carries the checker's and names the
           *> maker, so both are on the trail. An item that fails a
           *> check stays open, to be declined or approved again
           *> once it is put right. Entered with PENDING-FILE open
           *> and the item read. A cash item (P or R) is only
           *> approved on the business date it was parked: the maker
           *> collects it on the approval date, so one approved
           *> later could never be collected and the drawer would
           *> stay out. A stale one is declined and keyed again.
           IF (PEND-KIND = "P" OR PEND-KIND = "R") AND
              PEND-BUSINESS-DATE NOT = WS-BUSINESS-DATE
              DISPLAY "Item " PEND-ID " is cash parked on "
                      PEND-BUSINESS-DATE " - it can only be "
                      "approved that day. Decline it and have "
                      "the maker key it again today."
              EXIT PARAGRAPH
           END-IF
           MOVE "Y"           TO WS-APPROVING
           MOVE PEND-MAKER-ID TO WS-POST-OPERATOR-ID
           MOVE "N"           TO WS-POST-OK
           EVALUATE PEND-KIND
           WHEN "P"
                PERFORM REPLAY-PARKED-POSTING
           WHEN "T"
                MOVE PEND-ACCOUNT-NUMBER TO WS-XFER-FROM-ACCT
                MOVE PEND-TO-ACCOUNT     TO WS-XFER-TO-ACCT
                MOVE PEND-AMOUNT         TO WS-XFER-AMOUNT
                PERFORM APPLY-TRANSFER
           WHEN "R"
                MOVE PEND-ACCOUNT-NUMBER TO WS-REV-ACCT-NUM
                MOVE PEND-TRAN-TYPE      TO WS-REV-ORIG-TYPE
                MOVE PEND-ORIG-DATE      TO WS-REV-ORIG-DATE
                MOVE PEND-AMOUNT         TO WS-REV-AMOUNT
                MOVE PEND-REASON         TO WS-REV-REASON
                PERFORM FIND-REVERSAL-ORIGINAL
                IF WS-REV-OK = "Y"
                   PERFORM APPLY-REVERSAL
                END-IF
           END-EVALUATE
           MOVE "N" TO WS-APPROVING

           IF WS-POST-OK NOT = "Y"
              DISPLAY "Item " PEND-ID " did not post - left open."
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-DATE
           MOVE "A"                  TO PEND-STATUS
           MOVE WS-OPERATOR-ID       TO PEND-CHECKER-ID
           MOVE WS-CURRENT-TIMESTAMP TO PEND-DECIDED-TS
           REWRITE PENDING-RECORD
           DISPLAY "Item " PEND-ID " approved and posted."
           IF PEND-KIND = "P" OR PEND-KIND = "R"
              DISPLAY "Maker " PEND-MAKER-ID " must collect it "
                      "through Collect Approved Cash Items when "
                      "the cash changes hands."
           END-IF

           MOVE PEND-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "APPROVE-PENDING"   TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "MAKER " PEND-MAKER-ID " PEND " PEND-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       REPLAY-PARKED-POSTING.
           *> a parked deposit/withdrawal gets the status checks the
           *> counter made before it parked, then posts through
           *> APPLY-POSTING.
           MOVE PEND-ACCOUNT-NUMBER TO WS-TRAN-ACCT-NUM
           MOVE PEND-TRAN-TYPE      TO WS-TRAN-TYPE
           MOVE PEND-AMOUNT         TO WS-TRAN-AMOUNT
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-TRAN-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account not found. Cannot post transaction."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "D"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is dormant. Reactivate before posting."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account has been escheated to the state. "
                      "Nothing may post to it."
              EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-TYPE = "W" AND ACCOUNT-STATUS = "F"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is frozen. Withdrawal rejected."
              EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-POSTING
           EXIT PARAGRAPH.

       DECLINE-ONE-PENDING.
           *> a declined item is closed without posting anything.
           PERFORM GET-CURRENT-DATE
           MOVE "D"                  TO PEND-STATUS
           MOVE WS-OPERATOR-ID       TO PEND-CHECKER-ID
           MOVE WS-CURRENT-TIMESTAMP TO PEND-DECIDED-TS
           REWRITE PENDING-RECORD
           DISPLAY "Item " PEND-ID " declined. Nothing posted."

           MOVE PEND-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "DECLINE-PENDING"   TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "MAKER " PEND-MAKER-ID " PEND " PEND-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       COLLECT-APPROVED-ITEMS.
           *> the maker's side of an approved cash item. The approval
           *> moved the account and the ledger but no drawer - the
           *> checker never handled the cash. When the teller who
           *> keyed it takes the deposit in or pays the withdrawal
           *> out, the item is collected here and their drawer moves
           *> the way APPLY-POSTING (or APPLY-REVERSAL) would have
           *> moved it at the counter. A collected item goes to "K"
           *> and can't be collected twice. Cash items are only
           *> approved on the business date they were parked, so the
           *> items offered - parked on the business date - are the
           *> ones approved today; counter cash is same-day.
           DISPLAY " "
           DISPLAY "Collecting approved cash items..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF

           PERFORM LIST-UNCOLLECTED-ITEMS
           IF WS-PND-COLLECT-COUNT = 0
              DISPLAY "No approved cash items waiting for you."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Pending ID to collect (0 to return): "
           ACCEPT WS-PND-ID
           IF WS-PND-ID = ZEROS
              EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PENDING-IO
           MOVE WS-PND-ID TO PEND-ID
           READ PENDING-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR PEND-STATUS NOT = "A" OR
              PEND-MAKER-ID NOT = WS-OPERATOR-ID OR
              PEND-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
              (PEND-KIND NOT = "P" AND PEND-KIND NOT = "R")
              CLOSE PENDING-FILE
              DISPLAY "No approved cash item of yours with that ID."
              EXIT PARAGRAPH
           END-IF

           MOVE PEND-AMOUNT TO WS-PND-AMOUNT-EDIT
           IF (PEND-KIND = "P" AND PEND-TRAN-TYPE = "D") OR
              (PEND-KIND = "R" AND PEND-TRAN-TYPE = "W")
              DISPLAY "Cash of " WS-PND-AMOUNT-EDIT
                      " taken into your drawer? (Y/N): "
           ELSE
              DISPLAY "Cash of " WS-PND-AMOUNT-EDIT
                      " paid out of your drawer? (Y/N): "
           END-IF
           ACCEPT WS-PND-CHOICE
           IF WS-PND-CHOICE NOT = "Y"
              CLOSE PENDING-FILE
              DISPLAY "Item " PEND-ID " left to collect."
              EXIT PARAGRAPH
           END-IF

           IF (PEND-KIND = "P" AND PEND-TRAN-TYPE = "D") OR
              (PEND-KIND = "R" AND PEND-TRAN-TYPE = "W")
              ADD PEND-AMOUNT TO WS-DRAWER-EXPECTED
           ELSE
              SUBTRACT PEND-AMOUNT FROM WS-DRAWER-EXPECTED
           END-IF
           MOVE "K" TO PEND-STATUS
           REWRITE PENDING-RECORD
           CLOSE PENDING-FILE
           DISPLAY "Item " PEND-ID " collected. Expected cash in "
                   "till: " WS-DRAWER-EXPECTED

           MOVE PEND-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "COLLECT-APPROVED"  TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "PEND " PEND-ID " " PEND-KIND PEND-TRAN-TYPE
                  " " WS-PND-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       LIST-UNCOLLECTED-ITEMS.
           *> this operator's approved cash items parked (and so
           *> approved) on the business date and not yet collected;
           *> the count comes back in WS-PND-COLLECT-COUNT.
           MOVE ZEROS TO WS-PND-COLLECT-COUNT
           MOVE "N" TO WS-PND-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PND-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       IF PEND-STATUS = "A" AND
                          PEND-MAKER-ID = WS-OPERATOR-ID AND
                          PEND-BUSINESS-DATE = WS-BUSINESS-DATE AND
                          (PEND-KIND = "P" OR PEND-KIND = "R")
                          PERFORM LIST-ONE-UNCOLLECTED
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           EXIT PARAGRAPH.

       LIST-ONE-UNCOLLECTED.
           IF WS-PND-COLLECT-COUNT = 0
              DISPLAY "Approved cash items to collect "
                      "(P=posting, R=reversal):"
           END-IF
           ADD 1 TO WS-PND-COLLECT-COUNT
           MOVE PEND-AMOUNT TO WS-PND-AMOUNT-EDIT
           DISPLAY "  " PEND-ID " " PEND-KIND " " PEND-TRAN-TYPE " "
                   PEND-ACCOUNT-NUMBER " " WS-PND-AMOUNT-EDIT
                   " approved by " PEND-CHECKER-ID
           EXIT PARAGRAPH.

       OPEN-PENDING-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF
           EXIT PARAGRAPH.

       FORWARD-DATED-ITEMS.
           *> one-off postings and transfers keyed now for a later
           *> value date. They wait in the warehouse untouched until
           *> the nightly FWDREL run reaches the date, and can be
           *> listed and cancelled by account until then.
           DISPLAY " "
           DISPLAY "Forward-dated postings and transfers..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter P to warehouse a posting, T to warehouse a "
                   "transfer, L to list/cancel an account's items: "
           ACCEPT WS-FWD-CHOICE

           EVALUATE WS-FWD-CHOICE
               WHEN "P"
                   PERFORM WAREHOUSE-FWD-POSTING
               WHEN "T"
                   PERFORM WAREHOUSE-FWD-TRANSFER
               WHEN "L"
                   PERFORM LIST-CANCEL-FWD-ITEMS
               WHEN OTHER
                   DISPLAY "Invalid choice. Must be P, T or L."
           END-EVALUATE
           EXIT PARAGRAPH.

       WAREHOUSE-FWD-POSTING.
           DISPLAY "Enter Account Number (10 digits): "
           ACCEPT WS-TRAN-ACCT-NUM
           MOVE WS-TRAN-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF

           *> the account must exist now, not on the value date when
           *> nobody is around to fix a mis-keyed number. Its status
           *> is checked again on the day.
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-TRAN-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "Account not found. Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              DISPLAY "Account has been escheated to the state. "
                      "Nothing may post to it."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Type (D=Deposit, W=Withdrawal): "
           ACCEPT WS-TRAN-TYPE
           IF WS-TRAN-TYPE NOT = "D" AND WS-TRAN-TYPE NOT = "W"
              DISPLAY "Invalid transaction type. Must be D or W."
              EXIT PARAGRAPH
           END-IF
           *> breaking a term deposit early carries a penalty worked
           *> out against the day it is broken - that is done at the
           *> counter, on the day.
           IF WS-TRAN-TYPE = "W" AND ACCOUNT-TYPE = "Term Deposit"
              DISPLAY "A term deposit withdrawal cannot be "
                      "forward-dated. Key it on the day."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Amount (e.g. 100.50): "
           ACCEPT WS-TRAN-AMOUNT-TXT
           COMPUTE WS-TRAN-AMOUNT-SGN =
              FUNCTION NUMVAL(WS-TRAN-AMOUNT-TXT)
           IF WS-TRAN-AMOUNT-SGN NOT > 0
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAN-AMOUNT-SGN TO WS-TRAN-AMOUNT

           *> the release runs unattended, so there is no supervisor
           *> to approve it on the day: an item over the operator's
           *> authority has to be keyed by someone who holds it.
           IF WS-TRAN-AMOUNT > WS-OPER-AUTH-LIMIT
              MOVE WS-OPER-AUTH-LIMIT TO WS-FWD-AMOUNT-EDIT
              DISPLAY "Amount is over your authority limit of "
                      WS-FWD-AMOUNT-EDIT ". Nothing warehoused."
              EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-FWD-VALUE-DATE
           IF WS-FWD-OK = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE "P"              TO WS-FWD-KIND
           MOVE WS-TRAN-ACCT-NUM TO WS-FWD-ACCT-NUM
           MOVE ZEROS            TO WS-FWD-TO-ACCT
           MOVE WS-TRAN-TYPE     TO WS-FWD-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT   TO WS-FWD-AMOUNT
           PERFORM WRITE-FORWARD-ITEM
           EXIT PARAGRAPH.

       WAREHOUSE-FWD-TRANSFER.
           DISPLAY "Enter From Account Number (10 digits): "
           ACCEPT WS-XFER-FROM-ACCT
           MOVE WS-XFER-FROM-ACCT TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key the from account."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter To Account Number (10 digits): "
           ACCEPT WS-XFER-TO-ACCT
           MOVE WS-XFER-TO-ACCT TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key the to account."
              EXIT PARAGRAPH
           END-IF

           IF WS-XFER-FROM-ACCT = WS-XFER-TO-ACCT
              DISPLAY "From and to accounts are the same. Rejected."
              EXIT PARAGRAPH
           END-IF

           *> both accounts must exist now; their status is checked
           *> again on the day.
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-XFER-FROM-ACCT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "From account not found. Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "From account is escheated. Transfer rejected."
              EXIT PARAGRAPH
           END-IF

           MOVE WS-XFER-TO-ACCT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "To account not found. Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              DISPLAY "To account is escheated. Transfer rejected."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Amount (e.g. 100.50): "
           ACCEPT WS-XFER-AMOUNT-TXT
           COMPUTE WS-XFER-AMOUNT-SGN =
              FUNCTION NUMVAL(WS-XFER-AMOUNT-TXT)
           IF WS-XFER-AMOUNT-SGN NOT > 0
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-XFER-AMOUNT-SGN TO WS-XFER-AMOUNT

           IF WS-XFER-AMOUNT > WS-OPER-AUTH-LIMIT
              MOVE WS-OPER-AUTH-LIMIT TO WS-FWD-AMOUNT-EDIT
              DISPLAY "Amount is over your authority limit of "
                      WS-FWD-AMOUNT-EDIT ". Nothing warehoused."
              EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-FWD-VALUE-DATE
           IF WS-FWD-OK = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE "T"               TO WS-FWD-KIND
           MOVE WS-XFER-FROM-ACCT TO WS-FWD-ACCT-NUM
           MOVE WS-XFER-TO-ACCT   TO WS-FWD-TO-ACCT
           MOVE "T"               TO WS-FWD-TRAN-TYPE
           MOVE WS-XFER-AMOUNT    TO WS-FWD-AMOUNT
           PERFORM WRITE-FORWARD-ITEM
           EXIT PARAGRAPH.

       ACCEPT-FWD-VALUE-DATE.
           *> a real calendar date after the business date and no
           *> more than WS-FWD-MAX-DAYS out. WS-FWD-OK says whether
           *> it passed.
           MOVE "N" TO WS-FWD-OK
           DISPLAY "Enter Value Date (YYYYMMDD): "
           ACCEPT WS-FWD-VALUE-DATE
           IF WS-FWD-VALUE-DATE NOT NUMERIC
              DISPLAY "Invalid value date. Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FWD-VALUE-DATE TO WS-FWD-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FWD-DATE-NUM) NOT = 0
              DISPLAY "Invalid value date. Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           IF WS-FWD-VALUE-DATE NOT > WS-BUSINESS-DATE
              DISPLAY "Value date must be after the business date - "
                      "post today's items at the counter."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-FWD-DATE-NUM
           COMPUTE WS-FWD-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-FWD-DATE-NUM)
               + WS-FWD-MAX-DAYS)
           MOVE WS-FWD-DATE-NUM TO WS-FWD-LAST-DATE
           IF WS-FWD-VALUE-DATE > WS-FWD-LAST-DATE
              DISPLAY "Value date may be no later than "
                      WS-FWD-LAST-DATE ". Nothing warehoused."
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FWD-OK
           EXIT PARAGRAPH.

       WRITE-FORWARD-ITEM.
           *> writes the item described in the WS-FWD- fields to the
           *> warehouse under the next free id, stamped with the
           *> maker's id and the time it was keyed. No account, ledger
           *> entry, control total or drawer moves now - FWDREL posts
           *> it on the value date.
           PERFORM OPEN-FORWARD-IO
           MOVE ZEROS TO WS-FWD-ID
           MOVE "N" TO WS-FWD-EOF
           PERFORM UNTIL WS-FWD-EOF = "Y"
                   READ FORWARD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-FWD-EOF
                   NOT AT END
                       *> key order, so the last id read is the
                       *> highest on file.
                       MOVE FWD-ID TO WS-FWD-ID
                   END-READ
           END-PERFORM
           ADD 1 TO WS-FWD-ID

           PERFORM GET-CURRENT-DATE
           MOVE WS-FWD-ID            TO FWD-ID
           MOVE WS-FWD-KIND          TO FWD-KIND
           MOVE WS-FWD-ACCT-NUM      TO FWD-ACCOUNT-NUMBER
           MOVE WS-FWD-TRAN-TYPE     TO FWD-TRAN-TYPE
           MOVE WS-FWD-AMOUNT        TO FWD-AMOUNT
           MOVE WS-FWD-TO-ACCT       TO FWD-TO-ACCOUNT
           MOVE WS-FWD-VALUE-DATE    TO FWD-VALUE-DATE
           MOVE WS-OPERATOR-ID       TO FWD-MAKER-ID
           MOVE WS-CURRENT-TIMESTAMP TO FWD-TIMESTAMP
           MOVE WS-BUSINESS-DATE     TO FWD-BUSINESS-DATE
           MOVE "W"                  TO FWD-STATUS
           MOVE SPACES               TO FWD-CLOSED-BY
           MOVE SPACES               TO FWD-CLOSED-DATE
           MOVE SPACES               TO FWD-FAIL-REASON
           WRITE FORWARD-RECORD
           CLOSE FORWARD-FILE

           DISPLAY "Warehoused as forward item " WS-FWD-ID
                   " for value date " WS-FWD-VALUE-DATE "."
           DISPLAY "Nothing has been posted yet."
           MOVE WS-FWD-ACCT-NUM      TO WS-AUDIT-KEY-TXT
           MOVE "WAREHOUSE-FWD-ITEM" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "FWD " WS-FWD-ID " VALUE " WS-FWD-VALUE-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       LIST-CANCEL-FWD-ITEMS.
           *> every waiting or failed item the account pays out of
           *> (or into, for a transfer), with the total still waiting
           *> to leave it; then an item it pays out of may be
           *> cancelled.
           DISPLAY "Enter Account Number (10 digits): "
           ACCEPT WS-FWD-ACCT-NUM
           MOVE WS-FWD-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-FWD-COUNT
           MOVE ZEROS TO WS-FWD-TOTAL
           MOVE "N" TO WS-FWD-EOF
           OPEN INPUT FORWARD-FILE
           IF WS-FWD-FILE-STATUS = "35"
              DISPLAY "No forward-dated items on file."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Forward-dated items (P=posting, T=transfer; "
                   "W=waiting, F=failed on the day):"
           PERFORM UNTIL WS-FWD-EOF = "Y"
                   READ FORWARD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-FWD-EOF
                   NOT AT END
                       IF (FWD-STATUS = "W" OR FWD-STATUS = "F") AND
                          (FWD-ACCOUNT-NUMBER = WS-FWD-ACCT-NUM OR
                           FWD-TO-ACCOUNT = WS-FWD-ACCT-NUM)
                          PERFORM LIST-ONE-FWD-ITEM
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE FORWARD-FILE

           IF WS-FWD-COUNT = 0
              DISPLAY "No forward-dated items for that account."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FWD-TOTAL TO WS-FWD-TOTAL-EDIT
           DISPLAY "Still waiting to leave the account: "
                   WS-FWD-TOTAL-EDIT

           DISPLAY "Enter Item ID to cancel (0 to return): "
           ACCEPT WS-FWD-ID
           IF WS-FWD-ID = ZEROS
              EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-FORWARD-IO
           MOVE WS-FWD-ID TO FWD-ID
           READ FORWARD-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR FWD-STATUS NOT = "W" OR
              FWD-ACCOUNT-NUMBER NOT = WS-FWD-ACCT-NUM
              CLOSE FORWARD-FILE
              DISPLAY "No waiting item with that ID paid from this "
                      "account."
              EXIT PARAGRAPH
           END-IF

           *> a cancelled item stays on file flagged "X" rather than
           *> being deleted, so the keying can still be traced.
           MOVE "X"              TO FWD-STATUS
           MOVE WS-OPERATOR-ID   TO FWD-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO FWD-CLOSED-DATE
           REWRITE FORWARD-RECORD
           CLOSE FORWARD-FILE
           DISPLAY "Forward item " WS-FWD-ID " cancelled. "
                   "Nothing will post."

           MOVE WS-FWD-ACCT-NUM   TO WS-AUDIT-KEY-TXT
           MOVE "CANCEL-FWD-ITEM" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "FWD " WS-FWD-ID " VALUE " FWD-VALUE-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       LIST-ONE-FWD-ITEM.
           ADD 1 TO WS-FWD-COUNT
           IF FWD-STATUS = "W" AND
              FWD-ACCOUNT-NUMBER = WS-FWD-ACCT-NUM AND
              FWD-TRAN-TYPE NOT = "D"
              ADD FWD-AMOUNT TO WS-FWD-TOTAL
           END-IF
           MOVE FWD-AMOUNT TO WS-FWD-AMOUNT-EDIT
           DISPLAY "  " FWD-ID " " FWD-KIND " " FWD-TRAN-TYPE " "
                   FWD-ACCOUNT-NUMBER " " WS-FWD-AMOUNT-EDIT
                   " value " FWD-VALUE-DATE " " FWD-STATUS
                   " keyed by " FWD-MAKER-ID
           IF FWD-KIND = "T"
              DISPLAY "         to account " FWD-TO-ACCOUNT
           END-IF
           IF FWD-STATUS = "F"
              DISPLAY "         failed " FWD-CLOSED-DATE ": "
                      FWD-FAIL-REASON
           END-IF
           EXIT PARAGRAPH.

       OPEN-FORWARD-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O FORWARD-FILE
           IF WS-FWD-FILE-STATUS = "35"
              OPEN OUTPUT FORWARD-FILE
              CLOSE FORWARD-FILE
              OPEN I-O FORWARD-FILE
           END-IF
           EXIT PARAGRAPH.

       OVERDRAFT-PROTECTION.
           *> the accounts a customer nominates to cover a checking
           *> account of theirs that runs short. Nothing moves here -
           *> CLRPOST and STDORD sweep from the sources before they
           *> refuse a debit for funds, and ODSWEEP brings the account
           *> back to zero overnight.
           DISPLAY " "
           DISPLAY "Maintaining overdraft protection..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter A to add a source, R to remove one, L to "
                   "list an account's sources: "
           ACCEPT WS-ODM-CHOICE
           IF WS-ODM-CHOICE NOT = "A" AND WS-ODM-CHOICE NOT = "R"
              AND WS-ODM-CHOICE NOT = "L"
              DISPLAY "Invalid choice. Must be A, R or L."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Checking Account Number (10 digits): "
           ACCEPT WS-ODM-ACCT-NUM
           MOVE WS-ODM-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ODM-CHOICE
               WHEN "A"
                   PERFORM ADD-OD-PROTECTION
               WHEN "R"
                   PERFORM REMOVE-OD-PROTECTION
               WHEN "L"
                   PERFORM LIST-OD-PROTECTION
           END-EVALUATE
           EXIT PARAGRAPH.

       ADD-OD-PROTECTION.
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-ODM-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "Account not found."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE NOT = "Checking"
              DISPLAY "Only a checking account can be protected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
              DISPLAY "Account is not active (status "
                      ACCOUNT-STATUS "). Cannot add protection."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Customer ID nominating the source "
                   "(6 digits): "
           ACCEPT WS-ODM-CUST-ID
           PERFORM OPEN-CUSTOMER-IO
           MOVE WS-ODM-CUST-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CUSTOMER-FILE
           IF WS-FOUND = "N"
              DISPLAY "Customer not found."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ODM-CUST-ID TO WS-OWN-CUST-ID-IN
           PERFORM CHECK-ACCOUNT-OWNER
           IF WS-IS-OWNER = "N"
              DISPLAY "Customer does not own the checking account."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Source Account Number (10 digits): "
           ACCEPT WS-ODM-SOURCE
           IF WS-ODM-SOURCE = WS-ODM-ACCT-NUM
              DISPLAY "An account cannot protect itself."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ODM-SOURCE TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Source account fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-ODM-SOURCE TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "Source account not found."
              EXIT PARAGRAPH
           END-IF
           *> a loan has nothing to give and a term deposit is locked
           *> until maturity, so neither can be swept from.
           IF ACCOUNT-TYPE = "Loan" OR ACCOUNT-TYPE = "Term Deposit"
              DISPLAY "A " ACCOUNT-TYPE " account cannot be a "
                      "protection source."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
              DISPLAY "Source account is not active (status "
                      ACCOUNT-STATUS ")."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-OWNER
           IF WS-IS-OWNER = "N"
              DISPLAY "Customer does not own the source account."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Priority (1-9, 1 is tried first): "
           ACCEPT WS-ODM-PRIORITY
           IF WS-ODM-PRIORITY = 0
              DISPLAY "Invalid priority. Must be 1 to 9."
              EXIT PARAGRAPH
           END-IF

           *> one pass over the account's links: is the priority
           *> taken, and is the source already covering it under
           *> another priority?
           MOVE "N" TO WS-ODM-SLOT-USED
           MOVE "N" TO WS-ODM-DUPLICATE
           MOVE "N" TO WS-ODM-EOF
           PERFORM OPEN-OD-PROTECTION-IO
           MOVE WS-ODM-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE ZEROS           TO ODP-PRIORITY
           START OD-PROTECTION-FILE KEY IS NOT LESS THAN ODP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ODM-EOF
           END-START
           PERFORM UNTIL WS-ODM-EOF = "Y"
                   READ OD-PROTECTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODM-EOF
                   NOT AT END
                       IF ODP-ACCOUNT-NUMBER NOT = WS-ODM-ACCT-NUM
                          MOVE "Y" TO WS-ODM-EOF
                       ELSE
                          IF ODP-STATUS = "A" AND
                             ODP-PRIORITY = WS-ODM-PRIORITY
                             MOVE "Y" TO WS-ODM-SLOT-USED
                          END-IF
                          IF ODP-STATUS = "A" AND
                             ODP-SOURCE-ACCOUNT = WS-ODM-SOURCE
                             MOVE "Y" TO WS-ODM-DUPLICATE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           IF WS-ODM-SLOT-USED = "Y"
              CLOSE OD-PROTECTION-FILE
              DISPLAY "Priority " WS-ODM-PRIORITY " is already "
                      "taken. Remove that source first."
              EXIT PARAGRAPH
           END-IF
           IF WS-ODM-DUPLICATE = "Y"
              CLOSE OD-PROTECTION-FILE
              DISPLAY "That source already protects the account."
              EXIT PARAGRAPH
           END-IF

           *> a removed link keeps its slot on file; giving the
           *> priority a new source rewrites it.
           MOVE WS-ODM-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE WS-ODM-PRIORITY TO ODP-PRIORITY
           READ OD-PROTECTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           MOVE WS-ODM-ACCT-NUM  TO ODP-ACCOUNT-NUMBER
           MOVE WS-ODM-PRIORITY  TO ODP-PRIORITY
           MOVE WS-ODM-SOURCE    TO ODP-SOURCE-ACCOUNT
           MOVE WS-ODM-CUST-ID   TO ODP-CUST-ID
           MOVE "A"              TO ODP-STATUS
           MOVE WS-OPERATOR-ID   TO ODP-ADDED-BY
           MOVE WS-BUSINESS-DATE TO ODP-ADDED-DATE
           MOVE SPACES           TO ODP-REMOVED-BY
           MOVE SPACES           TO ODP-REMOVED-DATE
           IF WS-FOUND = "Y"
              REWRITE OD-PROTECTION-RECORD
           ELSE
              WRITE OD-PROTECTION-RECORD
           END-IF
           CLOSE OD-PROTECTION-FILE
           DISPLAY "Account " WS-ODM-SOURCE " now protects "
                   WS-ODM-ACCT-NUM " at priority " WS-ODM-PRIORITY "."

           MOVE WS-ODM-ACCT-NUM     TO WS-AUDIT-KEY-TXT
           MOVE "ADD-OD-PROTECTION" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "SOURCE " WS-ODM-SOURCE " PRI " WS-ODM-PRIORITY
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       REMOVE-OD-PROTECTION.
           DISPLAY "Enter Priority of the source to remove (1-9): "
           ACCEPT WS-ODM-PRIORITY
           PERFORM OPEN-OD-PROTECTION-IO
           MOVE WS-ODM-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE WS-ODM-PRIORITY TO ODP-PRIORITY
           READ OD-PROTECTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR ODP-STATUS NOT = "A"
              CLOSE OD-PROTECTION-FILE
              DISPLAY "No active source at that priority."
              EXIT PARAGRAPH
           END-IF

           *> removed links stay on file flagged "X", the lifted-stop
           *> rule, so the trail keeps what covered the account.
           MOVE ODP-SOURCE-ACCOUNT TO WS-ODM-SOURCE
           MOVE "X"              TO ODP-STATUS
           MOVE WS-OPERATOR-ID   TO ODP-REMOVED-BY
           MOVE WS-BUSINESS-DATE TO ODP-REMOVED-DATE
           REWRITE OD-PROTECTION-RECORD
           CLOSE OD-PROTECTION-FILE
           DISPLAY "Source " WS-ODM-SOURCE " removed."

           MOVE WS-ODM-ACCT-NUM        TO WS-AUDIT-KEY-TXT
           MOVE "REMOVE-OD-PROTECTION" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "SOURCE " WS-ODM-SOURCE " PRI " WS-ODM-PRIORITY
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       LIST-OD-PROTECTION.
           MOVE ZEROS TO WS-ODM-COUNT
           MOVE "N" TO WS-ODM-EOF
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS = "35"
              DISPLAY "No overdraft protection on file."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ODM-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE ZEROS           TO ODP-PRIORITY
           START OD-PROTECTION-FILE KEY IS NOT LESS THAN ODP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ODM-EOF
           END-START
           DISPLAY "Protection sources, in the order tried "
                   "(A=active, X=removed):"
           PERFORM UNTIL WS-ODM-EOF = "Y"
                   READ OD-PROTECTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODM-EOF
                   NOT AT END
                       IF ODP-ACCOUNT-NUMBER NOT = WS-ODM-ACCT-NUM
                          MOVE "Y" TO WS-ODM-EOF
                       ELSE
                          ADD 1 TO WS-ODM-COUNT
                          DISPLAY "  " ODP-PRIORITY " "
                                  ODP-SOURCE-ACCOUNT " " ODP-STATUS
                                  " customer " ODP-CUST-ID
                                  " added " ODP-ADDED-DATE
                                  " by " ODP-ADDED-BY
                          IF ODP-STATUS = "X"
                             DISPLAY "      removed "
                                     ODP-REMOVED-DATE " by "
                                     ODP-REMOVED-BY
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           IF WS-ODM-COUNT = 0
              DISPLAY "No sources for that account."
           END-IF
           EXIT PARAGRAPH.

       OPEN-OD-PROTECTION-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O OD-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS = "35"
              OPEN OUTPUT OD-PROTECTION-FILE
              CLOSE OD-PROTECTION-FILE
              OPEN I-O OD-PROTECTION-FILE
           END-IF
           EXIT PARAGRAPH.

       CHEQUE-REGISTER.
           *> the serials issued to each checking account. Books are
           *> ordered here, a leaf at a time onto the register;
           *> CLRPOST pays a presented cheque only if its serial is
           *> there unpaid and unstopped, and marks it paid - so the
           *> same option answers a customer asking whether a cheque
           *> has cleared.
           DISPLAY " "
           DISPLAY "Maintaining the cheque register..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter O to order a cheque book, Q to query a "
                   "cheque, L to list an account's cheques,"
           DISPLAY "      S to stop cheques by serial, U to lift a "
                   "stop: "
           ACCEPT WS-CQM-CHOICE
           IF WS-CQM-CHOICE NOT = "O" AND WS-CQM-CHOICE NOT = "Q"
              AND WS-CQM-CHOICE NOT = "L" AND WS-CQM-CHOICE NOT = "S"
              AND WS-CQM-CHOICE NOT = "U"
              DISPLAY "Invalid choice. Must be O, Q, L, S or U."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Checking Account Number (10 digits): "
           ACCEPT WS-CQM-ACCT-NUM
           MOVE WS-CQM-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CQM-CHOICE
               WHEN "O"
                   PERFORM ORDER-CHEQUE-BOOK
               WHEN "Q"
                   PERFORM QUERY-CHEQUE
               WHEN "L"
                   PERFORM LIST-CHEQUE-REGISTER
               WHEN "S"
                   PERFORM STOP-CHEQUES
               WHEN "U"
                   PERFORM LIFT-CHEQUE-STOP
           END-EVALUATE
           EXIT PARAGRAPH.

       ORDER-CHEQUE-BOOK.
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-CQM-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "Account not found."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE NOT = "Checking"
              DISPLAY "Cheque books are issued on checking accounts "
                      "only."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
              DISPLAY "Account is not active (status "
                      ACCOUNT-STATUS "). Cannot issue a book."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Customer ID ordering the book (6 digits): "
           ACCEPT WS-CQM-CUST-ID
           MOVE WS-CQM-CUST-ID TO WS-OWN-CUST-ID-IN
           PERFORM CHECK-ACCOUNT-OWNER
           IF WS-IS-OWNER = "N"
              DISPLAY "Customer does not own the account."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Number of Leaves (10, 25 or 50): "
           ACCEPT WS-CQM-LEAVES
           IF WS-CQM-LEAVES NOT = 10 AND WS-CQM-LEAVES NOT = 25
              AND WS-CQM-LEAVES NOT = 50
              DISPLAY "Invalid book size. Must be 10, 25 or 50."
              EXIT PARAGRAPH
           END-IF
           *> a book printed before the register existed is taken on
           *> at the serial printed in it; a new book follows on from
           *> the highest serial the account has been given.
           DISPLAY "Enter First Serial printed in the book "
                   "(0 = next after the last issued): "
           ACCEPT WS-CQM-FIRST

           *> one pass over the account's leaves for the highest
           *> serial issued so far.
           MOVE ZEROS TO WS-CQM-HIGHEST
           MOVE "N" TO WS-CQM-EOF
           PERFORM OPEN-CHEQUE-IO
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE ZEROS           TO CHQ-SERIAL
           START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CQM-EOF
           END-START
           PERFORM UNTIL WS-CQM-EOF = "Y"
                   READ CHEQUE-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-CQM-EOF
                   NOT AT END
                       IF CHQ-ACCOUNT-NUMBER NOT = WS-CQM-ACCT-NUM
                          MOVE "Y" TO WS-CQM-EOF
                       ELSE
                          MOVE CHQ-SERIAL TO WS-CQM-HIGHEST
                       END-IF
                   END-READ
           END-PERFORM
           IF WS-CQM-FIRST = 0
              COMPUTE WS-CQM-FIRST = WS-CQM-HIGHEST + 1
           END-IF
           COMPUTE WS-CQM-LAST-CALC = WS-CQM-FIRST + WS-CQM-LEAVES - 1
           IF WS-CQM-LAST-CALC > 999999
              CLOSE CHEQUE-FILE
              DISPLAY "Serials would run past 999999. Book refused."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CQM-LAST-CALC TO WS-CQM-LAST

           *> no serial may be issued to the same account twice.
           MOVE "N" TO WS-CQM-OVERLAP
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE WS-CQM-FIRST    TO CHQ-SERIAL
           START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CHEQUE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHQ-ACCOUNT-NUMBER = WS-CQM-ACCT-NUM
                              AND CHQ-SERIAL NOT > WS-CQM-LAST
                              MOVE "Y" TO WS-CQM-OVERLAP
                           END-IF
                   END-READ
           END-START
           IF WS-CQM-OVERLAP = "Y"
              CLOSE CHEQUE-FILE
              DISPLAY "Serial " CHQ-SERIAL " is already issued to "
                      "this account. Book refused."
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CQM-SERIAL FROM WS-CQM-FIRST BY 1
                   UNTIL WS-CQM-SERIAL > WS-CQM-LAST
                   MOVE WS-CQM-ACCT-NUM  TO CHQ-ACCOUNT-NUMBER
                   MOVE WS-CQM-SERIAL    TO CHQ-SERIAL
                   MOVE "I"              TO CHQ-STATUS
                   MOVE WS-CQM-FIRST     TO CHQ-BOOK-FIRST
                   MOVE WS-OPERATOR-ID   TO CHQ-ISSUED-BY
                   MOVE WS-BUSINESS-DATE TO CHQ-ISSUED-DATE
                   MOVE SPACES           TO CHQ-PAID-DATE
                   MOVE ZEROS            TO CHQ-PAID-AMOUNT
                   MOVE SPACES           TO CHQ-PAID-BY
                   MOVE SPACES           TO CHQ-STOPPED-BY
                   MOVE SPACES           TO CHQ-STOPPED-DATE
                   WRITE CHEQUE-RECORD
           END-PERFORM
           CLOSE CHEQUE-FILE
           DISPLAY "Cheque book issued on " WS-CQM-ACCT-NUM
                   ": serials " WS-CQM-FIRST " to " WS-CQM-LAST "."

           MOVE WS-CQM-ACCT-NUM     TO WS-AUDIT-KEY-TXT
           MOVE "ISSUE-CHEQUE-BOOK" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "SERIALS " WS-CQM-FIRST "-" WS-CQM-LAST
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       QUERY-CHEQUE.
           DISPLAY "Enter Cheque Serial (6 digits): "
           ACCEPT WS-CQM-SERIAL
           OPEN INPUT CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
              DISPLAY "No cheque books issued yet."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE WS-CQM-SERIAL   TO CHQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CHEQUE-FILE
           IF WS-FOUND = "N"
              DISPLAY "Serial " WS-CQM-SERIAL " was never issued to "
                      "account " WS-CQM-ACCT-NUM "."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Cheque " CHQ-SERIAL " on account "
                   CHQ-ACCOUNT-NUMBER " - book from " CHQ-BOOK-FIRST
                   ", issued " CHQ-ISSUED-DATE " by " CHQ-ISSUED-BY
           EVALUATE CHQ-STATUS
               WHEN "I"
                   DISPLAY "  Not yet presented."
               WHEN "P"
                   MOVE CHQ-PAID-AMOUNT TO WS-CQM-AMOUNT-EDIT
                   DISPLAY "  PAID " CHQ-PAID-DATE " for "
                           WS-CQM-AMOUNT-EDIT " by " CHQ-PAID-BY
               WHEN "S"
                   DISPLAY "  STOPPED " CHQ-STOPPED-DATE " by "
                           CHQ-STOPPED-BY
           END-EVALUATE
           IF CHQ-STATUS = "I" AND CHQ-STOPPED-DATE NOT = SPACES
              DISPLAY "  (a stop placed " CHQ-STOPPED-DATE
                      " has been lifted)"
           END-IF
           EXIT PARAGRAPH.

       LIST-CHEQUE-REGISTER.
           DISPLAY "Enter P to list paid cheques only, A for every "
                   "leaf issued: "
           ACCEPT WS-CQM-LIST-CHOICE
           IF WS-CQM-LIST-CHOICE NOT = "P" AND
              WS-CQM-LIST-CHOICE NOT = "A"
              DISPLAY "Invalid choice. Must be P or A."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CQM-COUNT
           MOVE ZEROS TO WS-CQM-PAID-TOTAL
           MOVE "N" TO WS-CQM-EOF
           OPEN INPUT CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
              DISPLAY "No cheque books issued yet."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE ZEROS           TO CHQ-SERIAL
           START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CQM-EOF
           END-START
           DISPLAY "Cheques on " WS-CQM-ACCT-NUM
                   " (I=not presented, P=paid, S=stopped):"
           PERFORM UNTIL WS-CQM-EOF = "Y"
                   READ CHEQUE-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-CQM-EOF
                   NOT AT END
                       IF CHQ-ACCOUNT-NUMBER NOT = WS-CQM-ACCT-NUM
                          MOVE "Y" TO WS-CQM-EOF
                       ELSE
                          PERFORM LIST-ONE-CHEQUE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CHEQUE-FILE
           IF WS-CQM-COUNT = 0
              DISPLAY "No cheques to list for that account."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CQM-PAID-TOTAL TO WS-CQM-TOTAL-EDIT
           DISPLAY WS-CQM-COUNT " cheque(s) listed; paid total "
                   WS-CQM-TOTAL-EDIT
           EXIT PARAGRAPH.

       LIST-ONE-CHEQUE.
           IF WS-CQM-LIST-CHOICE = "P" AND CHQ-STATUS NOT = "P"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CQM-COUNT
           IF CHQ-STATUS = "P"
              ADD CHQ-PAID-AMOUNT TO WS-CQM-PAID-TOTAL
              MOVE CHQ-PAID-AMOUNT TO WS-CQM-AMOUNT-EDIT
              DISPLAY "  " CHQ-SERIAL " P paid " CHQ-PAID-DATE " "
                      WS-CQM-AMOUNT-EDIT
           ELSE
              IF CHQ-STATUS = "S"
                 DISPLAY "  " CHQ-SERIAL " S stopped "
                         CHQ-STOPPED-DATE " by " CHQ-STOPPED-BY
              ELSE
                 DISPLAY "  " CHQ-SERIAL " I issued "
                         CHQ-ISSUED-DATE
              END-IF
           END-IF
           EXIT PARAGRAPH.

       STOP-CHEQUES.
           *> one cheque, or a run of serials for a lost book. Leaves
           *> already paid can't be stopped and are reported; leaves
           *> already stopped are left as they are.
           DISPLAY "Enter First Serial to stop (6 digits): "
           ACCEPT WS-CQM-FIRST
           DISPLAY "Enter Last Serial to stop (0 = just the first): "
           ACCEPT WS-CQM-LAST
           IF WS-CQM-LAST = 0
              MOVE WS-CQM-FIRST TO WS-CQM-LAST
           END-IF
           IF WS-CQM-LAST < WS-CQM-FIRST
              DISPLAY "Last serial is before the first. Nothing "
                      "stopped."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CQM-COUNT
           MOVE ZEROS TO WS-CQM-SKIPPED
           MOVE "N" TO WS-CQM-EOF
           PERFORM OPEN-CHEQUE-IO
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE WS-CQM-FIRST    TO CHQ-SERIAL
           START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CQM-EOF
           END-START
           PERFORM UNTIL WS-CQM-EOF = "Y"
                   READ CHEQUE-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-CQM-EOF
                   NOT AT END
                       IF CHQ-ACCOUNT-NUMBER NOT = WS-CQM-ACCT-NUM
                          OR CHQ-SERIAL > WS-CQM-LAST
                          MOVE "Y" TO WS-CQM-EOF
                       ELSE
                          PERFORM STOP-ONE-CHEQUE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CHEQUE-FILE
           IF WS-CQM-COUNT = 0
              DISPLAY "No unpaid cheques in that range - nothing "
                      "stopped."
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-CQM-COUNT " cheque(s) stopped."
           IF WS-CQM-SKIPPED > 0
              DISPLAY WS-CQM-SKIPPED " already paid - cannot be "
                      "stopped."
           END-IF

           MOVE WS-CQM-ACCT-NUM TO WS-AUDIT-KEY-TXT
           MOVE "STOP-CHEQUE"   TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "SERIALS " WS-CQM-FIRST "-" WS-CQM-LAST
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       STOP-ONE-CHEQUE.
           IF CHQ-STATUS = "P"
              ADD 1 TO WS-CQM-SKIPPED
              DISPLAY "  " CHQ-SERIAL " already paid "
                      CHQ-PAID-DATE
              EXIT PARAGRAPH
           END-IF
           IF CHQ-STATUS = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "S"              TO CHQ-STATUS
           MOVE WS-OPERATOR-ID   TO CHQ-STOPPED-BY
           MOVE WS-BUSINESS-DATE TO CHQ-STOPPED-DATE
           REWRITE CHEQUE-RECORD
           ADD 1 TO WS-CQM-COUNT
           EXIT PARAGRAPH.

       LIFT-CHEQUE-STOP.
           DISPLAY "Enter Cheque Serial to release (6 digits): "
           ACCEPT WS-CQM-SERIAL
           PERFORM OPEN-CHEQUE-IO
           MOVE WS-CQM-ACCT-NUM TO CHQ-ACCOUNT-NUMBER
           MOVE WS-CQM-SERIAL   TO CHQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR CHQ-STATUS NOT = "S"
              CLOSE CHEQUE-FILE
              DISPLAY "No stopped cheque with that serial on the "
                      "account."
              EXIT PARAGRAPH
           END-IF
           *> the stopper and date stay on the leaf, the lifted-stop
           *> rule, so the register shows it was once stopped.
           MOVE "I" TO CHQ-STATUS
           REWRITE CHEQUE-RECORD
           CLOSE CHEQUE-FILE
           DISPLAY "Stop lifted on cheque " WS-CQM-SERIAL "."

           MOVE WS-CQM-ACCT-NUM    TO WS-AUDIT-KEY-TXT
           MOVE "LIFT-CHEQUE-STOP" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "SERIAL " WS-CQM-SERIAL
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       OPEN-CHEQUE-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
              OPEN OUTPUT CHEQUE-FILE
              CLOSE CHEQUE-FILE
              OPEN I-O CHEQUE-FILE
           END-IF
           EXIT PARAGRAPH.

       OPEN-BRANCH-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "35"
              OPEN OUTPUT BRANCH-FILE
              CLOSE BRANCH-FILE
              OPEN I-O BRANCH-FILE
           END-IF
           EXIT PARAGRAPH.

       FIND-BRANCH.
           *> caller sets WS-BRM-CODE; WS-BRM-FOUND comes back "Y"
           *> with the branch in BRANCH-RECORD. No master on file
           *> means no branch is.
           MOVE "N" TO WS-BRM-FOUND
           OPEN INPUT BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRM-CODE TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "N" TO WS-BRM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-BRM-FOUND
           END-READ
           CLOSE BRANCH-FILE
           EXIT PARAGRAPH.

       FIND-CUSTOMER-BY-NAME.
           DISPLAY " "
           DISPLAY "Finding a customer by name..."
           DISPLAY "Enter full or partial Name: "
           ACCEPT WS-NAME-SEARCH

           IF WS-NAME-SEARCH = SPACES
              DISPLAY "Nothing to search for."
              EXIT PARAGRAPH
           END-IF

           *> length of the keyed prefix = last non-blank position.
           MOVE ZEROS TO WS-NAME-LEN
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 30
                   IF WS-NAME-SEARCH(WS-NAME-IDX:1) NOT = SPACE
                      MOVE WS-NAME-IDX TO WS-NAME-LEN
                   END-IF
           END-PERFORM

           PERFORM OPEN-CUSTOMER-IO
           MOVE WS-NAME-SEARCH TO CUSTOMER-NAME
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-NAME
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-START

           IF WS-FOUND = "N"
              CLOSE CUSTOMER-FILE
              DISPLAY "No matching customers."
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-NAME-MATCHES
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-NAME(1:WS-NAME-LEN) =
                          WS-NAME-SEARCH(1:WS-NAME-LEN)
                          DISPLAY "  " CUSTOMER-ID " " CUSTOMER-NAME
                          ADD 1 TO WS-NAME-MATCHES
                       ELSE
                          *> names come back in alternate-key order,
                          *> so the first non-match ends the browse.
                          MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           IF WS-NAME-MATCHES = 0
              DISPLAY "No matching customers."
           ELSE
              DISPLAY "Customers matched: " WS-NAME-MATCHES
           END-IF
           EXIT PARAGRAPH.

       PLACE-RELEASE-HOLD.
           DISPLAY " "
           DISPLAY "Placing/releasing a funds-availability hold..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter P to place, R to release: "
           ACCEPT WS-HOLD-CHOICE

           EVALUATE WS-HOLD-CHOICE
               WHEN "P"
                   PERFORM PLACE-HOLD
               WHEN "R"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   DISPLAY "Invalid choice. Must be P or R."
           END-EVALUATE
           EXIT PARAGRAPH.

       PLACE-HOLD.
           DISPLAY "Enter Hold ID (6 digits): "
           ACCEPT WS-HOLD-ID

           PERFORM OPEN-HOLD-IO
           MOVE WS-HOLD-ID TO HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
              CLOSE HOLD-FILE
              DISPLAY "Hold ID already exists. Enter another ID."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Account Number (10 digits): "
           ACCEPT WS-HOLD-ACCT-NUM

           MOVE WS-HOLD-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              CLOSE HOLD-FILE
              DISPLAY "Account number fails its check digit. "
                      "Re-key it before holding."
              EXIT PARAGRAPH
           END-IF

           *> the account must exist now - a hold against a mis-keyed
           *> number would silently protect nothing.
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-HOLD-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE

           IF WS-FOUND = "N"
              CLOSE HOLD-FILE
              DISPLAY "Account not found. Cannot place hold."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Amount (e.g. 100.50): "
           ACCEPT WS-HOLD-AMOUNT-TXT
           COMPUTE WS-HOLD-AMOUNT-SGN =
              FUNCTION NUMVAL(WS-HOLD-AMOUNT-TXT)

           IF WS-HOLD-AMOUNT-SGN NOT > 0
              CLOSE HOLD-FILE
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Reason: "
           ACCEPT HOLD-REASON
           IF HOLD-REASON = SPACES
              CLOSE HOLD-FILE
              DISPLAY "A reason is required for a hold."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Release Date (YYYYMMDD): "
           ACCEPT HOLD-RELEASE-DATE
           IF HOLD-RELEASE-DATE NOT > WS-BUSINESS-DATE
              CLOSE HOLD-FILE
              DISPLAY "Release date must be after the business date."
              EXIT PARAGRAPH
           END-IF

           MOVE WS-HOLD-ID         TO HOLD-ID
           MOVE WS-HOLD-ACCT-NUM   TO HOLD-ACCOUNT-NUMBER
           MOVE WS-HOLD-AMOUNT-SGN TO HOLD-AMOUNT
           MOVE "O"                TO HOLD-STATUS
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           DISPLAY "Hold placed. Funds held until release."

           MOVE WS-HOLD-ID   TO WS-AUDIT-KEY-TXT
           MOVE "PLACE-HOLD" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       RELEASE-HOLD.
           DISPLAY "Enter Hold ID (6 digits): "
           ACCEPT WS-HOLD-ID

           PERFORM OPEN-HOLD-IO
           MOVE WS-HOLD-ID TO HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
              CLOSE HOLD-FILE
              DISPLAY "Hold not found."
              EXIT PARAGRAPH
           END-IF

           IF HOLD-STATUS NOT = "O"
              CLOSE HOLD-FILE
              DISPLAY "Hold is already released."
              EXIT PARAGRAPH
           END-IF

           *> released holds are kept on file flagged "R" rather than
           *> deleted, the cancelled-standing-order rule, so the funds
           *> history still shows what was held and when.
           MOVE "R" TO HOLD-STATUS
           REWRITE HOLD-RECORD
           CLOSE HOLD-FILE
           DISPLAY "Hold released. Funds are available."

           MOVE WS-HOLD-ID     TO WS-AUDIT-KEY-TXT
           MOVE "RELEASE-HOLD" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       COMPUTE-OPEN-HOLDS.
           *> total of open holds against WS-HOLDS-ACCT-NUM - what
           *> comes off ACCOUNT-BALANCE to make the available balance.
           *> A site that has never placed a hold has no file, and
           *> the total stays zero.
           MOVE ZEROS TO WS-OPEN-HOLDS-TOTAL
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER = WS-HOLDS-ACCT-NUM AND
                          HOLD-STATUS = "O"
                          ADD HOLD-AMOUNT TO WS-OPEN-HOLDS-TOTAL
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           EXIT PARAGRAPH.

       GATHER-TERM-DETAILS.
           *> the contracted details of a new term deposit, keyed
           *> before the account record is assembled. Everything
           *> lands in working storage; the linked-account check
           *> reuses the ACCOUNT-FILE record buffer, which is why
           *> OPEN-ACCOUNT saves and restores its own fields.
           MOVE "N" TO WS-TERM-OK

           DISPLAY "Enter Term in Months (1-120): "
           ACCEPT WS-TERM-MONTHS-TXT
           COMPUTE WS-TERM-FIG-SGN =
              FUNCTION NUMVAL(WS-TERM-MONTHS-TXT)
           IF WS-TERM-FIG-SGN < 1 OR WS-TERM-FIG-SGN > 120
              DISPLAY "Invalid term. Must be 1 to 120 months."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM-FIG-SGN TO WS-TERM-MONTHS

           *> the product parameter rate for Term Deposit is the
           *> default contract rate; a keyed figure overrides it for
           *> this one deposit.
           MOVE "Term Deposit" TO WS-PP-TYPE
           MOVE WS-BUSINESS-DATE TO WS-PP-DATE
           PERFORM FIND-PRODUCT-PARAM
           DISPLAY "Enter Contract Rate for the term (blank = "
                   WS-PP-RATE "): "
           ACCEPT WS-TERM-FIG-TXT
           IF WS-TERM-FIG-TXT = SPACES
              MOVE WS-PP-RATE TO WS-TERM-RATE
           ELSE
              COMPUTE WS-TERM-FIG-SGN =
                 FUNCTION NUMVAL(WS-TERM-FIG-TXT)
              IF WS-TERM-FIG-SGN < 0 OR WS-TERM-FIG-SGN > 0.9999
                 DISPLAY "Invalid rate."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TERM-FIG-SGN TO WS-TERM-RATE
           END-IF

           DISPLAY "Enter Break Penalty Rate (blank = 0.0100): "
           ACCEPT WS-TERM-FIG-TXT
           IF WS-TERM-FIG-TXT = SPACES
              MOVE 0.0100 TO WS-TERM-PENALTY
           ELSE
              COMPUTE WS-TERM-FIG-SGN =
                 FUNCTION NUMVAL(WS-TERM-FIG-TXT)
              IF WS-TERM-FIG-SGN < 0 OR WS-TERM-FIG-SGN > 0.9999
                 DISPLAY "Invalid penalty rate."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TERM-FIG-SGN TO WS-TERM-PENALTY
           END-IF

           DISPLAY "Roll over at maturity? (Y/N): "
           ACCEPT WS-TERM-ROLL
           IF WS-TERM-ROLL NOT = "Y" AND WS-TERM-ROLL NOT = "N"
              DISPLAY "Invalid choice. Must be Y or N."
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-TERM-LINKED
           IF WS-TERM-ROLL = "N"
              DISPLAY "Enter Linked Account for maturity proceeds "
                      "(10 digits): "
              ACCEPT WS-TERM-LINKED
              MOVE WS-TERM-LINKED TO WS-CHK-ACCT-NUM
              PERFORM VALIDATE-ACCOUNT-NUMBER
              IF WS-CHK-OK = "N"
                 DISPLAY "Account number fails its check digit. "
                         "Re-key the linked account."
                 EXIT PARAGRAPH
              END-IF
              IF WS-TERM-LINKED = WS-NEW-ACCT-NUM
                 DISPLAY "Linked account is the deposit itself. "
                         "Rejected."
                 EXIT PARAGRAPH
              END-IF
              PERFORM OPEN-ACCOUNT-IO
              MOVE WS-TERM-LINKED TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
              CLOSE ACCOUNT-FILE
              IF WS-FOUND = "N"
                 DISPLAY "Linked account not found. Cannot open "
                         "term deposit."
                 EXIT PARAGRAPH
              END-IF
           END-IF

           *> maturity = business date plus the term, the month walk
           *> DORMSWP uses run forward. TRMMAT matures on the first
           *> business date ON OR AFTER this, so a day-of-month that
           *> doesn't exist in the maturity month still falls due.
           COMPUTE WS-TOT-MONTHS =
              FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) * 12
              + FUNCTION NUMVAL(WS-BUSINESS-DATE(5:2)) - 1
              + WS-TERM-MONTHS
           COMPUTE WS-MAT-YEAR = WS-TOT-MONTHS / 12
           COMPUTE WS-MAT-MONTH = FUNCTION MOD(WS-TOT-MONTHS, 12) + 1
           MOVE WS-BUSINESS-DATE(7:2) TO WS-MAT-DAY
           MOVE WS-MAT-DATE TO WS-TERM-MATURITY
           DISPLAY "Deposit will mature on " WS-TERM-MATURITY

           MOVE "Y" TO WS-TERM-OK
           EXIT PARAGRAPH.

       WRITE-TERM-RECORD.
           PERFORM OPEN-TERM-IO
           MOVE WS-NEW-ACCT-NUM  TO TERM-ACCOUNT-NUMBER
           MOVE WS-TERM-MONTHS   TO TERM-MONTHS
           MOVE WS-TERM-RATE     TO TERM-RATE
           MOVE WS-TERM-MATURITY TO TERM-MATURITY-DATE
           MOVE WS-TERM-ROLL     TO TERM-ROLLOVER-FLAG
           MOVE WS-TERM-LINKED   TO TERM-LINKED-ACCOUNT
           MOVE WS-TERM-PENALTY  TO TERM-PENALTY-RATE
           MOVE "A"              TO TERM-STATUS
           WRITE TERM-DEPOSIT-RECORD
           CLOSE TERM-DEPOSIT-FILE

           MOVE WS-NEW-ACCT-NUM TO WS-AUDIT-KEY-TXT
           MOVE "OPEN-TERM-DEPOSIT" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       CHECK-TERM-EARLY-WITHDRAWAL.
           *> does this withdrawal break an active term deposit? A
           *> site with no term deposits has no file, and nothing is
           *> due. The penalty is the contracted rate applied to the
           *> amount drawn.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TERM-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAN-ACCT-NUM TO TERM-ACCOUNT-NUMBER
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TERM-STATUS = "A" AND
                      WS-BUSINESS-DATE < TERM-MATURITY-DATE
                      MOVE "Y" TO WS-TERM-BROKEN
                      COMPUTE WS-TERM-PENALTY-DUE ROUNDED =
                         WS-TRAN-AMOUNT * TERM-PENALTY-RATE
                      DISPLAY "Term deposit matures "
                              TERM-MATURITY-DATE
                              " - break penalty of "
                              WS-TERM-PENALTY-DUE
                              " applies to this withdrawal."
                   END-IF
           END-READ
           CLOSE TERM-DEPOSIT-FILE
           EXIT PARAGRAPH.

       OPEN-TERM-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-TERM-FILE-STATUS = "35"
              OPEN OUTPUT TERM-DEPOSIT-FILE
              CLOSE TERM-DEPOSIT-FILE
              OPEN I-O TERM-DEPOSIT-FILE
           END-IF
           EXIT PARAGRAPH.

       GATHER-LOAN-DETAILS.
           *> the booking details of a new loan, keyed before the
           *> account record is assembled - the GATHER-TERM-DETAILS
           *> shape. The repayment account must belong to the
           *> borrowing customer, since the advance is paid into it
           *> and every instalment is collected out of it.
           MOVE "N" TO WS-LOAN-OK

           DISPLAY "Enter Amount to Lend (e.g. 5000.00): "
           ACCEPT WS-LOAN-FIG-TXT
           COMPUTE WS-LOAN-FIG-SGN =
              FUNCTION NUMVAL(WS-LOAN-FIG-TXT)
           IF WS-LOAN-FIG-SGN NOT > 0
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-FIG-SGN TO WS-LOAN-PRINCIPAL

           *> the advance is paid straight into the repayment
           *> account, and a loan can't sit half-booked waiting for
           *> a checker - so, as for a warehoused item, a principal
           *> over the operator's authority has to be keyed by
           *> someone who holds it.
           IF WS-LOAN-PRINCIPAL > WS-OPER-AUTH-LIMIT
              MOVE WS-OPER-AUTH-LIMIT TO WS-PND-AMOUNT-EDIT
              DISPLAY "Amount is over your authority limit of "
                      WS-PND-AMOUNT-EDIT ". Loan not booked."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Term in Months (1-360): "
           ACCEPT WS-LOAN-FIG-TXT
           COMPUTE WS-LOAN-FIG-SGN =
              FUNCTION NUMVAL(WS-LOAN-FIG-TXT)
           IF WS-LOAN-FIG-SGN < 1 OR WS-LOAN-FIG-SGN > 360
              DISPLAY "Invalid term. Must be 1 to 360 months."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-FIG-SGN TO WS-LOAN-MONTHS

           *> the product parameter rate for Loan is the default
           *> lending rate; a keyed figure overrides it for this one
           *> loan.
           MOVE "Loan" TO WS-PP-TYPE
           MOVE WS-BUSINESS-DATE TO WS-PP-DATE
           PERFORM FIND-PRODUCT-PARAM
           DISPLAY "Enter Annual Rate for the loan (blank = "
                   WS-PP-RATE "): "
           ACCEPT WS-LOAN-FIG-TXT
           IF WS-LOAN-FIG-TXT = SPACES
              MOVE WS-PP-RATE TO WS-LOAN-RATE
           ELSE
              COMPUTE WS-LOAN-FIG-SGN =
                 FUNCTION NUMVAL(WS-LOAN-FIG-TXT)
              IF WS-LOAN-FIG-SGN < 0 OR WS-LOAN-FIG-SGN > 0.9999
                 DISPLAY "Invalid rate."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-LOAN-FIG-SGN TO WS-LOAN-RATE
           END-IF

           DISPLAY "Enter Repayment Account (10 digits): "
           ACCEPT WS-LOAN-LINKED
           MOVE WS-LOAN-LINKED TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key the repayment account."
              EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-LINKED = WS-NEW-ACCT-NUM
              DISPLAY "Repayment account is the loan itself. "
                      "Rejected."
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-LOAN-LINKED TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-FOUND = "N"
              DISPLAY "Repayment account not found. Cannot book "
                      "loan."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
              DISPLAY "Repayment account is not active. Cannot "
                      "book loan."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = "Loan" OR ACCOUNT-TYPE = "Term Deposit"
              DISPLAY "Repayment account must be a transaction "
                      "account. Cannot book loan."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-ID-TXT TO WS-OWN-CUST-ID-IN
           PERFORM CHECK-ACCOUNT-OWNER
           IF WS-IS-OWNER NOT = "Y"
              DISPLAY "Customer " WS-SEARCH-ID-TXT " does not own "
                      "the repayment account. Cannot book loan."
              EXIT PARAGRAPH
           END-IF

           *> level instalment P.r.F / (F - 1), r the monthly rate
           *> and F = (1 + r) to the power of the term; an
           *> interest-free loan simply divides the principal.
           COMPUTE WS-AMZ-MONTH-RATE ROUNDED = WS-LOAN-RATE / 12
           IF WS-AMZ-MONTH-RATE = 0
              COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                 WS-LOAN-PRINCIPAL / WS-LOAN-MONTHS
           ELSE
              COMPUTE WS-AMZ-FACTOR ROUNDED =
                 (1 + WS-AMZ-MONTH-RATE) ** WS-LOAN-MONTHS
              COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                 WS-LOAN-PRINCIPAL * WS-AMZ-MONTH-RATE
                 * WS-AMZ-FACTOR / (WS-AMZ-FACTOR - 1)
           END-IF

           MOVE 1 TO WS-AMZ-PERIOD
           PERFORM COMPUTE-LOAN-DUE-DATE
           MOVE WS-AMZ-DUE-DATE TO WS-LOAN-FIRST-DUE
           DISPLAY "Monthly instalment " WS-LOAN-INSTALMENT
                   ", first due " WS-LOAN-FIRST-DUE

           MOVE "Y" TO WS-LOAN-OK
           EXIT PARAGRAPH.

       COMPUTE-LOAN-DUE-DATE.
           *> due date of instalment WS-AMZ-PERIOD: the business date
           *> walked forward that many months, the GATHER-TERM-DETAILS
           *> month walk, on the same day held to the 28th.
           COMPUTE WS-TOT-MONTHS =
              FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) * 12
              + FUNCTION NUMVAL(WS-BUSINESS-DATE(5:2)) - 1
              + WS-AMZ-PERIOD
           COMPUTE WS-MAT-YEAR = WS-TOT-MONTHS / 12
           COMPUTE WS-MAT-MONTH = FUNCTION MOD(WS-TOT-MONTHS, 12) + 1
           MOVE WS-BUSINESS-DATE(7:2) TO WS-MAT-DAY
           IF WS-MAT-DAY > 28
              MOVE 28 TO WS-MAT-DAY
           END-IF
           MOVE WS-MAT-DATE TO WS-AMZ-DUE-DATE
           EXIT PARAGRAPH.

       CHECK-ACCOUNT-OWNER.
           *> does WS-OWN-CUST-ID-IN own the account in the
           *> ACCOUNT-FILE record buffer - as its account customer,
           *> or through a link on the ownership file? The same
           *> either/or the reports apply (see OWNREC.cpy).
           MOVE "N" TO WS-IS-OWNER
           IF ACCOUNT-CUST-ID = WS-OWN-CUST-ID-IN
              MOVE "Y" TO WS-IS-OWNER
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER    TO OWN-ACCOUNT-NUMBER
           MOVE WS-OWN-CUST-ID-IN TO OWN-CUST-ID
           READ OWNERSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-IS-OWNER
           END-READ
           CLOSE OWNERSHIP-FILE
           EXIT PARAGRAPH.

       BOOK-LOAN.
           *> the loan record, then the advance: the principal leaves
           *> the loan account (its balance goes negative by the
           *> debt) and lands in the repayment account as a linked
           *> "T"/"C" pair, so CONTROL-TOTAL stays put the way it
           *> does for any transfer.
           PERFORM OPEN-LOAN-IO
           MOVE WS-NEW-ACCT-NUM    TO LOAN-ACCOUNT-NUMBER
           MOVE WS-LOAN-PRINCIPAL  TO LOAN-PRINCIPAL
           MOVE WS-LOAN-RATE       TO LOAN-RATE
           MOVE WS-LOAN-MONTHS     TO LOAN-TERM-MONTHS
           MOVE WS-LOAN-INSTALMENT TO LOAN-INSTALMENT
           MOVE WS-LOAN-FIRST-DUE  TO LOAN-NEXT-DUE-DATE
           MOVE WS-LOAN-LINKED     TO LOAN-LINKED-ACCOUNT
           MOVE ZEROS              TO LOAN-INSTALMENTS-PAID
           MOVE "A"                TO LOAN-STATUS
           WRITE LOAN-RECORD
           CLOSE LOAN-FILE

           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-NEW-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT WS-LOAN-PRINCIPAL FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE WS-LOAN-LINKED TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           ADD WS-LOAN-PRINCIPAL TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           CLOSE ACCOUNT-FILE

           PERFORM OPEN-TRANSACTION-IO
           MOVE WS-NEW-ACCT-NUM   TO TRAN-ACCOUNT-NUMBER
           MOVE "T"               TO TRAN-TYPE
           MOVE WS-LOAN-PRINCIPAL TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE  TO TRAN-DATE
           MOVE WS-LOAN-LINKED    TO TRAN-LINK-ACCOUNT
           MOVE SPACES            TO TRAN-ORIG-TYPE
           MOVE SPACES            TO TRAN-ORIG-DATE
           MOVE WS-OPERATOR-ID    TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           MOVE WS-LOAN-LINKED    TO TRAN-ACCOUNT-NUMBER
           MOVE "C"               TO TRAN-TYPE
           MOVE WS-NEW-ACCT-NUM   TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE

           MOVE WS-NEW-ACCT-NUM TO WS-AUDIT-KEY-TXT
           MOVE "OPEN-LOAN"     TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Loan of " WS-LOAN-PRINCIPAL " paid to account "
                   WS-LOAN-LINKED "."
           PERFORM PRINT-AMORTIZATION-SCHEDULE
           EXIT PARAGRAPH.

       PRINT-AMORTIZATION-SCHEDULE.
           *> month by month: the interest LOANCOLL will charge on
           *> the balance outstanding (same rounding), the principal
           *> the rest of the instalment repays, and the balance
           *> left. The last instalment clears whatever remains.
           OPEN EXTEND SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "35"
              OPEN OUTPUT SCHEDULE-FILE
           END-IF

           MOVE WS-LOAN-PRINCIPAL TO WS-AMZ-PAY-EDIT
           MOVE WS-LOAN-INSTALMENT TO WS-AMZ-INT-EDIT
           MOVE WS-LOAN-RATE TO WS-AMZ-RATE-EDIT
           MOVE SPACES TO WS-SCHED-LINE
           STRING "AMORTIZATION SCHEDULE  LOAN " WS-NEW-ACCT-NUM
                  "  CUSTOMER " WS-SEARCH-ID-TXT
                  "  BOOKED " WS-BUSINESS-DATE
                  "  REPAYMENT ACCOUNT " WS-LOAN-LINKED
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-SCHED-LINE
           STRING "PRINCIPAL " WS-AMZ-PAY-EDIT
                  "  ANNUAL RATE " WS-AMZ-RATE-EDIT
                  "  TERM " WS-LOAN-MONTHS " MONTHS"
                  "  INSTALMENT " WS-AMZ-INT-EDIT
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-SCHED-LINE
           STRING " NO.  DUE DATE  "
                  "    INSTALMENT      INTEREST     PRINCIPAL"
                  "       BALANCE"
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
           PERFORM WRITE-SCHEDULE-LINE

           MOVE WS-LOAN-PRINCIPAL TO WS-AMZ-BALANCE
           MOVE ZEROS TO WS-AMZ-TOT-INTEREST
           MOVE ZEROS TO WS-AMZ-TOT-PAID
           PERFORM VARYING WS-AMZ-PERIOD FROM 1 BY 1
                   UNTIL WS-AMZ-PERIOD > WS-LOAN-MONTHS
                   COMPUTE WS-AMZ-INTEREST ROUNDED =
                      WS-AMZ-BALANCE * WS-LOAN-RATE / 12
                   IF WS-AMZ-PERIOD = WS-LOAN-MONTHS OR
                      WS-LOAN-INSTALMENT - WS-AMZ-INTEREST
                         > WS-AMZ-BALANCE
                      MOVE WS-AMZ-BALANCE TO WS-AMZ-PRINCIPAL
                   ELSE
                      COMPUTE WS-AMZ-PRINCIPAL =
                         WS-LOAN-INSTALMENT - WS-AMZ-INTEREST
                   END-IF
                   COMPUTE WS-AMZ-PAYMENT =
                      WS-AMZ-PRINCIPAL + WS-AMZ-INTEREST
                   SUBTRACT WS-AMZ-PRINCIPAL FROM WS-AMZ-BALANCE
                   ADD WS-AMZ-INTEREST TO WS-AMZ-TOT-INTEREST
                   ADD WS-AMZ-PAYMENT  TO WS-AMZ-TOT-PAID
                   PERFORM COMPUTE-LOAN-DUE-DATE
                   MOVE WS-AMZ-PAYMENT   TO WS-AMZ-PAY-EDIT
                   MOVE WS-AMZ-INTEREST  TO WS-AMZ-INT-EDIT
                   MOVE WS-AMZ-PRINCIPAL TO WS-AMZ-PRIN-EDIT
                   MOVE WS-AMZ-BALANCE   TO WS-AMZ-BAL-EDIT
                   MOVE SPACES TO WS-SCHED-LINE
                   STRING " " WS-AMZ-PERIOD "  " WS-AMZ-DUE-DATE
                          "  " WS-AMZ-PAY-EDIT
                          WS-AMZ-INT-EDIT
                          WS-AMZ-PRIN-EDIT
                          WS-AMZ-BAL-EDIT
                          DELIMITED BY SIZE INTO WS-SCHED-LINE
                   PERFORM WRITE-SCHEDULE-LINE
           END-PERFORM

           MOVE WS-AMZ-TOT-PAID     TO WS-AMZ-PAY-EDIT
           MOVE WS-AMZ-TOT-INTEREST TO WS-AMZ-INT-EDIT
           MOVE SPACES TO WS-SCHED-LINE
           STRING " TOTAL          " WS-AMZ-PAY-EDIT WS-AMZ-INT-EDIT
                  DELIMITED BY SIZE INTO WS-SCHED-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-SCHED-LINE
           PERFORM WRITE-SCHEDULE-LINE
           CLOSE SCHEDULE-FILE
           EXIT PARAGRAPH.

       WRITE-SCHEDULE-LINE.
           *> each schedule line goes to the print file and to the
           *> screen, so the operator can read it to the customer.
           MOVE WS-SCHED-LINE TO SCHED-PRINT-LINE
           WRITE SCHED-PRINT-LINE
           DISPLAY WS-SCHED-LINE(1:80)
           EXIT PARAGRAPH.

       OPEN-LOAN-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           EXIT PARAGRAPH.

       CAPTURE-OUTBOUND-PAYMENT.
           *> a payment to a payee at another bank. The customer is
           *> debited now, through the same status, stop, hold and
           *> overdraft checks a withdrawal passes, with a type "O"
           *> ledger entry; the money then sits in the payments-
           *> outstanding position until PAYOUT sends it on the
           *> nightly outbound file. The payment record keeps the
           *> ledger key of the debit, so each links to the other.
           DISPLAY " "
           DISPLAY "Capturing an outbound payment..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Account to pay from (10 digits): "
           ACCEPT WS-PAY-ACCT-NUM
           MOVE WS-PAY-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it before paying."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Beneficiary Bank Code: "
           ACCEPT WS-PAY-BENEF-BANK
           DISPLAY "Enter Beneficiary Account: "
           ACCEPT WS-PAY-BENEF-ACCT
           DISPLAY "Enter Beneficiary Name: "
           ACCEPT WS-PAY-BENEF-NAME
           IF WS-PAY-BENEF-BANK = SPACES OR
              WS-PAY-BENEF-ACCT = SPACES OR
              WS-PAY-BENEF-NAME = SPACES
              DISPLAY "Beneficiary bank, account and name are all "
                      "required."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Amount (e.g. 100.50): "
           ACCEPT WS-PAY-AMOUNT-TXT
           COMPUTE WS-PAY-AMOUNT-SGN =
              FUNCTION NUMVAL(WS-PAY-AMOUNT-TXT)
           IF WS-PAY-AMOUNT-SGN NOT > 0
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-AMOUNT-SGN TO WS-PAY-AMOUNT

           *> the money leaves the bank on the next PAYOUT run, so a
           *> payment over the operator's authority is refused
           *> outright - the warehoused-item rule - and has to be
           *> captured by someone who holds the authority.
           IF WS-PAY-AMOUNT > WS-OPER-AUTH-LIMIT
              MOVE WS-OPER-AUTH-LIMIT TO WS-PND-AMOUNT-EDIT
              DISPLAY "Amount is over your authority limit of "
                      WS-PND-AMOUNT-EDIT ". Payment not captured."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Payment Reference: "
           ACCEPT WS-PAY-REFERENCE

           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-PAY-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account not found. Cannot pay."
              EXIT PARAGRAPH
           END-IF

           *> the withdrawal leg's status rules: nothing leaves a
           *> frozen or dormant account. Term deposits break only
           *> through a counter withdrawal, and a loan account has
           *> nothing to pay from.
           IF ACCOUNT-STATUS = "F"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is frozen. Payment rejected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "D"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is dormant. Payment rejected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is escheated. Payment rejected."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = "Term Deposit" OR ACCOUNT-TYPE = "Loan"
              CLOSE ACCOUNT-FILE
              DISPLAY "Payments go from Savings, Checking or Money "
                      "Market accounts only."
              EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-ACCT-NUM TO WS-STOP-CHK-ACCT
           MOVE WS-PAY-AMOUNT   TO WS-STOP-CHK-AMT
           MOVE ZEROS           TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              CLOSE ACCOUNT-FILE
              DISPLAY "Payment STOPPED by stop order "
                      WS-STOPPED-BY "."
              MOVE WS-PAY-ACCT-NUM TO WS-AUDIT-KEY-TXT
              MOVE "STOP-ENFORCED" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-ACCT-NUM TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BAL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - WS-PAY-AMOUNT
           IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
              CLOSE ACCOUNT-FILE
              DISPLAY "Insufficient available funds. "
                      "Payment rejected."
              IF WS-OPEN-HOLDS-TOTAL > 0
                 DISPLAY "(funds on hold: " WS-OPEN-HOLDS-TOTAL ")"
              END-IF
              EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-PAY-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           CLOSE ACCOUNT-FILE

           MOVE "W"           TO WS-TRAN-TYPE
           MOVE WS-PAY-AMOUNT TO WS-TRAN-AMOUNT
           PERFORM UPDATE-CONTROL-TOTAL

           MOVE WS-PAY-ACCT-NUM  TO TRAN-ACCOUNT-NUMBER
           MOVE "O"              TO TRAN-TYPE
           MOVE WS-PAY-AMOUNT    TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE ZEROS            TO TRAN-LINK-ACCOUNT
           MOVE SPACES           TO TRAN-ORIG-TYPE
           MOVE SPACES           TO TRAN-ORIG-DATE
           MOVE WS-OPERATOR-ID   TO TRAN-OPERATOR-ID
           PERFORM OPEN-TRANSACTION-IO
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE

           *> the payment record, under the next free id, carrying
           *> the sequence the ledger entry was written under.
           PERFORM OPEN-PAYMENT-IO
           MOVE ZEROS TO WS-PAY-ID
           MOVE "N" TO WS-PAY-EOF
           PERFORM UNTIL WS-PAY-EOF = "Y"
                   READ PAYMENT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-PAY-EOF
                   NOT AT END
                       MOVE PAY-ID TO WS-PAY-ID
                   END-READ
           END-PERFORM
           ADD 1 TO WS-PAY-ID
           MOVE WS-PAY-ID         TO PAY-ID
           MOVE WS-PAY-ACCT-NUM   TO PAY-ACCOUNT-NUMBER
           MOVE WS-PAY-AMOUNT     TO PAY-AMOUNT
           MOVE WS-PAY-BENEF-BANK TO PAY-BENEF-BANK
           MOVE WS-PAY-BENEF-ACCT TO PAY-BENEF-ACCOUNT
           MOVE WS-PAY-BENEF-NAME TO PAY-BENEF-NAME
           MOVE WS-PAY-REFERENCE  TO PAY-REFERENCE
           MOVE WS-BUSINESS-DATE  TO PAY-CAPTURE-DATE
           MOVE TRAN-SEQ          TO PAY-TRAN-SEQ
           MOVE WS-OPERATOR-ID    TO PAY-OPERATOR-ID
           MOVE "C"               TO PAY-STATUS
           MOVE SPACES            TO PAY-SENT-DATE
           MOVE SPACES            TO PAY-RETURN-DATE
           MOVE SPACES            TO PAY-RETURN-REASON
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE

           DISPLAY "Payment " WS-PAY-ID " captured. New balance: "
                   ACCOUNT-BALANCE
           MOVE WS-PAY-ACCT-NUM    TO WS-AUDIT-KEY-TXT
           MOVE "OUTBOUND-PAYMENT" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "PAY " WS-PAY-ID " TO " WS-PAY-BENEF-BANK
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       OPEN-PAYMENT-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O PAYMENT-FILE
           IF WS-PAY-FILE-STATUS = "35"
              OPEN OUTPUT PAYMENT-FILE
              CLOSE PAYMENT-FILE
              OPEN I-O PAYMENT-FILE
           END-IF
           EXIT PARAGRAPH.

       RETURNED-ITEM-CHARGEBACK.
           *> a deposited cheque has come back unpaid. One pass does
           *> what used to take four options: the original deposit
           *> is found (and proved not already backed out), the open
           *> hold placed against it is released, the deposit is
           *> charged back as a type "R" entry linked to it, the
           *> product's returned-item fee is charged, the item goes
           *> on the returned-items history and a notice goes to the
           *> customer. Like a reversal it posts whatever the
           *> account's status or overdraft room - the bank never
           *> had the money. No cash moves, so the drawer is left
           *> alone.
           DISPLAY " "
           DISPLAY "Charging back a returned item..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Account Number (10 digits): "
           ACCEPT WS-REV-ACCT-NUM
           MOVE WS-REV-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it before charging back."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Date Deposited (YYYYMMDD): "
           ACCEPT WS-REV-ORIG-DATE
           DISPLAY "Enter Item Amount (e.g. 100.50): "
           ACCEPT WS-REV-AMOUNT-TXT
           COMPUTE WS-REV-AMOUNT-SGN =
              FUNCTION NUMVAL(WS-REV-AMOUNT-TXT)
           IF WS-REV-AMOUNT-SGN NOT > 0
              DISPLAY "Invalid amount. Must be greater than zero."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REV-AMOUNT-SGN TO WS-REV-AMOUNT

           *> a chargeback is a reversal of a deposit, so the
           *> REVERSE-TRANSACTION limit applies. It is refused
           *> rather than parked: the hold release, fee, history and
           *> notice go with it, and it has to be keyed by someone
           *> who holds the authority.
           IF WS-REV-AMOUNT > WS-OPER-AUTH-LIMIT
              MOVE WS-OPER-AUTH-LIMIT TO WS-PND-AMOUNT-EDIT
              DISPLAY "Amount is over your authority limit of "
                      WS-PND-AMOUNT-EDIT ". Nothing charged back."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Return Reason (NF, SP, AC, RD, OT): "
           ACCEPT WS-RIT-REASON
           IF WS-RIT-REASON NOT = "NF" AND WS-RIT-REASON NOT = "SP"
              AND WS-RIT-REASON NOT = "AC" AND
              WS-RIT-REASON NOT = "RD" AND WS-RIT-REASON NOT = "OT"
              DISPLAY "Invalid return reason."
              EXIT PARAGRAPH
           END-IF

           *> the original deposit must be on the ledger and not
           *> already reversed or charged back - the reversal search.
           MOVE "D" TO WS-REV-ORIG-TYPE
           PERFORM FIND-REVERSAL-ORIGINAL
           IF WS-REV-OK = "N"
              EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-REV-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account not found."
              EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-TYPE     TO WS-PP-TYPE
           MOVE WS-BUSINESS-DATE TO WS-PP-DATE
           PERFORM FIND-PRODUCT-PARAM
           MOVE WS-PP-RETURN-FEE TO WS-RIT-FEE

           SUBTRACT WS-REV-AMOUNT FROM ACCOUNT-BALANCE
           SUBTRACT WS-RIT-FEE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           CLOSE ACCOUNT-FILE

           MOVE "W"           TO WS-TRAN-TYPE
           MOVE WS-REV-AMOUNT TO WS-TRAN-AMOUNT
           PERFORM UPDATE-CONTROL-TOTAL

           PERFORM OPEN-TRANSACTION-IO
           MOVE WS-REV-ACCT-NUM  TO TRAN-ACCOUNT-NUMBER
           MOVE "R"              TO TRAN-TYPE
           MOVE WS-REV-AMOUNT    TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE ZEROS            TO TRAN-LINK-ACCOUNT
           MOVE "D"              TO TRAN-ORIG-TYPE
           MOVE WS-REV-ORIG-DATE TO TRAN-ORIG-DATE
           MOVE WS-OPERATOR-ID   TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           IF WS-RIT-FEE > 0
              MOVE WS-REV-ACCT-NUM  TO TRAN-ACCOUNT-NUMBER
              MOVE "F"              TO TRAN-TYPE
              MOVE WS-RIT-FEE       TO TRAN-AMOUNT
              MOVE WS-BUSINESS-DATE TO TRAN-DATE
              MOVE ZEROS            TO TRAN-LINK-ACCOUNT
              MOVE SPACES           TO TRAN-ORIG-TYPE
              MOVE SPACES           TO TRAN-ORIG-DATE
              MOVE WS-OPERATOR-ID   TO TRAN-OPERATOR-ID
              PERFORM POST-LEDGER-ENTRY
           END-IF
           CLOSE TRANSACTION-FILE
           IF WS-RIT-FEE > 0
              MOVE "W"        TO WS-TRAN-TYPE
              MOVE WS-RIT-FEE TO WS-TRAN-AMOUNT
              PERFORM UPDATE-CONTROL-TOTAL
           END-IF

           PERFORM RELEASE-RETURNED-HOLD
           PERFORM RECORD-RETURNED-ITEM
           PERFORM COUNT-RECENT-RETURNS
           PERFORM DESCRIBE-ITEM-RETURN-REASON
           PERFORM WRITE-RETURN-NOTICE

           DISPLAY "Item charged back, fee " WS-RIT-FEE
                   ". New balance: " ACCOUNT-BALANCE
           IF WS-RIT-HOLD-ID = ZEROS
              DISPLAY "(no open hold was left against the deposit)"
           ELSE
              DISPLAY "Hold " WS-RIT-HOLD-ID " released."
           END-IF
           IF WS-RIT-RECENT >= 3
              DISPLAY "*** " WS-RIT-RECENT " items returned on this "
                      "account in 90 days - refer for review ***"
           END-IF

           MOVE WS-REV-ACCT-NUM TO WS-AUDIT-KEY-TXT
           MOVE "RETURNED-ITEM" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "RTN " WS-RIT-REASON " " WS-REV-ORIG-DATE
                  " HOLD " WS-RIT-HOLD-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       RELEASE-RETURNED-HOLD.
           *> the open hold placed against the deposit: the first
           *> open hold on the account for exactly the item's amount.
           *> A hold that has already run out leaves nothing to
           *> release and WS-RIT-HOLD-ID comes back zeros.
           MOVE ZEROS TO WS-RIT-HOLD-ID
           MOVE "N" TO WS-HOLD-EOF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER = WS-REV-ACCT-NUM AND
                          HOLD-STATUS = "O" AND
                          HOLD-AMOUNT = WS-REV-AMOUNT
                          MOVE "R" TO HOLD-STATUS
                          REWRITE HOLD-RECORD
                          MOVE HOLD-ID TO WS-RIT-HOLD-ID
                          MOVE "Y" TO WS-HOLD-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           EXIT PARAGRAPH.

       RECORD-RETURNED-ITEM.
           *> the history record, under the next free id.
           PERFORM OPEN-RETURNED-ITEM-IO
           MOVE ZEROS TO WS-RIT-ID
           MOVE "N" TO WS-RIT-EOF
           PERFORM UNTIL WS-RIT-EOF = "Y"
                   READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-RIT-EOF
                   NOT AT END
                       MOVE RITM-ID TO WS-RIT-ID
                   END-READ
           END-PERFORM
           ADD 1 TO WS-RIT-ID
           MOVE WS-RIT-ID        TO RITM-ID
           MOVE WS-REV-ACCT-NUM  TO RITM-ACCOUNT-NUMBER
           MOVE WS-REV-AMOUNT    TO RITM-AMOUNT
           MOVE WS-REV-ORIG-DATE TO RITM-DEPOSIT-DATE
           MOVE WS-BUSINESS-DATE TO RITM-RETURN-DATE
           MOVE WS-RIT-REASON    TO RITM-REASON-CODE
           MOVE WS-RIT-HOLD-ID   TO RITM-HOLD-ID
           MOVE WS-RIT-FEE       TO RITM-FEE-AMOUNT
           MOVE WS-OPERATOR-ID   TO RITM-OPERATOR-ID
           WRITE RETURNED-ITEM-RECORD
           CLOSE RETURNED-ITEM-FILE
           EXIT PARAGRAPH.

       COUNT-RECENT-RETURNS.
           *> items returned on this account in the 90 days to the
           *> business date, this one included.
           MOVE WS-BUSINESS-DATE TO WS-RIT-DATE-NUM
           COMPUTE WS-RIT-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RIT-DATE-NUM) - 90)
           MOVE WS-RIT-DATE-NUM TO WS-RIT-WINDOW-START
           MOVE ZEROS TO WS-RIT-RECENT
           MOVE "N" TO WS-RIT-EOF
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RITM-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RIT-EOF = "Y"
                   READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-RIT-EOF
                   NOT AT END
                       IF RITM-ACCOUNT-NUMBER = WS-REV-ACCT-NUM AND
                          RITM-RETURN-DATE >= WS-RIT-WINDOW-START
                          ADD 1 TO WS-RIT-RECENT
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE RETURNED-ITEM-FILE
           EXIT PARAGRAPH.

       DESCRIBE-ITEM-RETURN-REASON.
           EVALUATE WS-RIT-REASON
               WHEN "NF"
                   MOVE "NOT SUFFICIENT FUNDS" TO WS-RIT-REASON-TXT
               WHEN "SP"
                   MOVE "PAYMENT STOPPED BY DRAWER"
                        TO WS-RIT-REASON-TXT
               WHEN "AC"
                   MOVE "DRAWER ACCOUNT CLOSED" TO WS-RIT-REASON-TXT
               WHEN "RD"
                   MOVE "REFER TO DRAWER" TO WS-RIT-REASON-TXT
               WHEN OTHER
                   MOVE "RETURNED UNPAID" TO WS-RIT-REASON-TXT
           END-EVALUATE
           EXIT PARAGRAPH.

       WRITE-RETURN-NOTICE.
           *> the customer's notice, appended to the mail-house file
           *> under the account holder's name and address. An owner
           *> missing from the customer master still gets a notice
           *> addressed to the account, for the branch to chase.
           MOVE "N" TO WS-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "35"
              MOVE ACCOUNT-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-FOUND = "N"
              MOVE "ACCOUNT HOLDER" TO CUSTOMER-NAME
              MOVE SPACES           TO CUSTOMER-ADDRESS
           END-IF

           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FILE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "RETURNED ITEM NOTICE" "          DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-NAME TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-ADDRESS TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-REV-AMOUNT TO WS-RIT-AMOUNT-EDIT
           STRING "A CHEQUE FOR " WS-RIT-AMOUNT-EDIT
                  " DEPOSITED TO ACCOUNT " WS-REV-ACCT-NUM
                  " ON " WS-REV-ORIG-DATE
                  " HAS BEEN RETURNED UNPAID."
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "REASON GIVEN BY THE PAYING BANK: "
                  WS-RIT-REASON-TXT
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-RIT-FEE TO WS-RIT-FEE-EDIT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "THE AMOUNT HAS BEEN DEBITED TO YOUR ACCOUNT, "
                  "WITH A RETURNED-ITEM FEE OF " WS-RIT-FEE-EDIT "."
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE ACCOUNT-BALANCE TO WS-RIT-BAL-EDIT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "YOUR BALANCE IS NOW " WS-RIT-BAL-EDIT
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE ALL "-" TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           CLOSE NOTICE-FILE
           EXIT PARAGRAPH.

       WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           EXIT PARAGRAPH.

       OPEN-RETURNED-ITEM-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O RETURNED-ITEM-FILE
           IF WS-RITM-FILE-STATUS = "35"
              OPEN OUTPUT RETURNED-ITEM-FILE
              CLOSE RETURNED-ITEM-FILE
              OPEN I-O RETURNED-ITEM-FILE
           END-IF
           EXIT PARAGRAPH.

           PERFORM UNTIL WS-TYPE-VALID = "Y"
                   DISPLAY "Enter Account Type (Savings, "
                           "Checking, Money Market, "
                           "Term Deposit, Loan): "
                   ACCEPT WS-PP-TYPE
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > 5
                           IF WS-PP-TYPE =
                              WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                              MOVE "Y" TO WS-TYPE-VALID
           DISPLAY "  Maintenance fee:   " WS-PP-MAINT-FEE
           DISPLAY "  Overdraft fee:     " WS-PP-OD-FEE
           DISPLAY "  Overdraft default: " WS-PP-OD-LIMIT
           DISPLAY "  Returned-item fee: " WS-PP-RETURN-FEE
           DISPLAY "  Sweep fee:         " WS-PP-SWEEP-FEE

           DISPLAY "Enter Effective Date (YYYYMMDD): "
           ACCEPT WS-PRM-EFF-DATE
           END-IF
           MOVE WS-PRM-FIGURE-SGN TO PROD-OD-LIMIT-DEFAULT

           DISPLAY "Enter Returned-Item Fee (e.g. 20.00): "
           ACCEPT WS-PRM-FIGURE-TXT
           COMPUTE WS-PRM-FIGURE-SGN =
              FUNCTION NUMVAL(WS-PRM-FIGURE-TXT)
           IF WS-PRM-FIGURE-SGN < 0
              CLOSE PRODUCT-PARAM-FILE
              DISPLAY "Invalid fee. Cannot be negative."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRM-FIGURE-SGN TO PROD-RETURN-FEE

           DISPLAY "Enter Overdraft Sweep Fee (e.g. 10.00): "
           ACCEPT WS-PRM-FIGURE-TXT
           COMPUTE WS-PRM-FIGURE-SGN =
              FUNCTION NUMVAL(WS-PRM-FIGURE-TXT)
           IF WS-PRM-FIGURE-SGN < 0
              CLOSE PRODUCT-PARAM-FILE
              DISPLAY "Invalid fee. Cannot be negative."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRM-FIGURE-SGN TO PROD-SWEEP-FEE

           MOVE WS-PP-TYPE      TO PROD-ACCOUNT-TYPE
           MOVE WS-PRM-EFF-DATE TO PROD-EFFECTIVE-DATE
           IF WS-FOUND = "Y"
              MOVE ZEROS TO WS-PP-OD-LIMIT
           END-IF
           MOVE 25.00 TO WS-PP-OD-FEE
           MOVE 20.00 TO WS-PP-RETURN-FEE
           MOVE 10.00 TO WS-PP-SWEEP-FEE

           MOVE "N" TO WS-PP-EOF
           OPEN INPUT PRODUCT-PARAM-FILE
                          MOVE PROD-OVERDRAFT-FEE   TO WS-PP-OD-FEE
                          MOVE PROD-OD-LIMIT-DEFAULT
                               TO WS-PP-OD-LIMIT
                          MOVE PROD-RETURN-FEE TO WS-PP-RETURN-FEE
                          MOVE PROD-SWEEP-FEE  TO WS-PP-SWEEP-FEE
                       END-IF
                   END-READ
           END-PERFORM
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "A single cheque or a lost book is stopped by "
                   "serial through the Cheque Register."
           DISPLAY "Enter P to place, L to lift: "
           ACCEPT WS-STP-CHOICE

              EXIT PARAGRAPH
           END-IF

           *> escheated money is with the state - the owner claims
           *> it there, and the account can never come back live.
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account has been escheated to the state as "
                      "unclaimed property. Status cannot change."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Current status: " ACCOUNT-STATUS
                   " (A=Active, F=Frozen, D=Dormant)"
           DISPLAY "Enter F to freeze, U to unfreeze/reactivate: "
                      DISPLAY "Account is already active."
                      EXIT PARAGRAPH
                   END-IF
                   *> a watch-list freeze stays until Compliance
                   *> clears every owner.
                   PERFORM CHECK-ACCOUNT-SCREENING-HOLD
                   IF WS-SCR-HITS > 0
                      CLOSE ACCOUNT-FILE
                      DISPLAY "An owner of this account is under a "
                              "watch-list screening hold. It cannot "
                              "be unfrozen until Compliance clears "
                              "the case."
                      EXIT PARAGRAPH
                   END-IF
                   *> unfreeze also reactivates a dormant account -
                   *> the one path that brings stale money back live.
                   *> The audit says which it was.
                   MOVE SPACES TO WS-AUDIT-REASON
                   STRING "FROM STATUS " ACCOUNT-STATUS
                          DELIMITED BY SIZE INTO WS-AUDIT-REASON
                   MOVE "A" TO ACCOUNT-STATUS
                   MOVE "UNFREEZE-ACCOUNT" TO AUDIT-ACTION
               WHEN OTHER
           CLOSE ACCOUNT-FILE
           DISPLAY "Account status is now " ACCOUNT-STATUS "."

           MOVE WS-FRZ-ACCT-NUM TO WS-AUDIT-KEY-TXT
           PERFORM WRITE-AUDIT-RECORD

           *> the owner has made contact - any open unclaimed-
           *> property case drops out of the cycle.
           IF WS-FRZ-CHOICE = "U"
              PERFORM DROP-ESCHEAT-CASE
           END-IF
           EXIT PARAGRAPH.

       DROP-ESCHEAT-CASE.
           OPEN I-O ESCHEAT-FILE
           IF WS-ESCH-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FRZ-ACCT-NUM TO ESCH-ACCOUNT-NUMBER
           READ ESCHEAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y" AND ESCH-STATUS = "L"
              MOVE "X" TO ESCH-STATUS
              MOVE WS-BUSINESS-DATE TO ESCH-DROP-DATE
              REWRITE ESCHEAT-RECORD
              DISPLAY "Unclaimed-property case closed - the owner's "
                      "contact is recorded."
           END-IF
           CLOSE ESCHEAT-FILE
           EXIT PARAGRAPH.

       SCREENING-DECISIONS.
           *> Compliance's side of the watch-list screening: a
           *> supervisor lists the open cases and clears or confirms
           *> one. Nobody decides a case on a customer they keyed
           *> themselves.
           DISPLAY " "
           DISPLAY "Reviewing watch-list screening cases..."
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           IF WS-OPER-SUPERVISOR NOT = "Y"
              DISPLAY "Only a supervisor may decide screening cases."
              EXIT PARAGRAPH
           END-IF

           PERFORM LIST-OPEN-SCREENING-CASES
           IF WS-SCD-OPEN-COUNT = 0
              DISPLAY "No screening cases awaiting a decision."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Customer ID of the case (0 to return): "
           ACCEPT WS-SCD-CUST-ID
           IF WS-SCD-CUST-ID = ZEROS
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter List Entry ID: "
           ACCEPT WS-SCD-ENTRY-ID

           PERFORM OPEN-SANCTION-IO
           MOVE WS-SCD-CUST-ID  TO SANC-CUST-ID
           MOVE WS-SCD-ENTRY-ID TO SANC-ENTRY-ID
           READ SANCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR SANC-STATUS NOT = "P"
              CLOSE SANCTION-FILE
              DISPLAY "No open screening case for that customer and "
                      "entry."
              EXIT PARAGRAPH
           END-IF
           IF SANC-SOURCE = WS-OPERATOR-ID
              CLOSE SANCTION-FILE
              DISPLAY "You keyed this customer - a different "
                      "supervisor must decide the case."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Customer:   " SANC-CUST-NAME
           DISPLAY "List entry: " SANC-LIST-NAME
           DISPLAY "C=Clear as a false positive, K=Confirm the match: "
           ACCEPT WS-SCD-CHOICE
           EVALUATE WS-SCD-CHOICE
           WHEN "C"
                MOVE "C" TO SANC-STATUS
                MOVE "SCREENING-CLEARED"   TO AUDIT-ACTION
           WHEN "K"
                MOVE "K" TO SANC-STATUS
                MOVE "SCREENING-CONFIRMED" TO AUDIT-ACTION
           WHEN OTHER
                CLOSE SANCTION-FILE
                DISPLAY "Invalid choice. Case left open."
                EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OPERATOR-ID   TO SANC-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO SANC-DECIDED-DATE
           REWRITE SANCTION-CASE-RECORD
           MOVE SANC-ORIGIN     TO WS-SCD-ORIGIN
           MOVE SANC-CUST-IMAGE TO WS-SCD-IMAGE
           CLOSE SANCTION-FILE

           MOVE WS-SCD-CUST-ID TO WS-AUDIT-KEY-TXT
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "ENTRY " WS-SCD-ENTRY-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD

           IF WS-SCD-CHOICE = "K"
              IF WS-SCD-ORIGIN = "O"
                 DISPLAY "Match confirmed. The customer will not be "
                         "created."
              ELSE
                 DISPLAY "Match confirmed. The customer's accounts "
                         "stay frozen."
              END-IF
              EXIT PARAGRAPH
           END-IF

           *> cleared - the customer is free only once no other case
           *> still holds them.
           MOVE WS-SCD-CUST-ID TO WS-SCR-CUST-ID
           PERFORM CHECK-SCREENING-HOLD
           IF WS-SCR-HITS > 0
              DISPLAY "Case cleared. The customer still has other "
                      "open or confirmed screening cases."
              EXIT PARAGRAPH
           END-IF
           IF WS-SCD-ORIGIN = "O"
              PERFORM RELEASE-HELD-CUSTOMER
           ELSE
              DISPLAY "Case cleared. The screening hold is lifted - "
                      "unfreeze the customer's accounts through "
                      "option 10."
           END-IF
           EXIT PARAGRAPH.

       LIST-OPEN-SCREENING-CASES.
           MOVE ZEROS TO WS-SCD-OPEN-COUNT
           MOVE "N" TO WS-SCR-EOF
           OPEN INPUT SANCTION-FILE
           IF WS-SANC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Screening cases awaiting a decision "
                   "(O=held at onboarding, R=found on rescreen):"
           PERFORM UNTIL WS-SCR-EOF = "Y"
                   READ SANCTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SCR-EOF
                   NOT AT END
                       IF SANC-STATUS = "P"
                          PERFORM LIST-ONE-SCREENING-CASE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE SANCTION-FILE
           EXIT PARAGRAPH.

       LIST-ONE-SCREENING-CASE.
           ADD 1 TO WS-SCD-OPEN-COUNT
           DISPLAY "  " SANC-CUST-ID " " SANC-ENTRY-ID " "
                   SANC-ORIGIN " " SANC-CUST-NAME
                   " raised by " SANC-SOURCE " on " SANC-OPENED-DATE
           DISPLAY "         list entry: " SANC-LIST-NAME
           EXIT PARAGRAPH.

       RELEASE-HELD-CUSTOMER.
           *> the held customer is created now, exactly as keyed or
           *> received - unless the id has been taken meanwhile.
           PERFORM OPEN-CUSTOMER-IO
           MOVE WS-SCD-IMAGE TO CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
              CLOSE CUSTOMER-FILE
              DISPLAY "Case cleared, but Customer ID " WS-SCD-CUST-ID
                      " is already on file - the held customer was "
                      "not created."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SCD-IMAGE TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
           CLOSE CUSTOMER-FILE
           DISPLAY "Case cleared. Customer " WS-SCD-CUST-ID
                   " created."
           ADD 1 TO WS-SESSION-CUST-CREATED

           MOVE WS-SCD-CUST-ID    TO WS-AUDIT-KEY-TXT
           MOVE "CREATE-CUSTOMER" TO AUDIT-ACTION
           MOVE "SCREENING CLEARED" TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       CHECK-ACCOUNT-SCREENING-HOLD.
           *> WS-SCR-HITS comes back non-zero when the account in
           *> ACCOUNT-RECORD has an owner - ACCOUNT-CUST-ID or any
           *> name on the relationship file - under a screening hold.
           MOVE ACCOUNT-CUST-ID TO WS-SCR-CUST-ID
           PERFORM CHECK-SCREENING-HOLD
           IF WS-SCR-HITS > 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
           MOVE ZEROS          TO OWN-CUST-ID
           START OWNERSHIP-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OWN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-OWN-EOF
           END-START
           PERFORM UNTIL WS-OWN-EOF = "Y" OR WS-SCR-HITS > 0
                   READ OWNERSHIP-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-OWN-EOF
                   NOT AT END
                       IF OWN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          MOVE "Y" TO WS-OWN-EOF
                       ELSE
                          MOVE OWN-CUST-ID TO WS-SCR-CUST-ID
                          PERFORM CHECK-SCREENING-HOLD
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OWNERSHIP-FILE
           EXIT PARAGRAPH.

       SCREEN-NEW-CUSTOMER.
           *> the customer about to be created (CUSTOMER-RECORD, filled
           *> in) against the watch list on its screening key. Every
           *> entry matched gets a pending case carrying the record's
           *> image, unless this customer was already cleared against
           *> that entry. No list on file yet means nothing to screen
           *> against.
           MOVE ZEROS TO WS-SCR-HITS
           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCR-KEY = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-KEY TO WL-MATCH-KEY
           START WATCH-LIST-FILE KEY IS EQUAL TO WL-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCR-EOF
           END-START
           PERFORM UNTIL WS-SCR-EOF = "Y"
                   READ WATCH-LIST-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SCR-EOF
                   NOT AT END
                       IF WL-MATCH-KEY = WS-SCR-KEY
                          PERFORM HOLD-ONE-SCREEN-MATCH
                       ELSE
                          MOVE "Y" TO WS-SCR-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           EXIT PARAGRAPH.

       HOLD-ONE-SCREEN-MATCH.
           *> a case already pending or confirmed for the pair still
           *> holds the customer; it is not written twice.
           PERFORM OPEN-SANCTION-IO
           MOVE WS-SCR-CUST-ID TO SANC-CUST-ID
           MOVE WL-ENTRY-ID    TO SANC-ENTRY-ID
           READ SANCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-SCR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCR-FOUND
           END-READ
           IF WS-SCR-FOUND = "Y" AND SANC-STATUS = "C"
              CLOSE SANCTION-FILE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCR-HITS
           IF WS-SCR-FOUND = "N"
              MOVE WS-SCR-CUST-ID   TO SANC-CUST-ID
              MOVE WL-ENTRY-ID      TO SANC-ENTRY-ID
              MOVE "P"              TO SANC-STATUS
              MOVE "O"              TO SANC-ORIGIN
              MOVE WS-SCR-SOURCE    TO SANC-SOURCE
              MOVE WS-SCR-DATE      TO SANC-OPENED-DATE
              MOVE CUSTOMER-NAME    TO SANC-CUST-NAME
              MOVE WL-LIST-NAME     TO SANC-LIST-NAME
              MOVE SPACES           TO SANC-DECIDED-BY
              MOVE SPACES           TO SANC-DECIDED-DATE
              MOVE CUSTOMER-RECORD  TO SANC-CUST-IMAGE
              WRITE SANCTION-CASE-RECORD
           END-IF
           CLOSE SANCTION-FILE
           EXIT PARAGRAPH.

       OPEN-SANCTION-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O SANCTION-FILE
           IF WS-SANC-FILE-STATUS = "35"
              OPEN OUTPUT SANCTION-FILE
              CLOSE SANCTION-FILE
              OPEN I-O SANCTION-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-SCREENING-HOLD.
           *> counts WS-SCR-CUST-ID's pending and confirmed screening
           *> cases into WS-SCR-HITS - any at all and the customer is
           *> under a compliance hold.
           MOVE ZEROS TO WS-SCR-HITS
           OPEN INPUT SANCTION-FILE
           IF WS-SANC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-CUST-ID TO SANC-CUST-ID
           MOVE LOW-VALUES     TO SANC-ENTRY-ID
           START SANCTION-FILE KEY IS NOT LESS THAN SANC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCR-EOF
           END-START
           PERFORM UNTIL WS-SCR-EOF = "Y"
                   READ SANCTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SCR-EOF
                   NOT AT END
                       IF SANC-CUST-ID NOT = WS-SCR-CUST-ID
                          MOVE "Y" TO WS-SCR-EOF
                       ELSE
                          IF SANC-STATUS = "P" OR SANC-STATUS = "K"
                             ADD 1 TO WS-SCR-HITS
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE SANCTION-FILE
           EXIT PARAGRAPH.

       NORMALIZE-SCREEN-NAME.
           *> WS-SCR-NAME in, WS-SCR-KEY out - the rule is described
           *> in SCRNWORK.cpy. A thirteenth word and anything past 30
           *> characters in a word are dropped.
           MOVE FUNCTION UPPER-CASE(WS-SCR-NAME) TO WS-SCR-WORK
           MOVE SPACES TO WS-SCR-TOKENS
           MOVE ZEROS TO WS-SCR-TOKEN-COUNT
           MOVE ZEROS TO WS-SCR-TOKEN-LEN
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > 60
                   MOVE WS-SCR-WORK(WS-SCR-IDX:1) TO WS-SCR-CHAR
                   EVALUATE TRUE
                   WHEN WS-SCR-CHAR = "'"
                        CONTINUE
                   WHEN (WS-SCR-CHAR IS ALPHABETIC AND
                         WS-SCR-CHAR NOT = SPACE) OR
                        WS-SCR-CHAR IS NUMERIC
                        IF WS-SCR-TOKEN-LEN = 0
                           IF WS-SCR-TOKEN-COUNT < 12
                              ADD 1 TO WS-SCR-TOKEN-COUNT
                           ELSE
                              MOVE 30 TO WS-SCR-TOKEN-LEN
                           END-IF
                        END-IF
                        IF WS-SCR-TOKEN-LEN < 30
                           ADD 1 TO WS-SCR-TOKEN-LEN
                           MOVE WS-SCR-CHAR TO
                                WS-SCR-TOKEN(WS-SCR-TOKEN-COUNT)
                                (WS-SCR-TOKEN-LEN:1)
                        END-IF
                   WHEN OTHER
                        MOVE ZEROS TO WS-SCR-TOKEN-LEN
                   END-EVALUATE
           END-PERFORM

           *> sort the words so their order doesn't matter.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX >= WS-SCR-TOKEN-COUNT
                   PERFORM VARYING WS-SCR-JDX FROM 1 BY 1
                           UNTIL WS-SCR-JDX >
                                 WS-SCR-TOKEN-COUNT - WS-SCR-IDX
                           IF WS-SCR-TOKEN(WS-SCR-JDX) >
                              WS-SCR-TOKEN(WS-SCR-JDX + 1)
                              MOVE WS-SCR-TOKEN(WS-SCR-JDX)
                                   TO WS-SCR-SWAP
                              MOVE WS-SCR-TOKEN(WS-SCR-JDX + 1)
                                   TO WS-SCR-TOKEN(WS-SCR-JDX)
                              MOVE WS-SCR-SWAP
                                   TO WS-SCR-TOKEN(WS-SCR-JDX + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-SCR-KEY
           MOVE 1 TO WS-SCR-PTR
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-TOKEN-COUNT
                   IF WS-SCR-IDX > 1
                      STRING " " DELIMITED BY SIZE
                             INTO WS-SCR-KEY WITH POINTER WS-SCR-PTR
                   END-IF
                   STRING WS-SCR-TOKEN(WS-SCR-IDX) DELIMITED BY SPACE
                          INTO WS-SCR-KEY WITH POINTER WS-SCR-PTR
           END-PERFORM
           EXIT PARAGRAPH.

       CLOSE-ACCOUNT.
           *> account every night forever.
           PERFORM RETIRE-TERM-RECORD

           *> likewise a loan repaid early over the counter, so
           *> LOANCOLL stops looking for its instalments.
           PERFORM RETIRE-LOAN-RECORD

           DISPLAY "Account closed successfully."
           EXIT PARAGRAPH.

           CLOSE TERM-DEPOSIT-FILE
           EXIT PARAGRAPH.

       RETIRE-LOAN-RECORD.
           *> paid-off loans stay on file, the RETIRE-TERM-RECORD
           *> rule.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-ACCT-NUM TO LOAN-ACCOUNT-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOAN-STATUS = "A"
                      MOVE "P" TO LOAN-STATUS
                      REWRITE LOAN-RECORD
                   END-IF
           END-READ
           CLOSE LOAN-FILE
           EXIT PARAGRAPH.

       REMOVE-CUSTOMER.
           DISPLAY " "
           DISPLAY "Removing a customer..."
           IF WS-OPER-FILE-STATUS = "35"
              DISPLAY "No operator master on file - recording "
                      WS-SIGNON-ID " as the first operator."
              *> the founding operator has to be able to set
              *> everyone else up, so they start as a supervisor
              *> with no practical limit.
              MOVE WS-SIGNON-ID TO OPERATOR-ID
              MOVE SPACES       TO OPERATOR-NAME
              MOVE 999999999.99 TO OPERATOR-AUTH-LIMIT
              MOVE "Y"          TO OPERATOR-SUPERVISOR
              MOVE 001          TO OPERATOR-BRANCH
              OPEN OUTPUT OPERATOR-FILE
              WRITE OPERATOR-RECORD
              CLOSE OPERATOR-FILE
              MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
              MOVE OPERATOR-AUTH-LIMIT TO WS-OPER-AUTH-LIMIT
              MOVE OPERATOR-SUPERVISOR TO WS-OPER-SUPERVISOR
              MOVE OPERATOR-BRANCH     TO WS-OPERATOR-BRANCH
              MOVE "Y" TO WS-SIGNED-ON
              EXIT PARAGRAPH
           END-IF
                   NOT AT END
                       IF OPERATOR-ID = WS-SIGNON-ID
                          MOVE "Y" TO WS-SIGNED-ON
                          MOVE OPERATOR-AUTH-LIMIT
                               TO WS-OPER-AUTH-LIMIT
                          MOVE OPERATOR-SUPERVISOR
                               TO WS-OPER-SUPERVISOR
                          MOVE OPERATOR-BRANCH
                               TO WS-OPERATOR-BRANCH
                       END-IF
                   END-READ
           END-PERFORM

           IF WS-SIGNED-ON = "Y"
              MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
              *> an operator record with no branch predates branches
              *> and belongs to head office.
              IF WS-OPERATOR-BRANCH = ZEROS
                 MOVE 001 TO WS-OPERATOR-BRANCH
              END-IF
              DISPLAY "Signed on as " WS-OPERATOR-ID
                      " at branch " WS-OPERATOR-BRANCH
           ELSE
              DISPLAY "Operator ID not on the operator master."
           END-IF
           EXIT PARAGRAPH.

       MAINTAIN-OPERATORS.
           *> supervisors add operators to the master and set each
           *> one's authority limit and supervisor flag. Nobody
           *> changes their own authority.
           DISPLAY " "
           DISPLAY "Maintaining the operator master..."
           IF WS-OPER-SUPERVISOR NOT = "Y"
              DISPLAY "Only a supervisor may maintain operators."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "A=Add operator, C=Change limit/supervisor "
                   "flag/branch: "
           ACCEPT WS-OPM-CHOICE
           EVALUATE WS-OPM-CHOICE
           WHEN "A"
                PERFORM ADD-OPERATOR
           WHEN "C"
                PERFORM CHANGE-OPERATOR
           WHEN OTHER
                DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT PARAGRAPH.

       ADD-OPERATOR.
           DISPLAY "Enter new Operator ID: "
           ACCEPT WS-OPM-ID
           IF WS-OPM-ID = SPACES
              DISPLAY "Operator ID is required."
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OPM-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-EOF = "Y" OR WS-OPM-FOUND = "Y"
                   READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OPERATOR-ID = WS-OPM-ID
                          MOVE "Y" TO WS-OPM-FOUND
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-OPM-FOUND = "Y"
              DISPLAY "Operator " WS-OPM-ID " is already on file."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Operator Name: "
           ACCEPT WS-OPM-NAME
           PERFORM ACCEPT-OPERATOR-AUTHORITY
           IF WS-OPM-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-OPERATOR-BRANCH
           IF WS-OPM-OK = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPM-ID         TO OPERATOR-ID
           MOVE WS-OPM-NAME       TO OPERATOR-NAME
           MOVE WS-OPM-LIMIT-SGN  TO OPERATOR-AUTH-LIMIT
           MOVE WS-OPM-SUPERVISOR TO OPERATOR-SUPERVISOR
           MOVE WS-OPM-BRANCH     TO OPERATOR-BRANCH
           OPEN EXTEND OPERATOR-FILE
           WRITE OPERATOR-RECORD
           CLOSE OPERATOR-FILE
           DISPLAY "Operator " WS-OPM-ID " added."

           MOVE WS-OPM-ID      TO WS-AUDIT-KEY-TXT
           MOVE "ADD-OPERATOR" TO AUDIT-ACTION
           PERFORM SET-OPERATOR-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           MOVE ZEROS TO WS-OPM-OLD-BRANCH
           PERFORM WRITE-OPER-BRANCH-AUDIT
           EXIT PARAGRAPH.

       CHANGE-OPERATOR.
           DISPLAY "Enter Operator ID to change: "
           ACCEPT WS-OPM-ID
           IF WS-OPM-ID = WS-OPERATOR-ID
              DISPLAY "Your own authority must be changed by another "
                      "supervisor."
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-OPERATOR-AUTHORITY
           IF WS-OPM-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-OPERATOR-BRANCH
           IF WS-OPM-OK = "N"
              EXIT PARAGRAPH
           END-IF

           *> the master is sequential: read up to the operator and
           *> rewrite the record in place.
           MOVE "N" TO WS-OPM-FOUND
           MOVE "N" TO WS-EOF
           OPEN I-O OPERATOR-FILE
           PERFORM UNTIL WS-EOF = "Y" OR WS-OPM-FOUND = "Y"
                   READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OPERATOR-ID = WS-OPM-ID
                          MOVE "Y" TO WS-OPM-FOUND
                          MOVE WS-OPM-LIMIT-SGN
                               TO OPERATOR-AUTH-LIMIT
                          MOVE WS-OPM-SUPERVISOR
                               TO OPERATOR-SUPERVISOR
                          MOVE OPERATOR-BRANCH
                               TO WS-OPM-OLD-BRANCH
                          MOVE WS-OPM-BRANCH
                               TO OPERATOR-BRANCH
                          REWRITE OPERATOR-RECORD
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-OPM-FOUND = "N"
              DISPLAY "Operator ID not on the operator master."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator " WS-OPM-ID " updated."

           MOVE WS-OPM-ID           TO WS-AUDIT-KEY-TXT
           MOVE "CHANGE-OPER-LIMIT" TO AUDIT-ACTION
           PERFORM SET-OPERATOR-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           IF WS-OPM-OLD-BRANCH NOT = WS-OPM-BRANCH
              PERFORM WRITE-OPER-BRANCH-AUDIT
           END-IF
           EXIT PARAGRAPH.

       ACCEPT-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPM-OK
           DISPLAY "Enter Authority Limit (e.g. 5000.00): "
           ACCEPT WS-OPM-LIMIT-TXT
           COMPUTE WS-OPM-LIMIT-SGN =
              FUNCTION NUMVAL(WS-OPM-LIMIT-TXT)
           IF WS-OPM-LIMIT-SGN < 0
              DISPLAY "Invalid limit. Must not be negative."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor (Y/N): "
           ACCEPT WS-OPM-SUPERVISOR
           IF WS-OPM-SUPERVISOR NOT = "Y" AND
              WS-OPM-SUPERVISOR NOT = "N"
              DISPLAY "Invalid flag. Must be Y or N."
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OPM-OK
           EXIT PARAGRAPH.

       ACCEPT-OPERATOR-BRANCH.
           *> the operator's home branch has to be an open branch on
           *> the branch master.
           MOVE "N" TO WS-OPM-OK
           DISPLAY "Enter Home Branch (3 digits, e.g. 001): "
           ACCEPT WS-OPM-BRANCH-TXT
           IF WS-OPM-BRANCH-TXT IS NOT NUMERIC
              DISPLAY "Invalid branch. Must be 3 digits."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPM-BRANCH-TXT TO WS-BRM-CODE
           PERFORM FIND-BRANCH
           IF WS-BRM-FOUND = "N"
              DISPLAY "Branch " WS-BRM-CODE " is not on the branch "
                      "master."
              EXIT PARAGRAPH
           END-IF
           IF BRANCH-STATUS NOT = "A"
              DISPLAY "Branch " WS-BRM-CODE " is closed."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRM-CODE TO WS-OPM-BRANCH
           MOVE "Y" TO WS-OPM-OK
           EXIT PARAGRAPH.

       WRITE-OPER-BRANCH-AUDIT.
           *> a second line beside the authority one - the branch an
           *> operator posts at is as much a control as the limit.
           MOVE WS-OPM-ID            TO WS-AUDIT-KEY-TXT
           MOVE "CHANGE-OPER-BRANCH" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "FROM " WS-OPM-OLD-BRANCH
                  " TO " WS-OPM-BRANCH
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       SET-OPERATOR-AUDIT-REASON.
           *> the new authority goes on the audit line as its reason.
           MOVE WS-OPM-LIMIT-SGN TO WS-PND-AMOUNT-EDIT
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "LIMIT " WS-PND-AMOUNT-EDIT
                  " SUPV " WS-OPM-SUPERVISOR
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           EXIT PARAGRAPH.

       MAINTAIN-BRANCHES.
           *> supervisors add branches to the master, rename them,
           *> name the manager who signs each one's figures off, and
           *> close one that no longer trades. A branch is never
           *> deleted - its history still reports under it.
           DISPLAY " "
           DISPLAY "Maintaining the branch master..."
           IF WS-OPER-SUPERVISOR NOT = "Y"
              DISPLAY "Only a supervisor may maintain branches."
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "A=Add branch, U=Update branch, L=List branches: "
           ACCEPT WS-BRM-CHOICE
           EVALUATE WS-BRM-CHOICE
           WHEN "A"
                PERFORM ADD-BRANCH
           WHEN "U"
                PERFORM UPDATE-BRANCH
           WHEN "L"
                PERFORM LIST-BRANCHES
           WHEN OTHER
                DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT PARAGRAPH.

       ADD-BRANCH.
           DISPLAY "Enter new Branch Code (3 digits, 001-999): "
           ACCEPT WS-BRM-CODE-TXT
           IF WS-BRM-CODE-TXT IS NOT NUMERIC OR
              WS-BRM-CODE-TXT = "000"
              DISPLAY "Invalid branch code. Must be 001-999."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRM-CODE-TXT TO WS-BRM-CODE

           PERFORM OPEN-BRANCH-IO
           MOVE WS-BRM-CODE TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "N" TO WS-BRM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-BRM-FOUND
           END-READ
           IF WS-BRM-FOUND = "Y"
              CLOSE BRANCH-FILE
              DISPLAY "Branch " WS-BRM-CODE " is already on file as "
                      BRANCH-NAME
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Branch Name: "
           ACCEPT WS-BRM-NAME
           IF WS-BRM-NAME = SPACES
              CLOSE BRANCH-FILE
              DISPLAY "Branch name is required."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Manager's Operator ID (blank if not yet "
                   "appointed): "
           ACCEPT WS-BRM-MANAGER
           IF WS-BRM-MANAGER NOT = SPACES
              PERFORM FIND-BRANCH-MANAGER
              IF WS-OPM-FOUND = "N"
                 CLOSE BRANCH-FILE
                 DISPLAY "Operator " WS-BRM-MANAGER " is not on the "
                         "operator master."
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE WS-BRM-CODE      TO BRANCH-CODE
           MOVE WS-BRM-NAME      TO BRANCH-NAME
           MOVE WS-BRM-MANAGER   TO BRANCH-MANAGER
           MOVE "A"              TO BRANCH-STATUS
           MOVE WS-BUSINESS-DATE TO BRANCH-OPENED-DATE
           WRITE BRANCH-RECORD
           CLOSE BRANCH-FILE
           DISPLAY "Branch " WS-BRM-CODE " added."

           MOVE WS-BRM-CODE-TXT TO WS-AUDIT-KEY-TXT
           MOVE "ADD-BRANCH"    TO AUDIT-ACTION
           MOVE WS-BRM-NAME     TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       UPDATE-BRANCH.
           DISPLAY "Enter Branch Code to update: "
           ACCEPT WS-BRM-CODE-TXT
           IF WS-BRM-CODE-TXT IS NOT NUMERIC
              DISPLAY "Invalid branch code. Must be 3 digits."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRM-CODE-TXT TO WS-BRM-CODE

           PERFORM OPEN-BRANCH-IO
           MOVE WS-BRM-CODE TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "N" TO WS-BRM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-BRM-FOUND
           END-READ
           IF WS-BRM-FOUND = "N"
              CLOSE BRANCH-FILE
              DISPLAY "Branch " WS-BRM-CODE " is not on file."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Branch " BRANCH-CODE " " BRANCH-NAME
           DISPLAY "Manager: " BRANCH-MANAGER
                   "  Status: " BRANCH-STATUS " (A=Open, C=Closed)"
           DISPLAY "Enter new Name (blank to keep): "
           ACCEPT WS-BRM-NAME
           DISPLAY "Enter new Manager's Operator ID (blank to "
                   "keep): "
           ACCEPT WS-BRM-MANAGER
           IF WS-BRM-MANAGER NOT = SPACES
              PERFORM FIND-BRANCH-MANAGER
              IF WS-OPM-FOUND = "N"
                 CLOSE BRANCH-FILE
                 DISPLAY "Operator " WS-BRM-MANAGER " is not on the "
                         "operator master."
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Enter new Status A/C (blank to keep): "
           ACCEPT WS-BRM-STATUS
           IF WS-BRM-STATUS NOT = SPACES AND
              WS-BRM-STATUS NOT = "A" AND WS-BRM-STATUS NOT = "C"
              CLOSE BRANCH-FILE
              DISPLAY "Invalid status. Must be A or C."
              EXIT PARAGRAPH
           END-IF

           *> a branch only closes once nothing is homed on it any
           *> more - otherwise its accounts would report under a
           *> branch nobody signs off. Head office never closes.
           IF WS-BRM-STATUS = "C" AND BRANCH-STATUS = "A"
              IF WS-BRM-CODE = 001
                 CLOSE BRANCH-FILE
                 DISPLAY "Head office cannot be closed."
                 EXIT PARAGRAPH
              END-IF
              PERFORM COUNT-BRANCH-HOMED
              IF WS-BRM-ACCOUNTS > 0 OR WS-BRM-OPERATORS > 0
                 CLOSE BRANCH-FILE
                 DISPLAY "Branch " WS-BRM-CODE " still has "
                         WS-BRM-ACCOUNTS " account(s) and "
                         WS-BRM-OPERATORS " operator(s) homed on it."
                 DISPLAY "Move them through Transfer Account Branch "
                         "and Maintain Operators first."
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-BRM-NAME NOT = SPACES
              MOVE WS-BRM-NAME TO BRANCH-NAME
           END-IF
           IF WS-BRM-MANAGER NOT = SPACES
              MOVE WS-BRM-MANAGER TO BRANCH-MANAGER
           END-IF
           IF WS-BRM-STATUS NOT = SPACES
              MOVE WS-BRM-STATUS TO BRANCH-STATUS
           END-IF
           REWRITE BRANCH-RECORD
           CLOSE BRANCH-FILE
           DISPLAY "Branch " WS-BRM-CODE " updated."

           MOVE WS-BRM-CODE-TXT TO WS-AUDIT-KEY-TXT
           MOVE "UPDATE-BRANCH" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "MGR " BRANCH-MANAGER
                  " STATUS " BRANCH-STATUS
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       LIST-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "35"
              DISPLAY "No branches on file."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Code Name                           Manager  "
                   "Status Opened"
           MOVE "N" TO WS-BRM-EOF
           PERFORM UNTIL WS-BRM-EOF = "Y"
                   READ BRANCH-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-BRM-EOF
                   NOT AT END
                       DISPLAY BRANCH-CODE "  " BRANCH-NAME " "
                               BRANCH-MANAGER " " BRANCH-STATUS
                               "      " BRANCH-OPENED-DATE
                   END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           EXIT PARAGRAPH.

       COUNT-BRANCH-HOMED.
           *> accounts and operators whose home is WS-BRM-CODE.
           MOVE ZEROS TO WS-BRM-ACCOUNTS
           MOVE ZEROS TO WS-BRM-OPERATORS
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                      READ ACCOUNT-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          IF ACCOUNT-BRANCH = WS-BRM-CODE
                             ADD 1 TO WS-BRM-ACCOUNTS
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                      READ OPERATOR-FILE
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          IF OPERATOR-BRANCH = WS-BRM-CODE
                             ADD 1 TO WS-BRM-OPERATORS
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF
           EXIT PARAGRAPH.

       FIND-BRANCH-MANAGER.
           *> the manager named on a branch must be an operator on
           *> the operator master.
           MOVE "N" TO WS-OPM-FOUND
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-OPM-FOUND = "Y"
                   READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OPERATOR-ID = WS-BRM-MANAGER
                          MOVE "Y" TO WS-OPM-FOUND
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           EXIT PARAGRAPH.

       TRANSFER-ACCOUNT-BRANCH.
           *> moves an account's home branch - where its balance
           *> reports and its batch postings are stamped - to another
           *> open branch. Supervisor-only and audited with both
           *> branches, since it moves the account between two
           *> managers' sign-offs. Nothing posts: the balance simply
           *> reports under the new branch from the next run on.
           DISPLAY " "
           DISPLAY "Transferring an account's home branch..."
           IF WS-OPER-SUPERVISOR NOT = "Y"
              DISPLAY "Only a supervisor may transfer an account "
                      "between branches."
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-BUSINESS-DATE
           IF WS-DAY-STATUS = "C"
              DISPLAY "Day is closed - the batch window is in "
                      "progress. Try again after day-open."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Account Number (10 digits): "
           ACCEPT WS-BRM-ACCT-NUM

           MOVE WS-BRM-ACCT-NUM TO WS-CHK-ACCT-NUM
           PERFORM VALIDATE-ACCOUNT-NUMBER
           IF WS-CHK-OK = "N"
              DISPLAY "Account number fails its check digit. "
                      "Re-key it."
              EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ACCOUNT-IO
           MOVE WS-BRM-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account not found."
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              CLOSE ACCOUNT-FILE
              DISPLAY "Account has been escheated to the state as "
                      "unclaimed property. It cannot be moved."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Current home branch: " ACCOUNT-BRANCH
           DISPLAY "Enter new Branch Code (3 digits): "
           ACCEPT WS-BRM-CODE-TXT
           IF WS-BRM-CODE-TXT IS NOT NUMERIC
              CLOSE ACCOUNT-FILE
              DISPLAY "Invalid branch code. Must be 3 digits."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRM-CODE-TXT TO WS-BRM-CODE
           IF WS-BRM-CODE = ACCOUNT-BRANCH
              CLOSE ACCOUNT-FILE
              DISPLAY "Account is already homed at branch "
                      WS-BRM-CODE "."
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BRANCH
           IF WS-BRM-FOUND = "N"
              CLOSE ACCOUNT-FILE
              DISPLAY "Branch " WS-BRM-CODE " is not on the branch "
                      "master."
              EXIT PARAGRAPH
           END-IF
           IF BRANCH-STATUS NOT = "A"
              CLOSE ACCOUNT-FILE
              DISPLAY "Branch " WS-BRM-CODE " is closed."
              EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-BRANCH TO WS-BRM-OLD-BRANCH
           MOVE WS-BRM-CODE    TO ACCOUNT-BRANCH
           REWRITE ACCOUNT-RECORD
           CLOSE ACCOUNT-FILE
           DISPLAY "Account " WS-BRM-ACCT-NUM " moved from branch "
                   WS-BRM-OLD-BRANCH " to " WS-BRM-CODE " ("
                   BRANCH-NAME ")."

           MOVE WS-BRM-ACCT-NUM   TO WS-AUDIT-KEY-TXT
           MOVE "TRANSFER-BRANCH" TO AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "FROM " WS-BRM-OLD-BRANCH
                  " TO " WS-BRM-CODE
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       PRINT-OPERATOR-TOTALS.
           *> close-of-day proof: the day's postings from the ledger,
           *> counted and totalled per operator id, so each of us can
           *> drawer history so per-operator patterns can be reviewed.
           PERFORM GET-BUSINESS-DATE
           DISPLAY " "
           DISPLAY "-- Drawer Proof for " WS-OPERATOR-ID
                   " at branch " WS-OPERATOR-BRANCH " --"
           DISPLAY "Opening cash declared: " WS-DRAWER-OPENING
           *> an approved cash item still to collect is not in the
           *> expected figure - say so before the till is counted.
           PERFORM LIST-UNCOLLECTED-ITEMS
           IF WS-PND-COLLECT-COUNT > 0
              DISPLAY "*** " WS-PND-COLLECT-COUNT " approved cash "
                      "item(s) above not collected - not in the "
                      "expected figure ***"
           END-IF
           DISPLAY "Expected cash in till: " WS-DRAWER-EXPECTED
           DISPLAY "Declare closing drawer count (e.g. 500.00): "
           ACCEPT WS-DRAWER-TXT
           MOVE WS-DRAWER-COUNTED    TO DRWR-COUNTED-CASH
           MOVE WS-DRAWER-OVER-SHORT TO DRWR-OVER-SHORT
           MOVE WS-CURRENT-TIMESTAMP TO DRWR-SESSION-END-TS
           MOVE WS-OPERATOR-BRANCH   TO DRWR-BRANCH
           OPEN EXTEND DRAWER-FILE
           WRITE DRAWER-RECORD
           CLOSE DRAWER-FILE
           *> file open I-O. The sequence is assigned 1 up within
           *> the account and day by retrying the WRITE past any
           *> duplicate key - a handful of entries at most.
           *> every entry keyed here posts at the signed-on
           *> operator's branch - an approved item included, since it
           *> is the approver's session that posts it.
           MOVE WS-OPERATOR-BRANCH TO TRAN-BRANCH
           MOVE 1 TO TRAN-SEQ
           MOVE "N" TO WS-TRAN-WRITTEN
           PERFORM UNTIL WS-TRAN-WRITTEN = "Y"
                      MOVE "Y" TO WS-TRAN-WRITTEN
                   END-IF
           END-PERFORM
           PERFORM WRITE-POSTING-AUDIT
           EXIT PARAGRAPH.

       WRITE-POSTING-AUDIT.
           *> one "LEDGER-POST" line per entry, keyed on the account,
           *> the reason carrying the entry's type, date, sequence and
           *> amount so the line ties back to the exact ledger record.
           *> Fills AUDIT-RECORD directly: the caller's own audit key
           *> and reason, if it has set them, are left alone.
           PERFORM GET-CURRENT-DATE
           MOVE TRAN-ACCOUNT-NUMBER  TO AUDIT-KEY
           MOVE "LEDGER-POST"        TO AUDIT-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE TRAN-AMOUNT          TO WS-POST-AUDIT-AMT
           MOVE SPACES               TO AUDIT-REASON
           STRING TRAN-TYPE " " TRAN-DATE " " TRAN-SEQ " "
                  WS-POST-AUDIT-AMT
                  DELIMITED BY SIZE INTO AUDIT-REASON
           MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT PARAGRAPH.

       OPEN-HOLD-IO.
