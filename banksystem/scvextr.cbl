      *> On-demand extract: the deposit-insurance single customer
      *> view. Writes one record per depositor to scv.dat in the
      *> regulator's fixed format (SCVREC.cpy) - name, address and
      *> phone from CUSTOMER-RECORD, the single, joint-share and
      *> total deposit balances, the insured and uninsured split
      *> under the per-category coverage limit, and flags for any
      *> frozen or dormant account - the file the bank has to be
      *> able to hand over within days of being asked. Every account
      *> on accounts.dat is read once and its balance apportioned to
      *> its owners (ACCOUNT-CUST-ID plus the acctown.dat joint
      *> owners, the XREFRPT ownership rule); what isn't a deposit -
      *> loans, overdrawn and escheated accounts, and any account
      *> with no owner left on the customer file - is totalled
      *> separately, so the trailer ties the depositor total back to
      *> the whole-master total EODRECON proves against CONTROL-
      *> TOTAL. Exceptions to scvexc.dat (132-byte print lines): the
      *> depositors missing an address or phone the regulator's
      *> validation rejects, and the accounts no depositor could be
      *> found for. Reads only - safe to rerun at any time.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCVEXTR.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO "acctown.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT SCV-FILE ASSIGN TO "scv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCV-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "scvexc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
           COPY CUSTREC.

         FD OWNERSHIP-FILE.
           COPY OWNREC.

         FD CONTROL-FILE.
         *> read for the business date and the control total the
         *> trailer ties back to.
           COPY CTRLREC.

         FD SCV-FILE.
           COPY SCVREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OWN-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-SCV-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-OWN-EOF           PIC X     VALUE "N".
       01 WS-CUST-OPENED       PIC X     VALUE "N".
       01 WS-OWN-OPENED        PIC X     VALUE "N".
       01 WS-TIED              PIC X     VALUE "N".

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-BUSINESS-DATE     PIC X(8).
       01 WS-CONTROL-TOTAL     PIC S9(13)V99 VALUE ZEROS.

       *> cover per depositor per ownership category - a single
       *> deposit and a joint share are insured separately, each up
       *> to this figure.
       01 WS-COVERAGE-LIMIT    PIC 9(9)V99 VALUE 250000.00.

       01 WS-ACCOUNTS-READ     PIC 9(8)  VALUE ZEROS.
       01 WS-DEPOSIT-ACCOUNTS  PIC 9(8)  VALUE ZEROS.
       01 WS-MASTER-TOTAL      PIC S9(13)V99 VALUE ZEROS.
       01 WS-EXCLUDED-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01 WS-LOAN-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01 WS-OVERDRAWN-TOTAL   PIC S9(13)V99 VALUE ZEROS.
       01 WS-ESCHEAT-TOTAL     PIC S9(13)V99 VALUE ZEROS.
       01 WS-UNOWNED-COUNT     PIC 9(6)  VALUE ZEROS.
       01 WS-UNOWNED-TOTAL     PIC S9(13)V99 VALUE ZEROS.
       01 WS-CONTACT-EXCEPTIONS PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSITORS-WRITTEN PIC 9(8) VALUE ZEROS.
       01 WS-SINGLE-TOTAL      PIC 9(13)V99 VALUE ZEROS.
       01 WS-JOINT-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01 WS-DEPOSIT-TOTAL     PIC 9(13)V99 VALUE ZEROS.
       01 WS-INSURED-TOTAL     PIC 9(13)V99 VALUE ZEROS.
       01 WS-UNINSURED-TOTAL   PIC 9(13)V99 VALUE ZEROS.
       01 WS-PROOF-TOTAL       PIC S9(13)V99 VALUE ZEROS.

       *> the owners of the account in hand: the primary first, so
       *> the odd cent of an uneven joint split lands on them.
       01 WS-OWNER-COUNT       PIC 9(2)  VALUE ZEROS.
       01 WS-OWNER-IDX         PIC 9(2).
       01 WS-OWNER-TBL.
           05 WS-OWNER-ID OCCURS 10 TIMES PIC 9(6).
       01 WS-SHARE             PIC 9(11)V99 VALUE ZEROS.
       01 WS-SHARE-REMAINDER   PIC 9(11)V99 VALUE ZEROS.
       01 WS-OWNER-SHARE       PIC 9(11)V99 VALUE ZEROS.
       01 WS-CANDIDATE-ID      PIC 9(6).

       *> per-depositor totals, the LRGTRN table walk. 3000 slots is
       *> room for every depositor the shop has; an overflow is
       *> counted and reported loudly - the trailer then fails to
       *> tie, because a short regulator file is worse than a rerun.
       01 WS-DEP-COUNT         PIC 9(4)  VALUE ZEROS.
       01 WS-DEP-IDX           PIC 9(4).
       01 WS-DEP-SLOT          PIC 9(4).
       01 WS-DEP-OVERFLOWED    PIC 9(6)  VALUE ZEROS.
       01 WS-DEP-TBL.
           05 WS-DEP-ENTRY OCCURS 3000 TIMES.
              10 WS-DEP-CUST-ID   PIC 9(6).
              10 WS-DEP-ACCOUNTS  PIC 9(4).
              10 WS-DEP-SINGLE    PIC 9(13)V99.
              10 WS-DEP-JOINT     PIC 9(13)V99.
              10 WS-DEP-FROZEN    PIC X.
              10 WS-DEP-DORMANT   PIC X.

       01 WS-INSURED-SINGLE    PIC 9(13)V99 VALUE ZEROS.
       01 WS-INSURED-JOINT     PIC 9(13)V99 VALUE ZEROS.

       *> print line work areas.
       01 WS-COUNT-EDIT        PIC ZZZZZZZ9.
       01 WS-AMOUNT-EDIT       PIC ---,---,---,--9.99.
       01 WS-REASON            PIC X(30).
       01 WS-PRINT-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Deposit-Insurance Single Customer View --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "35"
              DISPLAY "No accounts on file - nothing to extract."
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = "00"
              MOVE "Y" TO WS-OWN-OPENED
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SINGLE CUSTOMER VIEW EXCEPTIONS  " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNTS WITH NO OWNER ON THE CUSTOMER FILE"
                  " - BALANCE LEFT OUT OF THE DEPOSITOR TOTAL"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM APPORTION-ACCOUNTS

           IF WS-UNOWNED-COUNT = 0
              MOVE SPACES TO WS-PRINT-LINE
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPOSITORS MISSING ADDRESS OR PHONE"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CUSTOMER  NAME                            MISSING"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-SCV-FILE

           IF WS-CONTACT-EXCEPTIONS = 0
              MOVE SPACES TO WS-PRINT-LINE
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE ACCOUNT-FILE
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-OWN-OPENED = "Y"
              CLOSE OWNERSHIP-FILE
           END-IF

           *> the tie: the master total is the sum EODRECON proves
           *> against CONTROL-TOTAL, and everything on the master is
           *> either in the depositor total or in the excluded total.
           COMPUTE WS-PROOF-TOTAL = WS-DEPOSIT-TOTAL + WS-EXCLUDED-TOTAL
           IF WS-PROOF-TOTAL = WS-MASTER-TOTAL AND
              WS-MASTER-TOTAL = WS-CONTROL-TOTAL AND
              WS-DEP-OVERFLOWED = 0
              MOVE "Y" TO WS-TIED
           END-IF
           PERFORM WRITE-PROOF-SECTION
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Single Customer View Report --"
           DISPLAY "Accounts read:          " WS-ACCOUNTS-READ
           DISPLAY "Deposit accounts:       " WS-DEPOSIT-ACCOUNTS
           DISPLAY "Depositors written:     " WS-DEPOSITORS-WRITTEN
           DISPLAY "Deposit total:          " WS-DEPOSIT-TOTAL
           DISPLAY "Insured total:          " WS-INSURED-TOTAL
           DISPLAY "Uninsured total:        " WS-UNINSURED-TOTAL
           DISPLAY "Excluded total:         " WS-EXCLUDED-TOTAL
           DISPLAY "Master total:           " WS-MASTER-TOTAL
           DISPLAY "Control total:          " WS-CONTROL-TOTAL
           DISPLAY "Accounts with no owner: " WS-UNOWNED-COUNT
           DISPLAY "Contact exceptions:     " WS-CONTACT-EXCEPTIONS
           IF WS-DEP-OVERFLOWED > 0
              DISPLAY "*** TABLE OVERFLOW - " WS-DEP-OVERFLOWED
                      " shares not totalled; extract is "
                      "INCOMPLETE ***"
           END-IF
           IF WS-TIED = "Y"
              DISPLAY "Trailer ties to the control total."
           ELSE
              DISPLAY "*** TRAILER DOES NOT TIE - see scvexc.dat "
                      "before the file goes out ***"
           END-IF
           DISPLAY "Extract written to scv.dat, exceptions to "
                   "scvexc.dat."
           STOP RUN.

       APPORTION-ACCOUNTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       ADD ACCOUNT-BALANCE TO WS-MASTER-TOTAL
                       PERFORM APPORTION-ONE-ACCOUNT
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       APPORTION-ONE-ACCOUNT.
           *> a loan is money owed to the bank, and an escheated
           *> balance has gone to the state - neither is a deposit.
           IF ACCOUNT-TYPE = "Loan"
              ADD ACCOUNT-BALANCE TO WS-LOAN-TOTAL
              ADD ACCOUNT-BALANCE TO WS-EXCLUDED-TOTAL
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              ADD ACCOUNT-BALANCE TO WS-ESCHEAT-TOTAL
              ADD ACCOUNT-BALANCE TO WS-EXCLUDED-TOTAL
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACCOUNT-OWNERS
           IF WS-OWNER-COUNT = 0
              ADD 1 TO WS-UNOWNED-COUNT
              ADD ACCOUNT-BALANCE TO WS-UNOWNED-TOTAL
              ADD ACCOUNT-BALANCE TO WS-EXCLUDED-TOTAL
              MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  ACCOUNT " ACCOUNT-NUMBER
                     "  " ACCOUNT-TYPE
                     "  CUSTOMER " ACCOUNT-CUST-ID
                     "  BALANCE " WS-AMOUNT-EDIT
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPOSIT-ACCOUNTS
           *> an overdrawn deposit account still belongs to its owners
           *> (it counts, and its status flags them) but contributes
           *> nothing insurable - the debit is excluded instead.
           MOVE ZEROS TO WS-SHARE
           MOVE ZEROS TO WS-SHARE-REMAINDER
           IF ACCOUNT-BALANCE < 0
              ADD ACCOUNT-BALANCE TO WS-OVERDRAWN-TOTAL
              ADD ACCOUNT-BALANCE TO WS-EXCLUDED-TOTAL
           ELSE
              COMPUTE WS-SHARE = ACCOUNT-BALANCE / WS-OWNER-COUNT
              COMPUTE WS-SHARE-REMAINDER =
                      ACCOUNT-BALANCE - (WS-SHARE * WS-OWNER-COUNT)
           END-IF

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   MOVE WS-SHARE TO WS-OWNER-SHARE
                   IF WS-OWNER-IDX = 1
                      ADD WS-SHARE-REMAINDER TO WS-OWNER-SHARE
                   END-IF
                   PERFORM CREDIT-ONE-OWNER
           END-PERFORM
           EXIT PARAGRAPH.

       LOAD-ACCOUNT-OWNERS.
           *> the XREFRPT rule: ACCOUNT-CUST-ID, then every acctown.dat
           *> record for the account. Only customers still on the
           *> customer file count - the regulator's record needs a
           *> name and address - and each only once.
           MOVE ZEROS TO WS-OWNER-COUNT
           MOVE ACCOUNT-CUST-ID TO WS-CANDIDATE-ID
           PERFORM ADD-CANDIDATE-OWNER
           IF WS-OWN-OPENED NOT = "Y"
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
           PERFORM UNTIL WS-OWN-EOF = "Y"
                   READ OWNERSHIP-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-OWN-EOF
                   NOT AT END
                       IF OWN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          MOVE "Y" TO WS-OWN-EOF
                       ELSE
                          MOVE OWN-CUST-ID TO WS-CANDIDATE-ID
                          PERFORM ADD-CANDIDATE-OWNER
                       END-IF
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       ADD-CANDIDATE-OWNER.
           IF WS-CUST-OPENED NOT = "Y" OR WS-OWNER-COUNT >= 10
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OWNER-ID(WS-OWNER-IDX) = WS-CANDIDATE-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           MOVE WS-CANDIDATE-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-OWNER-COUNT
           MOVE WS-CANDIDATE-ID TO WS-OWNER-ID(WS-OWNER-COUNT)
           EXIT PARAGRAPH.

       CREDIT-ONE-OWNER.
           MOVE ZEROS TO WS-DEP-SLOT
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   IF WS-DEP-CUST-ID(WS-DEP-IDX) =
                      WS-OWNER-ID(WS-OWNER-IDX)
                      MOVE WS-DEP-IDX TO WS-DEP-SLOT
                   END-IF
           END-PERFORM
           IF WS-DEP-SLOT = ZEROS
              IF WS-DEP-COUNT < 3000
                 ADD 1 TO WS-DEP-COUNT
                 MOVE WS-DEP-COUNT TO WS-DEP-SLOT
                 MOVE WS-OWNER-ID(WS-OWNER-IDX)
                      TO WS-DEP-CUST-ID(WS-DEP-SLOT)
                 MOVE ZEROS TO WS-DEP-ACCOUNTS(WS-DEP-SLOT)
                 MOVE ZEROS TO WS-DEP-SINGLE(WS-DEP-SLOT)
                 MOVE ZEROS TO WS-DEP-JOINT(WS-DEP-SLOT)
                 MOVE "N" TO WS-DEP-FROZEN(WS-DEP-SLOT)
                 MOVE "N" TO WS-DEP-DORMANT(WS-DEP-SLOT)
              ELSE
                 ADD 1 TO WS-DEP-OVERFLOWED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-DEP-ACCOUNTS(WS-DEP-SLOT)
           IF WS-OWNER-COUNT = 1
              ADD WS-OWNER-SHARE TO WS-DEP-SINGLE(WS-DEP-SLOT)
           ELSE
              ADD WS-OWNER-SHARE TO WS-DEP-JOINT(WS-DEP-SLOT)
           END-IF
           IF ACCOUNT-STATUS = "F"
              MOVE "Y" TO WS-DEP-FROZEN(WS-DEP-SLOT)
           END-IF
           IF ACCOUNT-STATUS = "D"
              MOVE "Y" TO WS-DEP-DORMANT(WS-DEP-SLOT)
           END-IF
           EXIT PARAGRAPH.

       WRITE-SCV-FILE.
           *> depositors go out in customer-id order: the customer
           *> file is walked by its key and each customer looked up in
           *> the table - one with no deposit account is skipped.
           OPEN OUTPUT SCV-FILE
           MOVE SPACES TO SCV-RECORD
           MOVE ZEROS TO SCV-CUST-ID SCV-ACCOUNT-COUNT
                         SCV-SINGLE-BALANCE SCV-JOINT-BALANCE
                         SCV-TOTAL-BALANCE SCV-INSURED-AMOUNT
                         SCV-UNINSURED-AMOUNT SCV-RECORD-COUNT
                         SCV-MASTER-TOTAL SCV-EXCLUDED-TOTAL
                         SCV-CONTROL-TOTAL
           MOVE "H" TO SCV-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO SCV-BUSINESS-DATE
           WRITE SCV-RECORD

           IF WS-CUST-OPENED = "Y"
              MOVE ZEROS TO CUSTOMER-ID
              START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-ID
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
                  NOT INVALID KEY
                      MOVE "N" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                      READ CUSTOMER-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          PERFORM WRITE-ONE-DEPOSITOR
                      END-READ
              END-PERFORM
           END-IF

           MOVE SPACES TO SCV-RECORD
           MOVE "T" TO SCV-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO SCV-BUSINESS-DATE
           MOVE ZEROS TO SCV-CUST-ID SCV-ACCOUNT-COUNT
           MOVE WS-SINGLE-TOTAL    TO SCV-SINGLE-BALANCE
           MOVE WS-JOINT-TOTAL     TO SCV-JOINT-BALANCE
           MOVE WS-DEPOSIT-TOTAL   TO SCV-TOTAL-BALANCE
           MOVE WS-INSURED-TOTAL   TO SCV-INSURED-AMOUNT
           MOVE WS-UNINSURED-TOTAL TO SCV-UNINSURED-AMOUNT
           MOVE WS-DEPOSITORS-WRITTEN TO SCV-RECORD-COUNT
           MOVE WS-MASTER-TOTAL    TO SCV-MASTER-TOTAL
           MOVE WS-EXCLUDED-TOTAL  TO SCV-EXCLUDED-TOTAL
           MOVE WS-CONTROL-TOTAL   TO SCV-CONTROL-TOTAL
           WRITE SCV-RECORD
           CLOSE SCV-FILE
           EXIT PARAGRAPH.

       WRITE-ONE-DEPOSITOR.
           MOVE ZEROS TO WS-DEP-SLOT
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   IF WS-DEP-CUST-ID(WS-DEP-IDX) = CUSTOMER-ID
                      MOVE WS-DEP-IDX TO WS-DEP-SLOT
                   END-IF
           END-PERFORM
           IF WS-DEP-SLOT = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SCV-RECORD
           MOVE "D" TO SCV-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO SCV-BUSINESS-DATE
           MOVE CUSTOMER-ID      TO SCV-CUST-ID
           MOVE CUSTOMER-NAME    TO SCV-CUST-NAME
           MOVE CUSTOMER-ADDRESS TO SCV-CUST-ADDRESS
           MOVE CUSTOMER-PHONE   TO SCV-CUST-PHONE
           MOVE WS-DEP-ACCOUNTS(WS-DEP-SLOT) TO SCV-ACCOUNT-COUNT
           MOVE WS-DEP-SINGLE(WS-DEP-SLOT)   TO SCV-SINGLE-BALANCE
           MOVE WS-DEP-JOINT(WS-DEP-SLOT)    TO SCV-JOINT-BALANCE
           COMPUTE SCV-TOTAL-BALANCE =
                   SCV-SINGLE-BALANCE + SCV-JOINT-BALANCE

           MOVE SCV-SINGLE-BALANCE TO WS-INSURED-SINGLE
           IF WS-INSURED-SINGLE > WS-COVERAGE-LIMIT
              MOVE WS-COVERAGE-LIMIT TO WS-INSURED-SINGLE
           END-IF
           MOVE SCV-JOINT-BALANCE TO WS-INSURED-JOINT
           IF WS-INSURED-JOINT > WS-COVERAGE-LIMIT
              MOVE WS-COVERAGE-LIMIT TO WS-INSURED-JOINT
           END-IF
           COMPUTE SCV-INSURED-AMOUNT =
                   WS-INSURED-SINGLE + WS-INSURED-JOINT
           COMPUTE SCV-UNINSURED-AMOUNT =
                   SCV-TOTAL-BALANCE - SCV-INSURED-AMOUNT

           MOVE WS-DEP-FROZEN(WS-DEP-SLOT)  TO SCV-FROZEN-FLAG
           MOVE WS-DEP-DORMANT(WS-DEP-SLOT) TO SCV-DORMANT-FLAG
           MOVE "Y" TO SCV-CONTACT-FLAG
           MOVE SPACES TO WS-REASON
           IF CUSTOMER-ADDRESS = SPACES AND CUSTOMER-PHONE = SPACES
              MOVE "ADDRESS AND PHONE" TO WS-REASON
           ELSE
              IF CUSTOMER-ADDRESS = SPACES
                 MOVE "ADDRESS" TO WS-REASON
              END-IF
              IF CUSTOMER-PHONE = SPACES
                 MOVE "PHONE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES
              MOVE "N" TO SCV-CONTACT-FLAG
              ADD 1 TO WS-CONTACT-EXCEPTIONS
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " CUSTOMER-ID "    " CUSTOMER-NAME
                     "  " WS-REASON
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           WRITE SCV-RECORD

           ADD 1 TO WS-DEPOSITORS-WRITTEN
           ADD SCV-SINGLE-BALANCE   TO WS-SINGLE-TOTAL
           ADD SCV-JOINT-BALANCE    TO WS-JOINT-TOTAL
           ADD SCV-TOTAL-BALANCE    TO WS-DEPOSIT-TOTAL
           ADD SCV-INSURED-AMOUNT   TO WS-INSURED-TOTAL
           ADD SCV-UNINSURED-AMOUNT TO WS-UNINSURED-TOTAL
           EXIT PARAGRAPH.

       WRITE-PROOF-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER PROOF" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DEPOSITORS-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPOSITORS WRITTEN         " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPOSITOR TOTAL      " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-INSURED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    INSURED            " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNINSURED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    UNINSURED          " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LOAN-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  LOANS                " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVERDRAWN-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OVERDRAWN DEPOSITS   " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ESCHEAT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ESCHEATED            " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNOWNED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NO OWNER ON FILE     " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PROOF-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPOSITORS + EXCLUDED" WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MASTER-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACCOUNT MASTER TOTAL " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CONTROL-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONTROL TOTAL        " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-TIED = "Y"
              STRING "  TRAILER TIES TO THE CONTROL TOTAL"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  *** TRAILER DOES NOT TIE - RUN EODRECON AND "
                     "RESOLVE BEFORE THE FILE GOES OUT ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-DEP-OVERFLOWED > 0
              MOVE WS-DEP-OVERFLOWED TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  *** TABLE OVERFLOW - " WS-COUNT-EDIT
                     " SHARES NOT TOTALLED - EXTRACT IS INCOMPLETE ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
           EXIT PARAGRAPH.

       GET-BUSINESS-DATE.
           *> same fallback rule as the other batch jobs: no control
           *> record or a blank date means today. The control total
           *> comes off the same record.
           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "35"
              MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE NEXT RECORD
           MOVE CONTROL-TOTAL TO WS-CONTROL-TOTAL
           IF CONTROL-BUSINESS-DATE = SPACES OR
              CONTROL-BUSINESS-DATE = "00000000"
              MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE CONTROL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE CONTROL-FILE
           EXIT PARAGRAPH.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CURRENT-DATE
           EXIT PARAGRAPH.

       END PROGRAM SCVEXTR.
