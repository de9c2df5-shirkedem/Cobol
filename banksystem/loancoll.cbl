      *> Nightly batch job: collects every loan instalment that has
      *> fallen due. For each active loan on loans.dat whose
      *> LOAN-NEXT-DUE-DATE has arrived, a month's interest on the
      *> balance outstanding is charged to the loan account as a
      *> type "L" ledger entry and the whole instalment transfers in
      *> from the repayment account as a linked "T"/"C" pair - so the
      *> ledger carries the interest/principal split, and only the
      *> interest net-moves CONTROL-TOTAL (down, the MONFEE way). The
      *> debit leg gets the same checks STDORD gives a standing
      *> order: repayment account active, no stop order covering it,
      *> and open holds off the balance before the overdraft limit is
      *> tested. A loan more than one instalment behind catches up
      *> one instalment at a time while the funds last.
      *> An instalment that can't be collected leaves the due date
      *> where it is, and the loan lands on the arrears aging report
      *> (arrears.dat, 132-byte print lines) with its days past due
      *> in the 1-30 / 31-60 / 61-90 / over-90 buckets, the
      *> instalments and amount in arrears, the customer's name and
      *> phone for the collections desk, and why tonight's attempt
      *> failed; bucket totals close the report. An instalment
      *> missed tonight counts in the first bucket. The final
      *> instalment clears whatever principal is left and marks the
      *> loan "P"; a loan repaid early over the counter is marked
      *> "P" the first night it falls due with nothing outstanding.
      *> Meant to run from the same JCL stream as BANKBAT - see
      *> banksystem/jcl/BANKBAT.jcl.
      *> Each loan that falls due is committed to the restart point
      *> (loancoll.ckp, RSTRREC.cpy) once it has been dealt with, so
      *> a run that abends partway is simply rerun: it carries on
      *> after the last loan dealt with, adding to the arrears report
      *> the broken run began. The bucket totals are taken back off
      *> that report's detail lines, so the trailers still cover the
      *> whole book.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LOANCOLL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
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
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
           SELECT STOP-ORDER-FILE ASSIGN TO "stoporder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS WS-STOP-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "arrears.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "loancoll.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD LOAN-FILE.
           COPY LOANREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
         *> read for the borrower's name and phone on the arrears
         *> report.
           COPY CUSTREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD AUDIT-FILE.
           COPY AUDITREC.

         FD CONTROL-FILE.
         *> read for the business date, and the running total moved
         *> by the interest charged.
           COPY CTRLREC.

         FD RUN-CONTROL-FILE.
         *> step-level started/completed log for the batch stream;
         *> see RUNCTLREC.cpy for the rerun-protection rules.
           COPY RUNCTLREC.

         FD BATCH-RESULT-FILE.
         *> this job's outcome line for the morning summary;
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         FD STOP-ORDER-FILE.
         *> stop-payment and debit-block orders checked before an
         *> instalment leaves the repayment account; see STOPREC.cpy
         *> for the match rules.
           COPY STOPREC.

         FD HOLD-FILE.
         *> funds-availability holds on deposited items; open holds
         *> come off the balance the debit check tests, same as the
         *> withdrawal leg in BANKSYSTEM.
           COPY HOLDREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-STOP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).
       01 WS-CUST-OPENED       PIC X     VALUE "N".

       01 WS-LOANS-READ        PIC 9(6)  VALUE ZEROS.
       01 WS-INSTALMENTS-TAKEN PIC 9(6)  VALUE ZEROS.
       01 WS-LOANS-PAID-OFF    PIC 9(6)  VALUE ZEROS.
       01 WS-LOANS-IN-ARREARS  PIC 9(6)  VALUE ZEROS.
       01 WS-LOANS-STOPPED     PIC 9(6)  VALUE ZEROS.
       01 WS-AMOUNT-COLLECTED  PIC 9(9)V99 VALUE ZEROS.
       01 WS-INTEREST-CHARGED  PIC 9(9)V99 VALUE ZEROS.

       *> restart point: loans dealt with so far and the last one's
       *> number; on a rerun, where the interrupted run had got to
       *> and whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.
       01 WS-RPT-EOF           PIC X.

       *> one instalment in hand: the interest on what is
       *> outstanding, the principal the rest of the instalment
       *> repays, and the total to take from the repayment account.
       *> WS-COLLECT-DONE ends the catch-up loop for this loan;
       *> WS-FAIL-REASON says why, for the arrears report.
       01 WS-OUTSTANDING       PIC 9(9)V99.
       01 WS-INTEREST-DUE      PIC 9(9)V99.
       01 WS-PRINCIPAL-DUE     PIC 9(9)V99.
       01 WS-AMOUNT-DUE        PIC 9(9)V99.
       01 WS-FINAL-INSTALMENT  PIC X.
       01 WS-COLLECT-DONE      PIC X.
       01 WS-FAIL-REASON       PIC X(30).
       01 WS-LOAN-CUST-ID      PIC 9(6).
       01 WS-PROJECTED-BAL     PIC S9(9)V99.

       *> next due date, one month on - the month walk GATHER-TERM-
       *> DETAILS uses in BANKSYSTEM, keeping the day of the month.
       01 WS-TOT-MONTHS        PIC 9(6).
       01 WS-DUE-DATE.
           05 WS-DUE-YEAR      PIC 9(4).
           05 WS-DUE-MONTH     PIC 9(2).
           05 WS-DUE-DAY       PIC 9(2).

       *> arrears aging: days past the unpaid due date, the
       *> instalments fallen due since, and the bucket they age into.
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DAYS-PAST-DUE     PIC S9(6).
       01 WS-ARR-INSTALMENTS   PIC S9(4).
       01 WS-ARR-AMOUNT        PIC 9(11)V99.
       01 WS-BUCKET-IDX        PIC 9.
       01 WS-BUCKET-TBL.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
              10 WS-BUCKET-COUNT  PIC 9(6).
              10 WS-BUCKET-AMOUNT PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
           05 FILLER           PIC X(8) VALUE "1-30    ".
           05 FILLER           PIC X(8) VALUE "31-60   ".
           05 FILLER           PIC X(8) VALUE "61-90   ".
           05 FILLER           PIC X(8) VALUE "OVER 90 ".
       01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME   PIC X(8) OCCURS 4 TIMES.

       *> available-balance check, the bank.cbl shape: open holds
       *> against WS-HOLDS-ACCT-NUM total up and come off the
       *> balance before the overdraft limit is tested.
       01 WS-HOLDS-ACCT-NUM    PIC 9(10).
       01 WS-OPEN-HOLDS-TOTAL  PIC 9(9)V99.
       01 WS-HOLD-EOF          PIC X.

       *> debit-side stop check, the bank.cbl shape: the repayment
       *> account, instalment and loan account go in, WS-STOPPED
       *> comes back with the stop id that matched.
       01 WS-STOP-CHK-ACCT     PIC 9(10).
       01 WS-STOP-CHK-AMT      PIC 9(9)V99.
       01 WS-STOP-CHK-CPTY     PIC 9(10).
       01 WS-STOPPED           PIC X.
       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).
       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30)  VALUE SPACES.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-EDIT         PIC ZZZZZ9.
       01 WS-INST-EDIT         PIC ZZZ9.
       01 WS-PRINT-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Nightly Loan Collection Run --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           DISPLAY "Collecting instalments due by " WS-BUSINESS-DATE

           *> rerun protection: instalments must not collect twice
           *> when a broken stream is restarted from the top.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "LOANCOLL already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after loan " WS-RESUME-KEY(1:10)
                      " - " WS-RESUME-DONE " loan(s) already dealt "
                      "with."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
              DISPLAY "No loans on file."
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF

           PERFORM OPEN-ACCOUNT-IO
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           INITIALIZE WS-BUCKET-TBL

           *> a restarted run carries on the report the broken run
           *> began, marking where it took over.
           IF WS-RESTARTING = "Y"
              PERFORM RELOAD-BUCKET-TOTALS
              OPEN EXTEND REPORT-FILE
              IF WS-RPT-FILE-STATUS = "35"
                 OPEN OUTPUT REPORT-FILE
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** RUN RESTARTED AFTER LOAN "
                     WS-RESUME-KEY(1:10) " - " WS-RESUME-DONE
                     " LOAN(S) ALREADY DEALT WITH ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              OPEN OUTPUT REPORT-FILE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "LOAN ARREARS AGING REPORT  " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           *> a restart point in stage "T" means every loan due had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> trailers and the results are left.
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:10) TO LOAN-ACCOUNT-NUMBER
              START LOAN-FILE KEY IS GREATER THAN LOAN-ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
                   READ LOAN-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LOAN-STATUS = "A" AND
                          LOAN-NEXT-DUE-DATE <= WS-BUSINESS-DATE
                          PERFORM COLLECT-ONE-LOAN
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE LOAN-ACCOUNT-NUMBER TO WS-LAST-KEY
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM

           CLOSE LOAN-FILE
           CLOSE ACCOUNT-FILE
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF

           *> the interest charged is the run's only net movement -
           *> the instalment legs cancel - so it comes off
           *> CONTROL-TOTAL in one shot.
           IF WS-RESTART-STAGE = "P"
              IF WS-INTEREST-CHARGED > 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           *> bucket totals close the report, so the collections desk
           *> sees the shape of the book before the detail.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
                   MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                        TO WS-TOTAL-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "TRAILER  DAYS PAST DUE "
                          WS-BUCKET-NAME(WS-BUCKET-IDX)
                          "  LOANS " WS-BUCKET-COUNT(WS-BUCKET-IDX)
                          "  IN ARREARS " WS-TOTAL-EDIT
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  LOANS READ " WS-LOANS-READ
                  "  INSTALMENTS COLLECTED " WS-INSTALMENTS-TAKEN
                  "  LOANS IN ARREARS " WS-LOANS-IN-ARREARS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Loan Collection Run Report --"
           DISPLAY "Loans read:            " WS-LOANS-READ
           DISPLAY "Instalments collected: " WS-INSTALMENTS-TAKEN
           DISPLAY "Loans paid off:        " WS-LOANS-PAID-OFF
           DISPLAY "Loans in arrears:      " WS-LOANS-IN-ARREARS
           DISPLAY "Collections stopped:   " WS-LOANS-STOPPED
           DISPLAY "Amount collected:      " WS-AMOUNT-COLLECTED
           DISPLAY "Interest charged:      " WS-INTEREST-CHARGED
           DISPLAY "Arrears report written to arrears.dat."

           MOVE WS-LOANS-READ        TO BRES-ITEMS-READ
           MOVE WS-INSTALMENTS-TAKEN TO BRES-ITEMS-APPLIED
           MOVE WS-LOANS-IN-ARREARS  TO BRES-ITEMS-REJECTED
           MOVE WS-AMOUNT-COLLECTED  TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           MOVE "LOAN INSTALMENTS COLLECTED" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER LOAN " WS-RESUME-KEY(1:10)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       COLLECT-ONE-LOAN.
           *> one instalment at a time until the loan is current,
           *> paid off, or an instalment can't be taken. The loan
           *> record is rewritten once, after the loop.
           MOVE "N" TO WS-COLLECT-DONE
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM UNTIL WS-COLLECT-DONE = "Y"
                   IF LOAN-STATUS NOT = "A" OR
                      LOAN-NEXT-DUE-DATE > WS-BUSINESS-DATE
                      MOVE "Y" TO WS-COLLECT-DONE
                   ELSE
                      PERFORM COLLECT-ONE-INSTALMENT
                   END-IF
           END-PERFORM
           REWRITE LOAN-RECORD

           IF LOAN-STATUS = "A" AND
              LOAN-NEXT-DUE-DATE <= WS-BUSINESS-DATE
              PERFORM REPORT-ONE-ARREARS
           END-IF
           EXIT PARAGRAPH.

       COLLECT-ONE-INSTALMENT.
           MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE "LOAN ACCOUNT MISSING" TO WS-FAIL-REASON
              MOVE ZEROS TO WS-LOAN-CUST-ID
              PERFORM FAIL-ONE-INSTALMENT
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-ID TO WS-LOAN-CUST-ID

           *> the debt is the negative balance; nothing owed means the
           *> customer repaid early over the counter.
           IF ACCOUNT-BALANCE NOT < 0
              MOVE "P" TO LOAN-STATUS
              ADD 1 TO WS-LOANS-PAID-OFF
              MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
              MOVE "LOAN-PAID-OFF" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "Loan " LOAN-ACCOUNT-NUMBER
                      " has nothing outstanding - marked paid off."
              MOVE "Y" TO WS-COLLECT-DONE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING = 0 - ACCOUNT-BALANCE

           *> a month's interest on what is outstanding, rounded the
           *> way the schedule printed at booking rounds it; the
           *> last instalment (or one that would overpay) clears the
           *> principal exactly.
           COMPUTE WS-INTEREST-DUE ROUNDED =
              WS-OUTSTANDING * LOAN-RATE / 12
           MOVE "N" TO WS-FINAL-INSTALMENT
           IF LOAN-INSTALMENTS-PAID + 1 >= LOAN-TERM-MONTHS OR
              LOAN-INSTALMENT - WS-INTEREST-DUE >= WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-PRINCIPAL-DUE
              MOVE "Y" TO WS-FINAL-INSTALMENT
           ELSE
              COMPUTE WS-PRINCIPAL-DUE =
                 LOAN-INSTALMENT - WS-INTEREST-DUE
           END-IF
           COMPUTE WS-AMOUNT-DUE = WS-PRINCIPAL-DUE + WS-INTEREST-DUE

           *> the debit leg, the STDORD EXECUTE-ONE-ORDER checks.
           MOVE LOAN-LINKED-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE "REPAYMENT ACCOUNT MISSING" TO WS-FAIL-REASON
              PERFORM FAIL-ONE-INSTALMENT
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
              MOVE "REPAYMENT ACCOUNT NOT ACTIVE" TO WS-FAIL-REASON
              PERFORM FAIL-ONE-INSTALMENT
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-LINKED-ACCOUNT TO WS-STOP-CHK-ACCT
           MOVE WS-AMOUNT-DUE       TO WS-STOP-CHK-AMT
           MOVE LOAN-ACCOUNT-NUMBER TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              ADD 1 TO WS-LOANS-STOPPED
              MOVE LOAN-LINKED-ACCOUNT TO WS-AUDIT-KEY-TXT
              MOVE "STOP-ENFORCED" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              MOVE SPACES TO WS-FAIL-REASON
              STRING "STOPPED BY STOP ORDER " WS-STOPPED-BY
                     DELIMITED BY SIZE INTO WS-FAIL-REASON
              PERFORM FAIL-ONE-INSTALMENT
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-LINKED-ACCOUNT TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BAL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - WS-AMOUNT-DUE
           IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
              MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-FAIL-REASON
              PERFORM FAIL-ONE-INSTALMENT
              EXIT PARAGRAPH
           END-IF

           *> debit the repayment account first so a failure can
           *> never create money, then the loan account takes the
           *> interest charge and the instalment.
           SUBTRACT WS-AMOUNT-DUE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT WS-INTEREST-DUE FROM ACCOUNT-BALANCE
           ADD WS-AMOUNT-DUE TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           PERFORM OPEN-TRANSACTION-IO
           MOVE SPACES            TO TRAN-ORIG-TYPE
           MOVE SPACES            TO TRAN-ORIG-DATE
           MOVE WS-BUSINESS-DATE  TO TRAN-DATE
           MOVE "LOANCOLL"        TO TRAN-OPERATOR-ID
           IF WS-INTEREST-DUE > 0
              MOVE LOAN-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
              MOVE "L"                 TO TRAN-TYPE
              MOVE WS-INTEREST-DUE     TO TRAN-AMOUNT
              MOVE ZEROS               TO TRAN-LINK-ACCOUNT
              PERFORM POST-LEDGER-ENTRY
           END-IF
           MOVE LOAN-LINKED-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE "T"                 TO TRAN-TYPE
           MOVE WS-AMOUNT-DUE       TO TRAN-AMOUNT
           MOVE LOAN-ACCOUNT-NUMBER TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           MOVE LOAN-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "C"                 TO TRAN-TYPE
           MOVE LOAN-LINKED-ACCOUNT TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE

           ADD WS-INTEREST-DUE TO WS-INTEREST-CHARGED
           ADD WS-AMOUNT-DUE   TO WS-AMOUNT-COLLECTED
           ADD 1 TO WS-INSTALMENTS-TAKEN
           ADD 1 TO LOAN-INSTALMENTS-PAID

           MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "LOAN-INSTALMENT" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Loan " LOAN-ACCOUNT-NUMBER " instalment "
                   LOAN-INSTALMENTS-PAID " collected: "
                   WS-AMOUNT-DUE " (interest " WS-INTEREST-DUE ")"

           IF WS-FINAL-INSTALMENT = "Y"
              MOVE "P" TO LOAN-STATUS
              ADD 1 TO WS-LOANS-PAID-OFF
              MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
              MOVE "LOAN-PAID-OFF" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "Loan " LOAN-ACCOUNT-NUMBER " paid off."
              MOVE "Y" TO WS-COLLECT-DONE
              EXIT PARAGRAPH
           END-IF

           *> next instalment one month on, same day of the month.
           COMPUTE WS-TOT-MONTHS =
              FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(1:4)) * 12
              + FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(5:2))
           COMPUTE WS-DUE-YEAR = WS-TOT-MONTHS / 12
           COMPUTE WS-DUE-MONTH = FUNCTION MOD(WS-TOT-MONTHS, 12) + 1
           MOVE LOAN-NEXT-DUE-DATE(7:2) TO WS-DUE-DAY
           MOVE WS-DUE-DATE TO LOAN-NEXT-DUE-DATE
           EXIT PARAGRAPH.

       FAIL-ONE-INSTALMENT.
           *> the instalment stays due - the date doesn't move - and
           *> the failure is reported and audited with its reason.
           DISPLAY "Loan " LOAN-ACCOUNT-NUMBER " instalment due "
                   LOAN-NEXT-DUE-DATE " not collected: "
                   WS-FAIL-REASON
           MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "LOAN-NOT-COLLECTED" TO AUDIT-ACTION
           MOVE WS-FAIL-REASON TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Y" TO WS-COLLECT-DONE
           EXIT PARAGRAPH.

       REPORT-ONE-ARREARS.
           *> days past the oldest unpaid due date, and how many
           *> instalments have fallen due since - one per month from
           *> that date, no more than the term has left.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BUSINESS-DATE))
              - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ARR-INSTALMENTS =
              (FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-BUSINESS-DATE(5:2)))
              - (FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(1:4)) * 12
               + FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(5:2)))
           IF WS-BUSINESS-DATE(7:2) >= LOAN-NEXT-DUE-DATE(7:2)
              ADD 1 TO WS-ARR-INSTALMENTS
           END-IF
           IF WS-ARR-INSTALMENTS >
              LOAN-TERM-MONTHS - LOAN-INSTALMENTS-PAID
              COMPUTE WS-ARR-INSTALMENTS =
                 LOAN-TERM-MONTHS - LOAN-INSTALMENTS-PAID
           END-IF
           COMPUTE WS-ARR-AMOUNT =
              WS-ARR-INSTALMENTS * LOAN-INSTALMENT

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                    MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST-DUE <= 60
                    MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST-DUE <= 90
                    MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                    MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           ADD WS-ARR-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
           ADD 1 TO WS-LOANS-IN-ARREARS

           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-EDIT
           MOVE WS-ARR-INSTALMENTS TO WS-INST-EDIT
           MOVE WS-ARR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LOAN " LOAN-ACCOUNT-NUMBER
                  "  DUE " LOAN-NEXT-DUE-DATE
                  "  DAYS " WS-DAYS-EDIT
                  "  BUCKET " WS-BUCKET-NAME(WS-BUCKET-IDX)
                  "  INSTALMENTS " WS-INST-EDIT
                  "  IN ARREARS " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-FOUND
           IF WS-CUST-OPENED = "Y" AND WS-LOAN-CUST-ID NOT = ZEROS
              MOVE WS-LOAN-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FOUND = "Y"
              STRING "      CUST " CUSTOMER-ID "  " CUSTOMER-NAME
                     "  " CUSTOMER-PHONE
                     "  REPAY FROM " LOAN-LINKED-ACCOUNT
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "      CUSTOMER NOT ON FILE"
                     "  REPAY FROM " LOAN-LINKED-ACCOUNT
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      TONIGHT: " WS-FAIL-REASON
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
           EXIT PARAGRAPH.

       RELOAD-BUCKET-TOTALS.
           *> the bucket totals are too many for the restart point, so
           *> a restarted run takes them back off the detail lines
           *> the broken run printed - bucket name at column 52, the
           *> amount in arrears at 91, as REPORT-ONE-ARREARS lays
           *> them out.
           MOVE "N" TO WS-RPT-EOF
           OPEN INPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RPT-EOF = "Y"
                   READ REPORT-FILE
                   AT END
                      MOVE "Y" TO WS-RPT-EOF
                   NOT AT END
                       IF RPT-PRINT-LINE(1:5) = "LOAN " AND
                          RPT-PRINT-LINE(43:9) = "  BUCKET "
                          PERFORM RELOAD-ONE-ARREARS-LINE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE REPORT-FILE
           EXIT PARAGRAPH.

       RELOAD-ONE-ARREARS-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
                   IF RPT-PRINT-LINE(52:8) =
                      WS-BUCKET-NAME(WS-BUCKET-IDX)
                      ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
                      COMPUTE WS-BUCKET-AMOUNT(WS-BUCKET-IDX) =
                         WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                         + FUNCTION NUMVAL-C(RPT-PRINT-LINE(91:14))
                   END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       COMPUTE-OPEN-HOLDS.
           *> total of open holds against WS-HOLDS-ACCT-NUM - what
           *> comes off ACCOUNT-BALANCE to make the available
           *> balance. A site that has never placed a hold has no
           *> file, and the total stays zero.
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

       CHECK-STOP-ORDERS.
           *> does an active, unexpired stop cover the debit in
           *> hand? Same match rules as BANKSYSTEM's posting paths.
           MOVE "N" TO WS-STOPPED
           MOVE ZEROS TO WS-STOPPED-BY
           MOVE "N" TO WS-STOP-EOF
           OPEN INPUT STOP-ORDER-FILE
           IF WS-STOP-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STOP-EOF = "Y"
                   READ STOP-ORDER-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-STOP-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-STOP-ORDER
                   END-READ
           END-PERFORM
           CLOSE STOP-ORDER-FILE
           EXIT PARAGRAPH.

       MATCH-ONE-STOP-ORDER.
           IF STOP-STATUS NOT = "A"
              EXIT PARAGRAPH
           END-IF
           IF STOP-ACCOUNT-NUMBER NOT = WS-STOP-CHK-ACCT
              EXIT PARAGRAPH
           END-IF
           IF STOP-EXPIRY-DATE NOT = SPACES AND
              STOP-EXPIRY-DATE NOT = "00000000" AND
              STOP-EXPIRY-DATE < WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           IF STOP-KIND = "B"
              MOVE "Y" TO WS-STOPPED
              MOVE STOP-ORDER-ID TO WS-STOPPED-BY
              EXIT PARAGRAPH
           END-IF
           IF STOP-AMOUNT NOT = 0 AND
              STOP-AMOUNT NOT = WS-STOP-CHK-AMT
              EXIT PARAGRAPH
           END-IF
           IF STOP-COUNTERPARTY NOT = 0 AND
              STOP-COUNTERPARTY NOT = WS-STOP-CHK-CPTY
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STOPPED
           MOVE STOP-ORDER-ID TO WS-STOPPED-BY
           EXIT PARAGRAPH.

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name, taking the run's charged interest off in one
       *> shot - the instalment legs cancel and never enter it.
           OPEN I-O CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "35"
              MOVE ZEROS TO CONTROL-TOTAL
              MOVE ZEROS TO CONTROL-PRIOR-TOTAL
              MOVE WS-CURRENT-DATE TO CONTROL-BUSINESS-DATE
              MOVE "O" TO CONTROL-DAY-STATUS
              OPEN OUTPUT CONTROL-FILE
              WRITE CONTROL-RECORD
              CLOSE CONTROL-FILE
              OPEN I-O CONTROL-FILE
           END-IF
           READ CONTROL-FILE NEXT RECORD
           SUBTRACT WS-INTEREST-CHARGED FROM CONTROL-TOTAL
           REWRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           EXIT PARAGRAPH.

       GET-BUSINESS-DATE.
           *> same fallback rule as BANKSYSTEM: no control record or a
           *> blank date means today, so the job still runs on a site
           *> that has never run DAYOPEN.
           OPEN INPUT CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "35"
              MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE NEXT RECORD
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
           MOVE WS-DATETIME(1:14) TO WS-CURRENT-TIMESTAMP
           EXIT PARAGRAPH.

       WRITE-AUDIT-RECORD.
           *> the reason is one-shot, cleared after each write so only
           *> the not-collected entries carry one.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "LOANCOLL"           TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT PARAGRAPH.

       OPEN-TRANSACTION-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
              OPEN OUTPUT TRANSACTION-FILE
              CLOSE TRANSACTION-FILE
              OPEN I-O TRANSACTION-FILE
           END-IF
           EXIT PARAGRAPH.

       POST-LEDGER-ENTRY.
           *> caller fills every field but the sequence, with the
           *> file open I-O. The sequence is assigned 1 up within
           *> the account and day by retrying the WRITE past any
           *> duplicate key - a handful of entries at most.
           PERFORM SET-POSTING-BRANCH
           MOVE 1 TO TRAN-SEQ
           MOVE "N" TO WS-TRAN-WRITTEN
           PERFORM UNTIL WS-TRAN-WRITTEN = "Y"
                   WRITE TRANSACTION-RECORD
                   IF WS-TRAN-FILE-STATUS = "22"
                      ADD 1 TO TRAN-SEQ
                   ELSE
                      MOVE "Y" TO WS-TRAN-WRITTEN
                   END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       SET-POSTING-BRANCH.
           *> a batch posting carries the account's home branch. The
           *> account in hand is nearly always the one being posted;
           *> the other leg of a transfer or sweep is read for its
           *> branch and the record in hand put back, so the caller
           *> sees it unchanged. An account gone missing posts at head
           *> office.
           IF ACCOUNT-NUMBER = TRAN-ACCOUNT-NUMBER
              MOVE ACCOUNT-BRANCH TO TRAN-BRANCH
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-HELD-ACCOUNT
           MOVE TRAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 001 TO TRAN-BRANCH
               NOT INVALID KEY
                   MOVE ACCOUNT-BRANCH TO TRAN-BRANCH
           END-READ
           MOVE WS-HELD-ACCOUNT TO ACCOUNT-RECORD
           EXIT PARAGRAPH.

       OPEN-ACCOUNT-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "35"
              OPEN OUTPUT ACCOUNT-FILE
              CLOSE ACCOUNT-FILE
              OPEN I-O ACCOUNT-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means the money already moved - a
           *> restarted stream must skip this step.
           MOVE "N" TO WS-ALREADY-RUN
           MOVE "N" TO WS-RUNC-EOF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUNC-EOF = "Y"
                   READ RUN-CONTROL-FILE
                   AT END
                      MOVE "Y" TO WS-RUNC-EOF
                   NOT AT END
                       IF RUNC-BUSINESS-DATE = WS-BUSINESS-DATE AND
                          RUNC-PROGRAM-ID = "LOANCOLL" AND
                          RUNC-STATUS = "C"
                          MOVE "Y" TO WS-ALREADY-RUN
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           EXIT PARAGRAPH.

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "LOANCOLL"       TO RUNC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO RUNC-TIMESTAMP
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           EXIT PARAGRAPH.

       WRITE-BATCH-RESULT.
           *> caller fills the counts, amount, status and note; the
           *> date, program and timestamp are stamped here.
           MOVE WS-BUSINESS-DATE TO BRES-BUSINESS-DATE
           MOVE "LOANCOLL" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       LOAD-RESTART-POINT.
           *> a restart point left in stage "P" or "T" under
           *> tonight's date is an interrupted run of this job: take
           *> up its counts. Counts: 1 loans read, 2 instalments
           *> collected, 3 loans paid off, 4 loans in arrears, 5
           *> collections stopped; amounts: 1 amount collected, 2
           *> interest charged. No file, a spent record or another
           *> night's means a fresh run.
           MOVE "N" TO WS-RESTARTING
           MOVE "P" TO WS-RESTART-STAGE
           OPEN INPUT RESTART-FILE
           IF WS-RSTR-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RESTART-FILE
               AT END
                   MOVE SPACES TO RSTR-STAGE
           END-READ
           CLOSE RESTART-FILE
           IF RSTR-PROGRAM-ID NOT = "LOANCOLL" OR
              RSTR-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
              (RSTR-STAGE NOT = "P" AND RSTR-STAGE NOT = "T")
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RESTARTING
           MOVE RSTR-STAGE      TO WS-RESTART-STAGE
           MOVE RSTR-ITEMS-DONE TO WS-ITEMS-DONE
           MOVE RSTR-ITEMS-DONE TO WS-RESUME-DONE
           MOVE RSTR-LAST-KEY   TO WS-LAST-KEY
           MOVE RSTR-LAST-KEY   TO WS-RESUME-KEY
           MOVE RSTR-COUNT(1)   TO WS-LOANS-READ
           MOVE RSTR-COUNT(2)   TO WS-INSTALMENTS-TAKEN
           MOVE RSTR-COUNT(3)   TO WS-LOANS-PAID-OFF
           MOVE RSTR-COUNT(4)   TO WS-LOANS-IN-ARREARS
           MOVE RSTR-COUNT(5)   TO WS-LOANS-STOPPED
           MOVE RSTR-AMOUNT(1)  TO WS-AMOUNT-COLLECTED
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           MOVE RSTR-AMOUNT(2)  TO WS-INTEREST-CHARGED
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "LOANCOLL"           TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE     TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE        TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY          TO RSTR-LAST-KEY
           MOVE WS-LOANS-READ        TO RSTR-COUNT(1)
           MOVE WS-INSTALMENTS-TAKEN TO RSTR-COUNT(2)
           MOVE WS-LOANS-PAID-OFF    TO RSTR-COUNT(3)
           MOVE WS-LOANS-IN-ARREARS  TO RSTR-COUNT(4)
           MOVE WS-LOANS-STOPPED     TO RSTR-COUNT(5)
           MOVE ZEROS                TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-COLLECTED  TO RSTR-AMOUNT(1)
           MOVE WS-INTEREST-CHARGED  TO RSTR-AMOUNT(2)
           MOVE ZEROS                TO RSTR-AMOUNT(3)
           MOVE ZEROS                TO RSTR-INPUT-COUNT
           MOVE ZEROS                TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)    TO RSTR-TIMESTAMP
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE
           EXIT PARAGRAPH.

       WRITE-RESTART-RESULT.
           *> the second results line a restarted run leaves for the
           *> morning report: status "RS", what the interrupted run
           *> had done before it broke, and (caller's note) where this
           *> run took over.
           MOVE WS-RESUME-DONE   TO BRES-ITEMS-READ
           MOVE ZEROS            TO BRES-ITEMS-APPLIED
           MOVE ZEROS            TO BRES-ITEMS-REJECTED
           MOVE WS-RESUME-AMOUNT TO BRES-AMOUNT-MOVED
           MOVE "RS" TO BRES-STATUS
           PERFORM WRITE-BATCH-RESULT
           EXIT PARAGRAPH.

       END PROGRAM LOANCOLL.
