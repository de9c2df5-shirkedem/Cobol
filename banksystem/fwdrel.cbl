      *> Nightly batch job: releases the forward-dated warehouse.
      *> Every waiting one-off posting or transfer BANKSYSTEM took in
      *> for a value date that has now been reached posts under the
      *> business date, through the checks the counter applies -
      *> POST-TRANSACTION's account status rules for a posting,
      *> TRANSFER-FUNDS' for both legs of a transfer, the stop-order
      *> match on anything leaving an account, and the available-
      *> balance overdraft test with open holds taken off first. An
      *> item that fails on the day posts nothing: it is marked
      *> failed with the reason, reported and audited, the way STDORD
      *> reports its skips, and the branch calls the customer - it is
      *> never retried. The ledger carries the keying operator's id,
      *> the same as an approved parked item. Deposits and
      *> withdrawals move CONTROL-TOTAL in one shot at the end of the
      *> run the way MONFEE posts its fees; transfer legs cancel.
      *> The report (fwdrpt.dat, 132-byte print lines) lists tonight's
      *> released and failed items, then everything due on the next
      *> business date with its totals out and in, so treasury sees
      *> tomorrow's warehouse before it moves, and the total still
      *> waiting beyond that. Meant to run from the same JCL stream
      *> as BANKBAT, after STDORD - see banksystem/jcl/BANKBAT.jcl.
      *> Each item released or failed is committed to the restart
      *> point (fwdrel.ckp, RSTRREC.cpy), so a run that abends
      *> partway is simply rerun: it carries on after the last item
      *> dealt with, adds to the report already begun rather than
      *> starting it again, and the one-shot CONTROL-TOTAL movement
      *> still covers the night's net exactly once. The next-day
      *> figures come from the closing pass over the warehouse, so a
      *> restarted run's are as complete as a clean one's.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FWDREL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FORWARD-FILE ASSIGN TO "fwditems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-ID
               FILE STATUS IS WS-FWD-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "fwdrpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "fwdrel.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD FORWARD-FILE.
           COPY FWDREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD AUDIT-FILE.
           COPY AUDITREC.

         FD CONTROL-FILE.
         *> read for the business date, so an item releases under the
         *> day being closed even when the run slips past midnight;
         *> updated with the run's net deposits and withdrawals.
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
         *> item leaves an account; see STOPREC.cpy for the match
         *> rules.
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
       01 WS-FWD-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
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

       01 WS-ITEMS-READ        PIC 9(6)  VALUE ZEROS.
       01 WS-ITEMS-RELEASED    PIC 9(6)  VALUE ZEROS.
       01 WS-ITEMS-FAILED      PIC 9(6)  VALUE ZEROS.
       01 WS-AMOUNT-MOVED      PIC 9(11)V99 VALUE ZEROS.
      *> deposits in less withdrawals out - what CONTROL-TOTAL moves.
       01 WS-NET-MOVED         PIC S9(11)V99 VALUE ZEROS.

       *> restart point: items dealt with so far and the last one's
       *> id; on a rerun, where the interrupted run had got to and
       *> whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

      *> the next business date, and what waits for it and beyond.
       01 WS-NEXT-DATE         PIC X(8).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-NEXT-COUNT        PIC 9(6)  VALUE ZEROS.
       01 WS-NEXT-OUT          PIC 9(11)V99 VALUE ZEROS.
       01 WS-NEXT-IN           PIC 9(11)V99 VALUE ZEROS.
       01 WS-NEXT-XFER         PIC 9(11)V99 VALUE ZEROS.
       01 WS-LATER-COUNT       PIC 9(6)  VALUE ZEROS.
       01 WS-LATER-TOTAL       PIC 9(11)V99 VALUE ZEROS.

      *> why the item in hand failed; spaces while it still passes.
       01 WS-FAIL-REASON       PIC X(30).
       01 WS-PROJECTED-BAL     PIC S9(9)V99.

       *> available-balance check, the bank.cbl shape: open holds
       *> against WS-HOLDS-ACCT-NUM total up and come off the
       *> balance before the overdraft limit is tested.
       01 WS-HOLDS-ACCT-NUM    PIC 9(10).
       01 WS-OPEN-HOLDS-TOTAL  PIC 9(9)V99.
       01 WS-HOLD-EOF          PIC X.

       *> debit-side stop check, the bank.cbl shape: the item's
       *> account, amount and counterparty go in, WS-STOPPED comes
       *> back with the stop id that matched.
       01 WS-STOP-CHK-ACCT     PIC 9(10).
       01 WS-STOP-CHK-AMT      PIC 9(9)V99.
       01 WS-STOP-CHK-CPTY     PIC 9(10).
       01 WS-STOPPED           PIC X.
       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT        PIC ZZZZZ9.
       01 WS-PRINT-LINE        PIC X(132).

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).
       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Forward-Dated Item Release --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
           MOVE WS-DATE-NUM TO WS-NEXT-DATE
           DISPLAY "Releasing items value-dated up to "
                   WS-BUSINESS-DATE

           *> rerun protection: items must not post twice when a
           *> broken stream is restarted from the top.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "FWDREL already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after item " WS-RESUME-KEY(1:6)
                      " - " WS-RESUME-DONE " item(s) already dealt "
                      "with."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           *> a restarted run carries on the report the broken run
           *> began, marking where it took over.
           IF WS-RESTARTING = "Y"
              OPEN EXTEND REPORT-FILE
              IF WS-RPT-FILE-STATUS = "35"
                 OPEN OUTPUT REPORT-FILE
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** RUN RESTARTED AFTER ITEM " WS-RESUME-KEY(1:6)
                     " - " WS-RESUME-DONE " ITEM(S) ALREADY DEALT "
                     "WITH ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              OPEN OUTPUT REPORT-FILE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "FORWARD-DATED ITEM RELEASE  BUSINESS DATE "
                     WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "ITEM   K T ACCOUNT    TO ACCOUNT           AMOUNT"
                     "  VALUE     KEYED BY  RESULT"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           OPEN I-O FORWARD-FILE
           IF WS-FWD-FILE-STATUS = "35"
              DISPLAY "No forward-dated items on file."
              MOVE SPACES TO WS-PRINT-LINE
              MOVE "NO FORWARD-DATED ITEMS ON FILE" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO FORWARD-DATED ITEMS ON FILE" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF

           PERFORM OPEN-ACCOUNT-IO
           PERFORM OPEN-TRANSACTION-IO

           *> a restart point in stage "T" means every item due had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> report's closing sections and the results are left.
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:6) TO FWD-ID
              START FORWARD-FILE KEY IS GREATER THAN FWD-ID
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
                   READ FORWARD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF FWD-STATUS = "W" AND
                          FWD-VALUE-DATE NOT > WS-BUSINESS-DATE
                          PERFORM RELEASE-ONE-ITEM
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE FWD-ID TO WS-LAST-KEY
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-NET-MOVED NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           IF WS-ITEMS-RELEASED = 0 AND WS-ITEMS-FAILED = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NOTHING DUE FOR " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITEMS-RELEASED TO WS-COUNT-EDIT
           MOVE WS-AMOUNT-MOVED   TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RELEASED " WS-COUNT-EDIT "  AMOUNT " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITEMS-FAILED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FAILED   " WS-COUNT-EDIT
                  "  - NOTHING POSTED, CUSTOMER TO BE CONTACTED"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-NEXT-DAY-SECTION
           CLOSE FORWARD-FILE
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Forward-Dated Release Report --"
           DISPLAY "Items read:      " WS-ITEMS-READ
           DISPLAY "Items released:  " WS-ITEMS-RELEASED
           DISPLAY "Items failed:    " WS-ITEMS-FAILED
           DISPLAY "Amount moved:    " WS-AMOUNT-MOVED
           DISPLAY "Due " WS-NEXT-DATE ": " WS-NEXT-COUNT
                   " items, out " WS-NEXT-OUT " in " WS-NEXT-IN
                   " transfers " WS-NEXT-XFER
           DISPLAY "Report written to fwdrpt.dat."

           MOVE WS-ITEMS-READ     TO BRES-ITEMS-READ
           MOVE WS-ITEMS-RELEASED TO BRES-ITEMS-APPLIED
           MOVE WS-ITEMS-FAILED   TO BRES-ITEMS-REJECTED
           MOVE WS-AMOUNT-MOVED   TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           IF WS-ITEMS-FAILED > 0
              MOVE "FORWARD ITEMS RELEASED - FAILURES LISTED"
                   TO BRES-NOTE
           ELSE
              MOVE "FORWARD ITEMS RELEASED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER FORWARD ITEM " WS-RESUME-KEY(1:6)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       RELEASE-ONE-ITEM.
           *> the checks run in the counter's order; the first one
           *> failed names the reason and nothing posts.
           MOVE SPACES TO WS-FAIL-REASON
           EVALUATE FWD-KIND
               WHEN "P"
                   PERFORM CHECK-FWD-POSTING
               WHEN "T"
                   PERFORM CHECK-FWD-TRANSFER
               WHEN OTHER
                   MOVE "UNKNOWN ITEM KIND" TO WS-FAIL-REASON
           END-EVALUATE

           IF WS-FAIL-REASON NOT = SPACES
              PERFORM FAIL-ONE-ITEM
              EXIT PARAGRAPH
           END-IF

           IF FWD-KIND = "P"
              PERFORM POST-FWD-POSTING
           ELSE
              PERFORM POST-FWD-TRANSFER
           END-IF

           MOVE "R"              TO FWD-STATUS
           MOVE "FWDREL"         TO FWD-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO FWD-CLOSED-DATE
           REWRITE FORWARD-RECORD

           MOVE FWD-ACCOUNT-NUMBER  TO WS-AUDIT-KEY-TXT
           MOVE "RELEASE-FWD-ITEM"  TO AUDIT-ACTION
           STRING "FWD " FWD-ID " MAKER " FWD-MAKER-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD

           ADD FWD-AMOUNT TO WS-AMOUNT-MOVED
           ADD 1 TO WS-ITEMS-RELEASED
           MOVE "RELEASED" TO WS-FAIL-REASON
           PERFORM WRITE-ITEM-LINE
           DISPLAY "Item " FWD-ID " released: " FWD-KIND " "
                   FWD-ACCOUNT-NUMBER " amount " FWD-AMOUNT
           EXIT PARAGRAPH.

       CHECK-FWD-POSTING.
           *> POST-TRANSACTION's status rules, then APPLY-POSTING's
           *> stop and available-balance checks on a withdrawal.
           MOVE FWD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = "D"
              MOVE "ACCOUNT DORMANT" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              MOVE "ACCOUNT ESCHEATED" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF
           IF FWD-TRAN-TYPE = "D"
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "F"
              MOVE "ACCOUNT FROZEN" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FWD-ACCOUNT-NUMBER TO WS-STOP-CHK-ACCT
           MOVE FWD-AMOUNT         TO WS-STOP-CHK-AMT
           MOVE ZEROS              TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              PERFORM RECORD-STOP-ENFORCED
              EXIT PARAGRAPH
           END-IF

           MOVE FWD-ACCOUNT-NUMBER TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BAL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - FWD-AMOUNT
           IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
              MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-FAIL-REASON
           END-IF
           EXIT PARAGRAPH.

       CHECK-FWD-TRANSFER.
           *> APPLY-TRANSFER's checks: both legs validated before
           *> either account is touched.
           MOVE FWD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT FOUND" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = "F"
              MOVE "FROM ACCOUNT FROZEN" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "D"
              MOVE "FROM ACCOUNT DORMANT" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              MOVE "FROM ACCOUNT ESCHEATED" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FWD-ACCOUNT-NUMBER TO WS-STOP-CHK-ACCT
           MOVE FWD-AMOUNT         TO WS-STOP-CHK-AMT
           MOVE FWD-TO-ACCOUNT     TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              PERFORM RECORD-STOP-ENFORCED
              EXIT PARAGRAPH
           END-IF

           MOVE FWD-ACCOUNT-NUMBER TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BAL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - FWD-AMOUNT
           IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
              MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FWD-TO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "TO ACCOUNT NOT FOUND" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = "D"
              MOVE "TO ACCOUNT DORMANT" TO WS-FAIL-REASON
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "E"
              MOVE "TO ACCOUNT ESCHEATED" TO WS-FAIL-REASON
           END-IF
           EXIT PARAGRAPH.

       RECORD-STOP-ENFORCED.
           *> the stop is audited against the account the way the
           *> counter audits it, as well as failing the item.
           MOVE SPACES TO WS-FAIL-REASON
           STRING "STOPPED BY STOP ORDER " WS-STOPPED-BY
                  DELIMITED BY SIZE INTO WS-FAIL-REASON
           MOVE FWD-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "STOP-ENFORCED" TO AUDIT-ACTION
           STRING "FWD " FWD-ID " STOP " WS-STOPPED-BY
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       POST-FWD-POSTING.
           MOVE FWD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           IF FWD-TRAN-TYPE = "D"
              ADD FWD-AMOUNT TO ACCOUNT-BALANCE
              ADD FWD-AMOUNT TO WS-NET-MOVED
           ELSE
              SUBTRACT FWD-AMOUNT FROM ACCOUNT-BALANCE
              SUBTRACT FWD-AMOUNT FROM WS-NET-MOVED
           END-IF
           REWRITE ACCOUNT-RECORD

           MOVE FWD-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE FWD-TRAN-TYPE      TO TRAN-TYPE
           MOVE FWD-AMOUNT         TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE   TO TRAN-DATE
           MOVE ZEROS              TO TRAN-LINK-ACCOUNT
           MOVE SPACES             TO TRAN-ORIG-TYPE
           MOVE SPACES             TO TRAN-ORIG-DATE
           MOVE FWD-MAKER-ID       TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           EXIT PARAGRAPH.

       POST-FWD-TRANSFER.
           *> debit the from-side first so a failure can never create
           *> money, then credit the to-side.
           MOVE FWD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT FWD-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE FWD-TO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           ADD FWD-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE FWD-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "T"                TO TRAN-TYPE
           MOVE FWD-AMOUNT         TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE   TO TRAN-DATE
           MOVE FWD-TO-ACCOUNT     TO TRAN-LINK-ACCOUNT
           MOVE SPACES             TO TRAN-ORIG-TYPE
           MOVE SPACES             TO TRAN-ORIG-DATE
           MOVE FWD-MAKER-ID       TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           MOVE FWD-TO-ACCOUNT     TO TRAN-ACCOUNT-NUMBER
           MOVE "C"                TO TRAN-TYPE
           MOVE FWD-ACCOUNT-NUMBER TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           EXIT PARAGRAPH.

       FAIL-ONE-ITEM.
           *> nothing posted: the item closes as failed with its
           *> reason, so it shows on the account's list and is never
           *> picked up again.
           MOVE "F"              TO FWD-STATUS
           MOVE "FWDREL"         TO FWD-CLOSED-BY
           MOVE WS-BUSINESS-DATE TO FWD-CLOSED-DATE
           MOVE WS-FAIL-REASON   TO FWD-FAIL-REASON
           REWRITE FORWARD-RECORD

           MOVE FWD-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "FAIL-FWD-ITEM"    TO AUDIT-ACTION
           MOVE WS-FAIL-REASON     TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD

           ADD 1 TO WS-ITEMS-FAILED
           PERFORM WRITE-ITEM-LINE
           DISPLAY "Item " FWD-ID " failed: " WS-FAIL-REASON
           EXIT PARAGRAPH.

       TALLY-WAITING-ITEM.
           *> still in the warehouse: the next business date's items
           *> are listed for treasury, anything later only totalled.
           IF FWD-VALUE-DATE > WS-NEXT-DATE
              ADD 1 TO WS-LATER-COUNT
              ADD FWD-AMOUNT TO WS-LATER-TOTAL
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-COUNT
           EVALUATE FWD-TRAN-TYPE
               WHEN "D"
                   ADD FWD-AMOUNT TO WS-NEXT-IN
               WHEN "W"
                   ADD FWD-AMOUNT TO WS-NEXT-OUT
               WHEN OTHER
                   ADD FWD-AMOUNT TO WS-NEXT-XFER
           END-EVALUATE
           EXIT PARAGRAPH.

       WRITE-NEXT-DAY-SECTION.
           *> a second pass over the warehouse for the items due on
           *> the next business date, then their totals. Everything
           *> still waiting is tallied here rather than on the release
           *> pass, so the figures don't depend on where a restarted
           *> run took over.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DUE NEXT BUSINESS DATE " WS-NEXT-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "WAITING" TO WS-FAIL-REASON
           MOVE ZEROS TO FWD-ID
           MOVE "N" TO WS-EOF
           START FORWARD-FILE KEY IS NOT LESS THAN FWD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ FORWARD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FWD-STATUS = "W" AND
                          FWD-VALUE-DATE > WS-BUSINESS-DATE
                          PERFORM TALLY-WAITING-ITEM
                       END-IF
                       IF FWD-STATUS = "W" AND
                          FWD-VALUE-DATE = WS-NEXT-DATE
                          PERFORM WRITE-ITEM-LINE
                       END-IF
                   END-READ
           END-PERFORM

           MOVE WS-NEXT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ITEMS    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEXT-OUT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WITHDRAWALS OUT   " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEXT-IN TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPOSITS IN       " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NEXT-XFER TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRANSFERS BETWEEN " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LATER-COUNT TO WS-COUNT-EDIT
           MOVE WS-LATER-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WAITING BEYOND " WS-NEXT-DATE ": " WS-COUNT-EDIT
                  " ITEMS  AMOUNT " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-ITEM-LINE.
           *> one item, with the result in WS-FAIL-REASON.
           MOVE FWD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF FWD-KIND = "T"
              STRING FWD-ID " " FWD-KIND " " FWD-TRAN-TYPE " "
                     FWD-ACCOUNT-NUMBER " " FWD-TO-ACCOUNT " "
                     WS-AMOUNT-EDIT "  " FWD-VALUE-DATE "  "
                     FWD-MAKER-ID "  " WS-FAIL-REASON
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING FWD-ID " " FWD-KIND " " FWD-TRAN-TYPE " "
                     FWD-ACCOUNT-NUMBER "            "
                     WS-AMOUNT-EDIT "  " FWD-VALUE-DATE "  "
                     FWD-MAKER-ID "  " WS-FAIL-REASON
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
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
       *> the same name, moving the run's net in one shot.
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
           ADD WS-NET-MOVED TO CONTROL-TOTAL
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
           *> caller sets WS-AUDIT-KEY-TXT, AUDIT-ACTION and, where
           *> there is one, WS-AUDIT-REASON - cleared after each write.
           PERFORM GET-CURRENT-DATE
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "FWDREL"             TO AUDIT-OPERATOR-ID
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
                          RUNC-PROGRAM-ID = "FWDREL" AND
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
           MOVE "FWDREL"         TO RUNC-PROGRAM-ID
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
           MOVE "FWDREL"   TO BRES-PROGRAM-ID
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
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 items read, 2 released, 3 failed;
           *> amounts: 1 amount released, 2 net deposits less
           *> withdrawals. No file, a spent record or another night's
           *> means a fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "FWDREL" OR
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
           MOVE RSTR-COUNT(1)   TO WS-ITEMS-READ
           MOVE RSTR-COUNT(2)   TO WS-ITEMS-RELEASED
           MOVE RSTR-COUNT(3)   TO WS-ITEMS-FAILED
           MOVE RSTR-AMOUNT(1)  TO WS-AMOUNT-MOVED
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           MOVE RSTR-AMOUNT(2)  TO WS-NET-MOVED
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "FWDREL"          TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE  TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE     TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY       TO RSTR-LAST-KEY
           MOVE WS-ITEMS-READ     TO RSTR-COUNT(1)
           MOVE WS-ITEMS-RELEASED TO RSTR-COUNT(2)
           MOVE WS-ITEMS-FAILED   TO RSTR-COUNT(3)
           MOVE ZEROS             TO RSTR-COUNT(4)
           MOVE ZEROS             TO RSTR-COUNT(5)
           MOVE ZEROS             TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-MOVED   TO RSTR-AMOUNT(1)
           MOVE WS-NET-MOVED      TO RSTR-AMOUNT(2)
           MOVE ZEROS             TO RSTR-AMOUNT(3)
           MOVE ZEROS             TO RSTR-INPUT-COUNT
           MOVE ZEROS             TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO RSTR-TIMESTAMP
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

       END PROGRAM FWDREL.
