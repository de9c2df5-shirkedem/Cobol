      *> both legs or neither, the same overdraft check on the
      *> from-account, and no CONTROL-TOTAL movement since the legs
      *> cancel. Orders that would breach ACCOUNT-OVERDRAFT-LIMIT are
      *> skipped and reported instead of bouncing the account -
      *> unless the from-account's overdraft-protection sources
      *> (ODPREC.cpy) can sweep enough across first. Each sweep is
      *> a linked transfer with the product's sweep fee, logged to
      *> sweeps.dat; the fees are the one thing that moves
      *> CONTROL-TOTAL, in one shot at the end. Each
      *> execution is logged to transactions.dat (linked "T"/"C"
      *> entries) and audit.dat. Meant to run from the same JCL stream
      *> as BANKBAT - see banksystem/jcl/BANKBAT.jcl.
      *> An order set for day 29-31 simply doesn't fall due in a month
      *> without that day; the shop keys month-end sweeps on day 28.
      *> Each order is committed to the restart point (stdord.ckp,
      *> RSTRREC.cpy) as soon as it has been dealt with, so a run
      *> that abends partway is simply rerun: it carries on after the
      *> last order done, with the counts it had reached.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STDORD.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "stdord.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO "odprot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-KEY
               FILE STATUS IS WS-ODP-FILE-STATUS.
           SELECT SWEEP-LOG-FILE ASSIGN TO "sweeps.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.
           SELECT PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.

         FD CONTROL-FILE.
         *> read for the business date, so an order executes under the
         *> day being closed even when the run slips past midnight,
         *> and moved by the night's sweep fees.
           COPY CTRLREC.

         FD RUN-CONTROL-FILE.
         *> withdrawal leg in BANKSYSTEM.
           COPY HOLDREC.

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         FD OD-PROTECTION-FILE.
         *> the accounts that cover a checking account before one of
         *> its orders is skipped; see ODPREC.cpy.
           COPY ODPREC.

         FD SWEEP-LOG-FILE.
         *> every sweep made, for ODSWEEP's report; see SWPREC.cpy.
           COPY SWPREC.

         FD PRODUCT-PARAM-FILE.
         *> read for the sweep fee charged per sweep.
           COPY PRODREC.

         WORKING-STORAGE SECTION.
       01 WS-SORD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-STOP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ODP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-SWP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).

       01 WS-ORDERS-READ       PIC 9(6)  VALUE ZEROS.
       01 WS-ORDERS-EXECUTED   PIC 9(6)  VALUE ZEROS.
       01 WS-ORDERS-SKIPPED    PIC 9(6)  VALUE ZEROS.
       01 WS-ORDERS-STOPPED    PIC 9(6)  VALUE ZEROS.
       01 WS-AMOUNT-MOVED      PIC 9(9)V99 VALUE ZEROS.
       01 WS-SWEEPS-MADE       PIC 9(6)  VALUE ZEROS.
       01 WS-SWEEP-FEES        PIC 9(7)V99 VALUE ZEROS.

       *> restart point: orders dealt with so far and the last one's
       *> id; on a rerun, where the interrupted run had got to and
       *> whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       01 WS-PROJECTED-BAL     PIC S9(9)V99.

       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.

       *> overdraft-protection sweeps - see ODPWORK.cpy.
           COPY ODPWORK.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after order " WS-RESUME-KEY(1:6)
                      " - " WS-RESUME-DONE " order(s) already done."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL


           PERFORM OPEN-ACCOUNT-IO

           *> a restart point in stage "T" means every order had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> results are left to write.
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:6) TO SORD-ORDER-ID
              START STANDING-ORDER-FILE
                    KEY IS GREATER THAN SORD-ORDER-ID
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       IF SORD-ACTIVE-FLAG = "Y" AND
                          SORD-DAY-OF-MONTH = WS-TODAY-DAY
                          PERFORM EXECUTE-ONE-ORDER
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE SORD-ORDER-ID TO WS-LAST-KEY
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-SWEEP-FEES NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY " "
           DISPLAY "-- Standing Order Run Report --"
           DISPLAY "Orders read:     " WS-ORDERS-READ
           DISPLAY "Orders skipped:  " WS-ORDERS-SKIPPED
           DISPLAY "Orders stopped:  " WS-ORDERS-STOPPED
           DISPLAY "Amount moved:    " WS-AMOUNT-MOVED
           IF WS-SWEEPS-MADE > 0
              DISPLAY "Protection sweeps: " WS-SWEEPS-MADE
                      "  fees charged: " WS-SWEEP-FEES
           END-IF

           MOVE WS-ORDERS-READ     TO BRES-ITEMS-READ
           MOVE WS-ORDERS-EXECUTED TO BRES-ITEMS-APPLIED
           MOVE "OK" TO BRES-STATUS
           MOVE "STANDING ORDERS EXECUTED" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER ORDER " WS-RESUME-KEY(1:6)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       EXECUTE-ONE-ORDER.
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BAL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - SORD-AMOUNT
           *> before the order is skipped, the from-account's
           *> protection sources may cover it: enough to bring the
           *> available balance back to zero if they can, and at
           *> least enough to keep it within the limit.
           IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
              MOVE SORD-FROM-ACCOUNT TO WS-ODP-ACCT-NUM
              COMPUTE WS-ODP-NEEDED = 0 - WS-PROJECTED-BAL
              COMPUTE WS-ODP-MINIMUM =
                 0 - ACCOUNT-OVERDRAFT-LIMIT - WS-PROJECTED-BAL
              MOVE "STANDING ORDER" TO WS-ODP-REASON
              PERFORM COVER-FROM-PROTECTION
              IF WS-ODP-COVERED = "N"
                 DISPLAY "Order " SORD-ORDER-ID
                         " skipped: would breach available funds."
                 ADD 1 TO WS-ORDERS-SKIPPED
                 EXIT PARAGRAPH
              END-IF
              ADD WS-ODP-SWEEPS TO WS-SWEEPS-MADE
              ADD WS-ODP-FEES TO WS-SWEEP-FEES
           END-IF

           MOVE SORD-TO-ACCOUNT TO ACCOUNT-NUMBER
              EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-STATUS = "D" OR ACCOUNT-STATUS = "E"
              DISPLAY "Order " SORD-ORDER-ID
                      " skipped: to account dormant or escheated."
              ADD 1 TO WS-ORDERS-SKIPPED
              EXIT PARAGRAPH
           END-IF
           MOVE STOP-ORDER-ID TO WS-STOPPED-BY
           EXIT PARAGRAPH.

       COVER-FROM-PROTECTION.
           *> the checking account WS-ODP-ACCT-NUM is in the
           *> ACCOUNT-FILE record buffer (file open I-O) and short by
           *> WS-ODP-NEEDED; sweep from its protection sources in
           *> priority order, each sweep a linked transfer carrying
           *> the product's sweep fee, but only when together they
           *> reach WS-ODP-MINIMUM - a partial cover that still
           *> leaves the debit refused moves nothing. The account is
           *> read back into the buffer before returning, balance
           *> after any sweep. See ODPWORK.cpy.
           MOVE "N"   TO WS-ODP-COVERED
           MOVE ZEROS TO WS-ODP-SWEPT
           MOVE ZEROS TO WS-ODP-FEES
           MOVE ZEROS TO WS-ODP-SWEEPS
           IF WS-ODP-NEEDED NOT > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SWEEP-FEE
           PERFORM LOAD-PROTECTION-SOURCES

           MOVE WS-ODP-NEEDED TO WS-ODP-REMAINING
           MOVE ZEROS TO WS-ODP-NET
           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                   UNTIL WS-ODP-IDX > WS-ODP-SOURCE-COUNT
                   PERFORM PLAN-ONE-SWEEP
           END-PERFORM

           IF WS-ODP-SOURCE-COUNT > 0 AND
              WS-ODP-NET NOT < WS-ODP-MINIMUM
              PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                      UNTIL WS-ODP-IDX > WS-ODP-SOURCE-COUNT
                      IF WS-ODP-SRC-TAKE(WS-ODP-IDX) > 0
                         PERFORM POST-ONE-SWEEP
                      END-IF
              END-PERFORM
              MOVE "Y" TO WS-ODP-COVERED
           END-IF

           MOVE WS-ODP-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           EXIT PARAGRAPH.

       FIND-SWEEP-FEE.
           *> latest parameter record for the checking account's type
           *> effective on or before the business date; the built-in
           *> figure when none applies, the same as BANKSYSTEM's.
           MOVE 10.00 TO WS-ODP-FEE
           MOVE SPACES TO WS-ODP-BEST-DATE
           MOVE "N" TO WS-ODP-PROD-EOF
           OPEN INPUT PRODUCT-PARAM-FILE
           IF WS-PROD-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ODP-PROD-EOF = "Y"
                   READ PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODP-PROD-EOF
                   NOT AT END
                       IF PROD-ACCOUNT-TYPE = ACCOUNT-TYPE AND
                          PROD-EFFECTIVE-DATE <= WS-BUSINESS-DATE AND
                          PROD-EFFECTIVE-DATE > WS-ODP-BEST-DATE
                          MOVE PROD-EFFECTIVE-DATE TO WS-ODP-BEST-DATE
                          MOVE PROD-SWEEP-FEE TO WS-ODP-FEE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-PARAM-FILE
           EXIT PARAGRAPH.

       LOAD-PROTECTION-SOURCES.
           *> the account's active links, priority 1 first, keeping
           *> each source that can give something today. A site that
           *> has never linked an account has no file, and nothing is
           *> loaded.
           MOVE ZEROS TO WS-ODP-SOURCE-COUNT
           MOVE "N" TO WS-ODP-EOF
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ODP-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE ZEROS           TO ODP-PRIORITY
           START OD-PROTECTION-FILE KEY IS NOT LESS THAN ODP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ODP-EOF
           END-START
           PERFORM UNTIL WS-ODP-EOF = "Y"
                   READ OD-PROTECTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF ODP-ACCOUNT-NUMBER NOT = WS-ODP-ACCT-NUM
                          MOVE "Y" TO WS-ODP-EOF
                       ELSE
                          IF ODP-STATUS = "A" AND
                             WS-ODP-SOURCE-COUNT < 9
                             PERFORM TAKE-ONE-SOURCE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           EXIT PARAGRAPH.

       TAKE-ONE-SOURCE.
           *> a source must still be there, active and not a loan or
           *> term deposit, with no stop on money leaving it for the
           *> checking account, and must have more available (open
           *> holds off, never its own overdraft) than one sweep fee.
           MOVE ODP-SOURCE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A" OR
              ACCOUNT-TYPE = "Loan" OR
              ACCOUNT-TYPE = "Term Deposit"
              EXIT PARAGRAPH
           END-IF
           MOVE ODP-SOURCE-ACCOUNT TO WS-STOP-CHK-ACCT
           MOVE ZEROS              TO WS-STOP-CHK-AMT
           MOVE WS-ODP-ACCT-NUM    TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ODP-SOURCE-ACCOUNT TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-ODP-AVAIL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL
           IF WS-ODP-AVAIL NOT > WS-ODP-FEE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ODP-SOURCE-COUNT
           MOVE ODP-SOURCE-ACCOUNT
                TO WS-ODP-SRC-ACCT(WS-ODP-SOURCE-COUNT)
           MOVE WS-ODP-AVAIL
                TO WS-ODP-SRC-AVAIL(WS-ODP-SOURCE-COUNT)
           MOVE ZEROS TO WS-ODP-SRC-TAKE(WS-ODP-SOURCE-COUNT)
           EXIT PARAGRAPH.

       PLAN-ONE-SWEEP.
           *> a sweep takes what is still short plus its own fee, or
           *> as much as the source has.
           MOVE ZEROS TO WS-ODP-SRC-TAKE(WS-ODP-IDX)
           IF WS-ODP-REMAINING NOT > 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ODP-LEG = WS-ODP-REMAINING + WS-ODP-FEE
           IF WS-ODP-LEG > WS-ODP-SRC-AVAIL(WS-ODP-IDX)
              MOVE WS-ODP-SRC-AVAIL(WS-ODP-IDX) TO WS-ODP-LEG
           END-IF
           MOVE WS-ODP-LEG TO WS-ODP-SRC-TAKE(WS-ODP-IDX)
           COMPUTE WS-ODP-REMAINING =
              WS-ODP-REMAINING + WS-ODP-FEE - WS-ODP-LEG
           COMPUTE WS-ODP-NET = WS-ODP-NET + WS-ODP-LEG - WS-ODP-FEE
           EXIT PARAGRAPH.

       POST-ONE-SWEEP.
           *> source first so a failure can never create money, then
           *> the checking account takes the sweep less its fee.
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT WS-ODP-SRC-TAKE(WS-ODP-IDX) FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE WS-ODP-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           ADD WS-ODP-SRC-TAKE(WS-ODP-IDX) TO ACCOUNT-BALANCE
           SUBTRACT WS-ODP-FEE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-BALANCE TO WS-ODP-BAL-AFTER

           PERFORM OPEN-TRANSACTION-IO
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO TRAN-ACCOUNT-NUMBER
           MOVE "T"                   TO TRAN-TYPE
           MOVE WS-ODP-SRC-TAKE(WS-ODP-IDX) TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE      TO TRAN-DATE
           MOVE WS-ODP-ACCT-NUM       TO TRAN-LINK-ACCOUNT
           MOVE SPACES                TO TRAN-ORIG-TYPE
           MOVE SPACES                TO TRAN-ORIG-DATE
           MOVE "STDORD"               TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           MOVE WS-ODP-ACCT-NUM       TO TRAN-ACCOUNT-NUMBER
           MOVE "C"                   TO TRAN-TYPE
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           IF WS-ODP-FEE > 0
              MOVE "F"                TO TRAN-TYPE
              MOVE WS-ODP-FEE         TO TRAN-AMOUNT
              MOVE ZEROS              TO TRAN-LINK-ACCOUNT
              PERFORM POST-LEDGER-ENTRY
           END-IF
           CLOSE TRANSACTION-FILE

           MOVE WS-BUSINESS-DATE      TO SWP-BUSINESS-DATE
           MOVE "STDORD"               TO SWP-PROGRAM-ID
           MOVE WS-ODP-ACCT-NUM       TO SWP-ACCOUNT-NUMBER
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO SWP-SOURCE-ACCOUNT
           MOVE WS-ODP-SRC-TAKE(WS-ODP-IDX) TO SWP-AMOUNT
           MOVE WS-ODP-FEE            TO SWP-FEE
           MOVE WS-ODP-REASON         TO SWP-REASON
           MOVE WS-ODP-BAL-AFTER      TO SWP-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)     TO SWP-TIMESTAMP
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SWP-FILE-STATUS = "35"
              OPEN OUTPUT SWEEP-LOG-FILE
           END-IF
           WRITE SWEEP-RECORD
           CLOSE SWEEP-LOG-FILE

           ADD WS-ODP-SRC-TAKE(WS-ODP-IDX) TO WS-ODP-SWEPT
           ADD WS-ODP-FEE TO WS-ODP-FEES
           ADD 1 TO WS-ODP-SWEEPS
           DISPLAY "Swept " WS-ODP-SRC-TAKE(WS-ODP-IDX) " from "
                   WS-ODP-SRC-ACCT(WS-ODP-IDX) " to "
                   WS-ODP-ACCT-NUM " (fee " WS-ODP-FEE ")"
           EXIT PARAGRAPH.

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name; the night's sweep fees are the only money
       *> this run takes out of the bank's books.
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
           SUBTRACT WS-SWEEP-FEES FROM CONTROL-TOTAL
           REWRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           EXIT PARAGRAPH.

       GET-BUSINESS-DATE.
           *> same fallback rule as BANKSYSTEM: no control record or a
           *> blank date means today, so the job still runs on a site
           *> file open I-O. The sequence is assigned 1 up within
           *> the account and day by retrying the WRITE past any
           *> duplicate key - a handful of entries at most.
           PERFORM SET-POSTING-BRANCH
           MOVE 1 TO TRAN-SEQ
           MOVE "N" TO WS-TRAN-WRITTEN
           PERFORM UNTIL WS-TRAN-WRITTEN = "Y"
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
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       LOAD-RESTART-POINT.
           *> a restart point left in stage "P" or "T" under
           *> tonight's date is an interrupted run of this job: take
           *> up its counts. Counts: 1 orders read, 2 executed, 3
           *> skipped, 4 stopped, 5 protection sweeps; amounts: 1 the
           *> amount moved, 2 sweep fees charged. No file, a spent
           *> record or another night's means a fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "STDORD" OR
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
           MOVE RSTR-COUNT(1)   TO WS-ORDERS-READ
           MOVE RSTR-COUNT(2)   TO WS-ORDERS-EXECUTED
           MOVE RSTR-COUNT(3)   TO WS-ORDERS-SKIPPED
           MOVE RSTR-COUNT(4)   TO WS-ORDERS-STOPPED
           MOVE RSTR-COUNT(5)   TO WS-SWEEPS-MADE
           MOVE RSTR-AMOUNT(1)  TO WS-AMOUNT-MOVED
           MOVE RSTR-AMOUNT(2)  TO WS-SWEEP-FEES
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "STDORD"           TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE   TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE      TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY        TO RSTR-LAST-KEY
           MOVE WS-ORDERS-READ     TO RSTR-COUNT(1)
           MOVE WS-ORDERS-EXECUTED TO RSTR-COUNT(2)
           MOVE WS-ORDERS-SKIPPED  TO RSTR-COUNT(3)
           MOVE WS-ORDERS-STOPPED  TO RSTR-COUNT(4)
           MOVE WS-SWEEPS-MADE     TO RSTR-COUNT(5)
           MOVE ZEROS              TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-MOVED    TO RSTR-AMOUNT(1)
           MOVE WS-SWEEP-FEES      TO RSTR-AMOUNT(2)
           MOVE ZEROS              TO RSTR-AMOUNT(3)
           MOVE ZEROS              TO RSTR-INPUT-COUNT
           MOVE ZEROS              TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)  TO RSTR-TIMESTAMP
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

       END PROGRAM STDORD.
