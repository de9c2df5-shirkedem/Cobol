      *> Nightly batch job: the overdraft-protection sweep. Every
      *> active checking account left below zero by the day's posting
      *> is brought back to zero from the sources its customer
      *> nominated through BANKSYSTEM's Overdraft Protection option
      *> (ODPREC.cpy), in priority order - each sweep a linked "T"/"C"
      *> transfer carrying the product's sweep fee as an "F" entry,
      *> the same COVER-FROM-PROTECTION CLRPOST and STDORD use before
      *> they refuse a debit. A source only ever gives its available
      *> balance; an account its sources can't fully cover takes
      *> what they have. Sweep transfers cancel, so only the fees
      *> move CONTROL-TOTAL, in one shot at the end of the run the
      *> way MONFEE posts its fees.
      *> The sweep report (odswrpt.dat, 132-byte print lines) lists
      *> every sweep on the log (sweeps.dat, SWPREC.cpy) under the
      *> business date - CLRPOST's and STDORD's as well as tonight's
      *> - with totals by job, then every protected checking account
      *> still below zero because its sources are exhausted, for the
      *> branch to call the customer. Meant to run from the same JCL
      *> stream as BANKBAT, after STDORD and FWDREL and before
      *> TRNPROOF - see banksystem/jcl/BANKBAT.jcl.
      *> Each overdrawn account dealt with is committed to the
      *> restart point (odsweep.ckp, RSTRREC.cpy), so a run that
      *> abends partway is simply rerun: it carries on after the
      *> last account dealt with. The report is built from the log
      *> and the master once the sweeping is done, so a restarted
      *> run's report is as complete as a clean one's.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ODSWEEP.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
           SELECT REPORT-FILE ASSIGN TO "odswrpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "odsweep.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD CONTROL-FILE.
         *> read for the business date, so the sweep runs under the
         *> day being closed even when the run slips past midnight;
         *> updated with the night's sweep fees.
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
         *> stop-payment and debit-block orders checked before money
         *> leaves a source; see STOPREC.cpy for the match rules.
           COPY STOPREC.

         FD HOLD-FILE.
         *> funds-availability holds on deposited items; open holds
         *> come off what a source has available to give.
           COPY HOLDREC.

         FD OD-PROTECTION-FILE.
         *> the sources behind each protected checking account; see
         *> ODPREC.cpy.
           COPY ODPREC.

         FD SWEEP-LOG-FILE.
         *> every sweep made by any job - appended to here, and read
         *> back for the report; see SWPREC.cpy.
           COPY SWPREC.

         FD PRODUCT-PARAM-FILE.
         *> read for the sweep fee charged per sweep.
           COPY PRODREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-STOP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ODP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-SWP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
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

       01 WS-ACCOUNTS-READ     PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-SWEPT    PIC 9(6)  VALUE ZEROS.
       01 WS-SWEEPS-MADE       PIC 9(6)  VALUE ZEROS.
       01 WS-AMOUNT-SWEPT      PIC 9(11)V99 VALUE ZEROS.
       01 WS-SWEEP-FEES        PIC 9(9)V99 VALUE ZEROS.

       *> restart point: overdrawn accounts dealt with so far and
       *> the last one's number; on a rerun, where the interrupted
       *> run had got to and whether it had already moved
       *> CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       *> available-balance check, the bank.cbl shape: open holds
       *> against WS-HOLDS-ACCT-NUM total up and come off the
       *> balance a source has to give.
       01 WS-HOLDS-ACCT-NUM    PIC 9(10).
       01 WS-OPEN-HOLDS-TOTAL  PIC 9(9)V99.
       01 WS-HOLD-EOF          PIC X.

       *> debit-side stop check, the bank.cbl shape: the source,
       *> amount and counterparty go in, WS-STOPPED comes back with
       *> the stop id that matched.
       01 WS-STOP-CHK-ACCT     PIC 9(10).
       01 WS-STOP-CHK-AMT      PIC 9(9)V99.
       01 WS-STOP-CHK-CPTY     PIC 9(10).
       01 WS-STOPPED           PIC X.
       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.

       *> overdraft-protection sweeps - see ODPWORK.cpy.
           COPY ODPWORK.

       *> the report: tonight's sweeps totalled by the job that made
       *> them, and the protected accounts still below zero.
       01 WS-SWP-EOF           PIC X.
       01 WS-LOG-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-LOG-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
       01 WS-LOG-FEES          PIC 9(9)V99 VALUE ZEROS.
       01 WS-JOB-COUNT         PIC 9(2)  VALUE ZEROS.
       01 WS-JOB-IDX           PIC 9(2).
       01 WS-JOB-SLOT          PIC 9(2).
       01 WS-JOB-TBL.
           05 WS-JOB-ENTRY OCCURS 10 TIMES.
              10 WS-JOB-ID     PIC X(8).
              10 WS-JOB-SWEEPS PIC 9(6).
              10 WS-JOB-AMOUNT PIC 9(11)V99.
              10 WS-JOB-FEES   PIC 9(9)V99.
       01 WS-PROTECTED         PIC X.
       01 WS-EXHAUSTED-COUNT   PIC 9(6)  VALUE ZEROS.
       01 WS-EXHAUSTED-TOTAL   PIC S9(11)V99 VALUE ZEROS.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FEE-EDIT          PIC ZZ9.99.
       01 WS-FEES-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NEG-TOTAL-EDIT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT        PIC ZZZZZ9.
       01 WS-PRINT-LINE        PIC X(132).

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Nightly Overdraft Protection Sweep --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: sweeps must not post twice when a
           *> broken stream is restarted from the top.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "ODSWEEP already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after account "
                      WS-RESUME-KEY(1:10) " - " WS-RESUME-DONE
                      " account(s) already dealt with."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           PERFORM OPEN-ACCOUNT-IO

           *> a restart point in stage "T" means every account had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> report and the results are left.
           MOVE "N" TO WS-EOF
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:10) TO ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS GREATER THAN ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF ACCOUNT-TYPE = "Checking" AND
                          ACCOUNT-STATUS = "A" AND
                          ACCOUNT-BALANCE < 0
                          PERFORM SWEEP-ONE-ACCOUNT
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE WS-ODP-ACCT-NUM TO WS-LAST-KEY
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM

           IF WS-RESTART-STAGE = "P"
              IF WS-SWEEP-FEES NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-SWEEP-SECTION
           PERFORM WRITE-EXHAUSTED-SECTION
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE

           DISPLAY " "
           DISPLAY "-- Overdraft Protection Sweep Report --"
           DISPLAY "Accounts read:        " WS-ACCOUNTS-READ
           DISPLAY "Accounts swept:       " WS-ACCOUNTS-SWEPT
           DISPLAY "Sweeps made:          " WS-SWEEPS-MADE
           DISPLAY "Amount swept:         " WS-AMOUNT-SWEPT
           DISPLAY "Sweep fees charged:   " WS-SWEEP-FEES
           DISPLAY "Still below zero:     " WS-EXHAUSTED-COUNT
           DISPLAY "Report written to odswrpt.dat."

           MOVE WS-ACCOUNTS-READ   TO BRES-ITEMS-READ
           MOVE WS-ACCOUNTS-SWEPT  TO BRES-ITEMS-APPLIED
           MOVE WS-EXHAUSTED-COUNT TO BRES-ITEMS-REJECTED
           MOVE WS-AMOUNT-SWEPT    TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           IF WS-EXHAUSTED-COUNT > 0
              MOVE "SWEEPS POSTED - EXHAUSTED ACCOUNTS LISTED"
                   TO BRES-NOTE
           ELSE
              MOVE "OVERDRAFT SWEEPS POSTED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER ACCOUNT " WS-RESUME-KEY(1:10)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       SWEEP-ONE-ACCOUNT.
           *> back to zero if the sources can; whatever they have if
           *> they can't. The sweep reads other accounts through the
           *> same file, so the browse is put back after this one
           *> before the next read.
           MOVE ACCOUNT-NUMBER TO WS-ODP-ACCT-NUM
           COMPUTE WS-ODP-NEEDED = 0 - ACCOUNT-BALANCE
           MOVE 0.01 TO WS-ODP-MINIMUM
           MOVE "NIGHTLY SWEEP" TO WS-ODP-REASON
           PERFORM COVER-FROM-PROTECTION
           IF WS-ODP-COVERED = "Y"
              ADD 1 TO WS-ACCOUNTS-SWEPT
              ADD WS-ODP-SWEEPS TO WS-SWEEPS-MADE
              ADD WS-ODP-SWEPT  TO WS-AMOUNT-SWEPT
              ADD WS-ODP-FEES   TO WS-SWEEP-FEES
           END-IF

           MOVE WS-ODP-ACCT-NUM TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY IS GREATER THAN ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           EXIT PARAGRAPH.

       WRITE-SWEEP-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERDRAFT PROTECTION SWEEPS  BUSINESS DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB      CHECKING   SOURCE             AMOUNT"
                  "    FEE    BALANCE AFTER  FOR"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-SWP-EOF
           OPEN INPUT SWEEP-LOG-FILE
           IF WS-SWP-FILE-STATUS = "35"
              MOVE "Y" TO WS-SWP-EOF
           END-IF
           PERFORM UNTIL WS-SWP-EOF = "Y"
                   READ SWEEP-LOG-FILE
                   AT END
                      MOVE "Y" TO WS-SWP-EOF
                   NOT AT END
                       IF SWP-BUSINESS-DATE = WS-BUSINESS-DATE
                          PERFORM WRITE-SWEEP-LINE
                       END-IF
                   END-READ
           END-PERFORM
           IF WS-SWP-FILE-STATUS NOT = "35"
              CLOSE SWEEP-LOG-FILE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LOG-COUNT = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NO SWEEPS FOR " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   MOVE WS-JOB-SWEEPS(WS-JOB-IDX) TO WS-COUNT-EDIT
                   MOVE WS-JOB-AMOUNT(WS-JOB-IDX) TO WS-TOTAL-EDIT
                   MOVE WS-JOB-FEES(WS-JOB-IDX)   TO WS-FEES-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "BY " WS-JOB-ID(WS-JOB-IDX)
                          " SWEEPS " WS-COUNT-EDIT
                          "  AMOUNT " WS-TOTAL-EDIT
                          "  FEES " WS-FEES-EDIT
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-LOG-COUNT  TO WS-COUNT-EDIT
           MOVE WS-LOG-AMOUNT TO WS-TOTAL-EDIT
           MOVE WS-LOG-FEES   TO WS-FEES-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ALL JOBS    SWEEPS " WS-COUNT-EDIT
                  "  AMOUNT " WS-TOTAL-EDIT
                  "  FEES " WS-FEES-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-SWEEP-LINE.
           ADD 1 TO WS-LOG-COUNT
           ADD SWP-AMOUNT TO WS-LOG-AMOUNT
           ADD SWP-FEE    TO WS-LOG-FEES
           *> the job's slot in the totals table, added the first
           *> time it is seen - the operator-totals shape.
           MOVE ZEROS TO WS-JOB-SLOT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-ID(WS-JOB-IDX) = SWP-PROGRAM-ID
                      MOVE WS-JOB-IDX TO WS-JOB-SLOT
                   END-IF
           END-PERFORM
           IF WS-JOB-SLOT = 0 AND WS-JOB-COUNT < 10
              ADD 1 TO WS-JOB-COUNT
              MOVE WS-JOB-COUNT TO WS-JOB-SLOT
              MOVE SWP-PROGRAM-ID TO WS-JOB-ID(WS-JOB-SLOT)
              MOVE ZEROS TO WS-JOB-SWEEPS(WS-JOB-SLOT)
              MOVE ZEROS TO WS-JOB-AMOUNT(WS-JOB-SLOT)
              MOVE ZEROS TO WS-JOB-FEES(WS-JOB-SLOT)
           END-IF
           IF WS-JOB-SLOT > 0
              ADD 1 TO WS-JOB-SWEEPS(WS-JOB-SLOT)
              ADD SWP-AMOUNT TO WS-JOB-AMOUNT(WS-JOB-SLOT)
              ADD SWP-FEE    TO WS-JOB-FEES(WS-JOB-SLOT)
           END-IF

           MOVE SWP-AMOUNT        TO WS-AMOUNT-EDIT
           MOVE SWP-FEE           TO WS-FEE-EDIT
           MOVE SWP-BALANCE-AFTER TO WS-BAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING SWP-PROGRAM-ID " " SWP-ACCOUNT-NUMBER " "
                  SWP-SOURCE-ACCOUNT " " WS-AMOUNT-EDIT " "
                  WS-FEE-EDIT " " WS-BAL-EDIT "  " SWP-REASON
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-EXHAUSTED-SECTION.
           *> every protected checking account still below zero once
           *> the sweeping is done - its sources have nothing left to
           *> give. An account with no active source isn't protected
           *> and isn't listed.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "PROTECTED ACCOUNTS STILL BELOW ZERO" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHECKING   CUSTOMER          BALANCE"
                  "  OD LIMIT"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZEROS TO ACCOUNT-NUMBER
           MOVE "N" TO WS-EOF
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ACCOUNT-TYPE = "Checking" AND
                          ACCOUNT-STATUS = "A" AND
                          ACCOUNT-BALANCE < 0
                          PERFORM CHECK-PROTECTED
                          IF WS-PROTECTED = "Y"
                             PERFORM WRITE-EXHAUSTED-LINE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXHAUSTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXHAUSTED-TOTAL TO WS-NEG-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SOURCES EXHAUSTED " WS-COUNT-EDIT
                  "  STILL OVERDRAWN " WS-NEG-TOTAL-EDIT
                  "  - CUSTOMER TO BE CONTACTED"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       CHECK-PROTECTED.
           *> does the account in the record buffer have an active
           *> protection source on file?
           MOVE "N" TO WS-PROTECTED
           MOVE "N" TO WS-ODP-EOF
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO ODP-ACCOUNT-NUMBER
           MOVE ZEROS          TO ODP-PRIORITY
           START OD-PROTECTION-FILE KEY IS NOT LESS THAN ODP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ODP-EOF
           END-START
           PERFORM UNTIL WS-ODP-EOF = "Y" OR WS-PROTECTED = "Y"
                   READ OD-PROTECTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF ODP-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          MOVE "Y" TO WS-ODP-EOF
                       ELSE
                          IF ODP-STATUS = "A"
                             MOVE "Y" TO WS-PROTECTED
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           EXIT PARAGRAPH.

       WRITE-EXHAUSTED-LINE.
           ADD 1 TO WS-EXHAUSTED-COUNT
           ADD ACCOUNT-BALANCE TO WS-EXHAUSTED-TOTAL
           MOVE ACCOUNT-BALANCE         TO WS-BAL-EDIT
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING ACCOUNT-NUMBER " " ACCOUNT-CUST-ID "   "
                  WS-BAL-EDIT " " WS-LIMIT-EDIT
                  "  SOURCES EXHAUSTED"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
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
           MOVE "ODSWEEP"               TO TRAN-OPERATOR-ID
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
           MOVE "ODSWEEP"               TO SWP-PROGRAM-ID
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
       *> the same name; the sweep fees are the only money this run
       *> takes out of the bank's books.
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
                          RUNC-PROGRAM-ID = "ODSWEEP" AND
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
           MOVE "ODSWEEP"        TO RUNC-PROGRAM-ID
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
           MOVE "ODSWEEP"  TO BRES-PROGRAM-ID
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
           *> up its counts. Counts: 1 accounts read, 2 accounts
           *> swept, 3 sweeps made; amounts: 1 amount swept, 2 sweep
           *> fees charged. No file, a spent record or another
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
           IF RSTR-PROGRAM-ID NOT = "ODSWEEP" OR
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
           MOVE RSTR-COUNT(1)   TO WS-ACCOUNTS-READ
           MOVE RSTR-COUNT(2)   TO WS-ACCOUNTS-SWEPT
           MOVE RSTR-COUNT(3)   TO WS-SWEEPS-MADE
           MOVE RSTR-AMOUNT(1)  TO WS-AMOUNT-SWEPT
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           MOVE RSTR-AMOUNT(2)  TO WS-SWEEP-FEES
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "ODSWEEP"          TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE   TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE      TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY        TO RSTR-LAST-KEY
           MOVE WS-ACCOUNTS-READ   TO RSTR-COUNT(1)
           MOVE WS-ACCOUNTS-SWEPT  TO RSTR-COUNT(2)
           MOVE WS-SWEEPS-MADE     TO RSTR-COUNT(3)
           MOVE ZEROS              TO RSTR-COUNT(4)
           MOVE ZEROS              TO RSTR-COUNT(5)
           MOVE ZEROS              TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-SWEPT    TO RSTR-AMOUNT(1)
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

       END PROGRAM ODSWEEP.
