      *> account, and a dormant one must be reactivated first.
      *> The fee month is the business-date month, so a month-end run
      *> slipping past midnight still bills the right month.
      *> Each account's fees are committed to the restart point
      *> (monfee.ckp, RSTRREC.cpy) as soon as they have posted, so a
      *> run that abends partway is simply rerun: it carries on after
      *> the last account billed, and the one-shot CONTROL-TOTAL
      *> movement still covers the whole month's fees exactly once.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MONFEE.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "monfee.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-ACCT-EOF          PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).
       01 WS-TRAN-EOF          PIC X     VALUE "N".

       *> the fee schedule, per account type, loaded once from the
       *> parameter record yet.
           COPY ACCTTYPE.
       01 WS-FEE-TBL.
           05 WS-FEE-ENTRY OCCURS 5 TIMES.
              10 WS-TYPE-MAINT-FEE PIC 9(3)V99.
              10 WS-TYPE-OD-FEE    PIC 9(3)V99.
       01 WS-MAINT-FEE         PIC 9(3)V99.
       01 WS-FEE-TOTAL         PIC 9(9)V99 VALUE ZEROS.
       01 WS-ACCT-FEE          PIC 9(5)V99.

       *> restart point: accounts billed so far and the last one's
       *> number; on a rerun, where the interrupted run had got to
       *> and whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       *> month replay: the running net of the month's ledger entries
       *> and the lowest that net reached. The balance at the month's
       *> low point is (today's balance - month net + lowest net), so
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after account " WS-RESUME-KEY(1:10)
                      " - " WS-RESUME-DONE " account(s) already "
                      "billed."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

              STOP RUN
           END-IF

           *> a restart point in stage "T" means every account had
           *> been billed and CONTROL-TOTAL had moved - only the
           *> results are left to write.
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-ACCT-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:10) TO ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS GREATER THAN ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE "Y" TO WS-ACCT-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
           END-PERFORM
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-FEE-TOTAL NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY " "
           MOVE "OK" TO BRES-STATUS
           MOVE "MONTHLY FEES ASSESSED" TO BRES-NOTE
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

       ASSESS-ONE-ACCOUNT.
              ADD WS-ACCT-FEE TO WS-FEE-TOTAL
              DISPLAY "Account " ACCOUNT-NUMBER " fees "
                      WS-ACCT-FEE
              ADD 1 TO WS-ITEMS-DONE
              MOVE ACCOUNT-NUMBER TO WS-LAST-KEY
              MOVE "P" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF
           EXIT PARAGRAPH.

           MOVE ZEROS TO WS-MAINT-FEE
           MOVE ZEROS TO WS-OVERDRAFT-FEE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF ACCOUNT-TYPE = WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                      MOVE WS-TYPE-MAINT-FEE(WS-TYPE-IDX)
                           TO WS-MAINT-FEE
           *> fee table: the record with the latest effective date on
           *> or before the business date wins, the INTACCR pattern.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF WS-VALID-ACCT-TYPE(WS-TYPE-IDX) = "Checking"
                      MOVE 5.00 TO WS-TYPE-MAINT-FEE(WS-TYPE-IDX)
                   ELSE
                      MOVE ZEROS TO WS-TYPE-MAINT-FEE(WS-TYPE-IDX)
                   END-IF
                   *> a loan's balance is the debt itself, always
                   *> below zero - that is not overdraft usage, and
                   *> a loan carries no monthly fee either.
                   IF WS-VALID-ACCT-TYPE(WS-TYPE-IDX) = "Loan"
                      MOVE ZEROS TO WS-TYPE-OD-FEE(WS-TYPE-IDX)
                   ELSE
                      MOVE 25.00 TO WS-TYPE-OD-FEE(WS-TYPE-IDX)
                   END-IF
           END-PERFORM

           OPEN INPUT PRODUCT-PARAM-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF WS-VALID-ACCT-TYPE(WS-TYPE-IDX) NOT = "Loan"
                      PERFORM FIND-ONE-TYPE-FEES
                   END-IF
           END-PERFORM
           CLOSE PRODUCT-PARAM-FILE
           EXIT PARAGRAPH.
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

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name, taking the run's total fees off in one shot.
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       LOAD-RESTART-POINT.
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 accounts read, 2 maintenance fees,
           *> 3 overdraft-usage fees, 4 not active; amount 1 the fees
           *> debited. No file, a spent record or another night's
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
           IF RSTR-PROGRAM-ID NOT = "MONFEE" OR
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
           MOVE RSTR-COUNT(2)   TO WS-MAINT-ASSESSED
           MOVE RSTR-COUNT(3)   TO WS-OD-ASSESSED
           MOVE RSTR-COUNT(4)   TO WS-NOT-ACTIVE
           MOVE RSTR-AMOUNT(1)  TO WS-FEE-TOTAL
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "MONFEE"          TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE  TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE     TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY       TO RSTR-LAST-KEY
           MOVE WS-ACCOUNTS-READ  TO RSTR-COUNT(1)
           MOVE WS-MAINT-ASSESSED TO RSTR-COUNT(2)
           MOVE WS-OD-ASSESSED    TO RSTR-COUNT(3)
           MOVE WS-NOT-ACTIVE     TO RSTR-COUNT(4)
           MOVE ZEROS             TO RSTR-COUNT(5)
           MOVE ZEROS             TO RSTR-COUNT(6)
           MOVE WS-FEE-TOTAL      TO RSTR-AMOUNT(1)
           MOVE ZEROS             TO RSTR-AMOUNT(2)
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

       END PROGRAM MONFEE.
