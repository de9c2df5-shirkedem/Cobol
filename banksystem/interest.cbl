      *> has to show it as an unexplained adjustment, and the
      *> year-end interest-paid extract (YRINTEXT) totals it per
      *> customer straight off the ledger.
      *> Each accrual is committed to the restart point (intaccr.ckp,
      *> RSTRREC.cpy) as soon as it has posted, so a run that abends
      *> partway is simply rerun: it carries on after the last account
      *> accrued, and the one-shot CONTROL-TOTAL movement still covers
      *> the whole night's interest exactly once.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INTACCR.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "intaccr.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         *> BANKSYSTEM's product parameter option.
           COPY PRODREC.

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-BUSINESS-DATE     PIC X(8).
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).
       01 WS-ACCOUNTS-READ     PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-ACCRUED  PIC 9(6)  VALUE ZEROS.
       01 WS-ACCRUED-AMOUNT    PIC S9(9)V99 VALUE ZEROS.
       01 WS-INTEREST-TOTAL    PIC S9(9)V99 VALUE ZEROS.

       *> restart point: accounts accrued so far and the last one's
       *> number; on a rerun, where the interrupted run had got to
       *> and whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       *> the valid types plus one nightly rate per type, loaded once
       *> from the parameter master before the account scan.
           COPY ACCTTYPE.
       01 WS-RATE-TBL.
           05 WS-TYPE-RATE     PIC 9V9(4) OCCURS 5 TIMES.
       01 WS-ACCT-RATE         PIC 9V9(4).

       *> parameter lookup work area, the bank.cbl shape: the latest
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after account " WS-RESUME-KEY(1:10)
                      " - " WS-RESUME-DONE " account(s) already "
                      "accrued."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           PERFORM LOAD-PRODUCT-RATES

           *> a restart point in stage "T" means every account had
           *> accrued and CONTROL-TOTAL had moved - only the results
           *> are left to write.
           IF WS-RESTART-STAGE = "P"
              OPEN I-O ACCOUNT-FILE
              IF WS-ACCT-FILE-STATUS = "35"
                 DISPLAY "No accounts on file."
              ELSE
                 IF WS-RESTARTING = "Y"
                    MOVE WS-RESUME-KEY(1:10) TO ACCOUNT-NUMBER
                    START ACCOUNT-FILE
                          KEY IS GREATER THAN ACCOUNT-NUMBER
                        INVALID KEY
                            MOVE "Y" TO WS-EOF
                    END-START
                 END-IF
                 PERFORM UNTIL WS-EOF = "Y"
                         READ ACCOUNT-FILE NEXT RECORD
                         AT END
                            MOVE "Y" TO WS-EOF
                         NOT AT END
                             PERFORM ACCRUE-ONE-ACCOUNT
                         END-READ
                 END-PERFORM
                 CLOSE ACCOUNT-FILE
              END-IF

              IF WS-INTEREST-TOTAL NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY "Accounts read:    " WS-ACCOUNTS-READ
           MOVE "OK" TO BRES-STATUS
           MOVE "INTEREST ACCRUED" TO BRES-NOTE
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

       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ZEROS TO WS-ACCT-RATE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF ACCOUNT-TYPE = WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                      MOVE WS-TYPE-RATE(WS-TYPE-IDX) TO WS-ACCT-RATE
                   END-IF
                 ADD WS-ACCRUED-AMOUNT TO WS-INTEREST-TOTAL
                 ADD 1 TO WS-ACCOUNTS-ACCRUED
                 PERFORM WRITE-INTEREST-ENTRY
                 ADD 1 TO WS-ITEMS-DONE
                 MOVE ACCOUNT-NUMBER TO WS-LAST-KEY
                 MOVE "P" TO RSTR-STAGE
                 PERFORM WRITE-RESTART-POINT
              END-IF
           END-IF
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

       LOAD-PRODUCT-RATES.
           *> one pass over the parameter master fills the per-type
           *> rate table: for each valid type, the record with the
           *> screen defaults from, credited once at maturity by
           *> TRMMAT - accruing it nightly on top would pay the term
           *> twice over. The slot stays zero and the type is
           *> skipped below. "Loan" is skipped the same way: its
           *> parameter rate is the default lending rate the booking
           *> screen offers, and the debt's interest is charged by
           *> LOANCOLL with each instalment - a negative balance
           *> never accrues a credit here.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF WS-VALID-ACCT-TYPE(WS-TYPE-IDX) = "Savings"
                      MOVE 0.0002 TO WS-TYPE-RATE(WS-TYPE-IDX)
                   ELSE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
                   IF WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                      NOT = "Term Deposit" AND
                      WS-VALID-ACCT-TYPE(WS-TYPE-IDX) NOT = "Loan"
                      PERFORM FIND-ONE-TYPE-RATE
                   END-IF
           END-PERFORM
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       LOAD-RESTART-POINT.
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 accounts read, 2 accounts accrued;
           *> amount 1 the interest posted. No file, a spent record or
           *> another night's means a fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "INTACCR" OR
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
           MOVE RSTR-COUNT(2)   TO WS-ACCOUNTS-ACCRUED
           MOVE RSTR-AMOUNT(1)  TO WS-INTEREST-TOTAL
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "INTACCR"           TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE    TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE       TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY         TO RSTR-LAST-KEY
           MOVE WS-ACCOUNTS-READ    TO RSTR-COUNT(1)
           MOVE WS-ACCOUNTS-ACCRUED TO RSTR-COUNT(2)
           MOVE ZEROS               TO RSTR-COUNT(3)
           MOVE ZEROS               TO RSTR-COUNT(4)
           MOVE ZEROS               TO RSTR-COUNT(5)
           MOVE ZEROS               TO RSTR-COUNT(6)
           MOVE WS-INTEREST-TOTAL   TO RSTR-AMOUNT(1)
           MOVE ZEROS               TO RSTR-AMOUNT(2)
           MOVE ZEROS               TO RSTR-AMOUNT(3)
           MOVE ZEROS               TO RSTR-INPUT-COUNT
           MOVE ZEROS               TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)   TO RSTR-TIMESTAMP
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

       END PROGRAM INTACCR.
