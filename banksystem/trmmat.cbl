      *> rollover they may not want.
      *> Guarded by the run-control file: interest must not credit
      *> twice when a broken stream is restarted from the top.
      *> Each matured deposit is committed to the restart point
      *> (trmmat.ckp, RSTRREC.cpy) as soon as it has been dealt
      *> with, so a run that abends partway is simply rerun: it
      *> carries on after the last deposit matured, and the one-shot
      *> CONTROL-TOTAL movement still covers the night's interest
      *> exactly once.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRMMAT.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "trmmat.ckp"
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
       01 WS-TERM-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
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

       *> how many days of warning the maturing-deposits list gives.
       01 WS-NOTICE-DAYS       PIC 9(2)  VALUE 7.
       01 WS-ONE-INTEREST      PIC S9(9)V99.
       01 WS-PAYAWAY-AMOUNT    PIC S9(9)V99.

       *> restart point: deposits matured so far and the last one's
       *> number; on a rerun, where the interrupted run had got to
       *> and whether it had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       *> maturity roll: the month walk bank.cbl uses, run forward
       *> from the OLD maturity so a late run doesn't stretch terms.
       01 WS-TOT-MONTHS        PIC 9(6).
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after deposit " WS-RESUME-KEY(1:10)
                      " - " WS-RESUME-DONE " deposit(s) already "
                      "matured."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           END-IF
           PERFORM OPEN-ACCOUNT-IO

           *> a restart point in stage "T" means every deposit due
           *> had matured and CONTROL-TOTAL had moved - only the
           *> results are left to write.
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              MOVE WS-RESUME-KEY(1:10) TO TERM-ACCOUNT-NUMBER
              START TERM-DEPOSIT-FILE
                  KEY IS GREATER THAN TERM-ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       IF TERM-STATUS = "A"
                          IF TERM-MATURITY-DATE <= WS-BUSINESS-DATE
                             PERFORM MATURE-ONE-DEPOSIT
                             ADD 1 TO WS-ITEMS-DONE
                             MOVE TERM-ACCOUNT-NUMBER TO WS-LAST-KEY
                             MOVE "P" TO RSTR-STAGE
                             PERFORM WRITE-RESTART-POINT
                          ELSE
                             IF TERM-MATURITY-DATE <= WS-NOTICE-DATE
                                PERFORM NOTICE-ONE-DEPOSIT
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-INTEREST-CREDITED NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY " "
              MOVE "TERM DEPOSITS MATURED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER DEPOSIT " WS-RESUME-KEY(1:10)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       MATURE-ONE-DEPOSIT.
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR ACCOUNT-STATUS = "D" OR
              ACCOUNT-STATUS = "E"
              *> funds never move to a missing, dormant or escheated
              *> account - the money stays on the matured deposit for
              *> manual transfer, and the morning report will show it.
              MOVE "M" TO TERM-STATUS
              REWRITE TERM-DEPOSIT-RECORD
              ADD 1 TO WS-DEPOSITS-HELD
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
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 deposits read, 2 matured, 3 rolled,
           *> 4 paid away, 5 held, 6 on the notice list; amount 1 the
           *> interest credited. No file, a spent record or another
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
           IF RSTR-PROGRAM-ID NOT = "TRMMAT" OR
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
           MOVE RSTR-COUNT(1)   TO WS-DEPOSITS-READ
           MOVE RSTR-COUNT(2)   TO WS-DEPOSITS-MATURED
           MOVE RSTR-COUNT(3)   TO WS-DEPOSITS-ROLLED
           MOVE RSTR-COUNT(4)   TO WS-DEPOSITS-PAID
           MOVE RSTR-COUNT(5)   TO WS-DEPOSITS-HELD
           MOVE RSTR-COUNT(6)   TO WS-DEPOSITS-NOTICE
           MOVE RSTR-AMOUNT(1)  TO WS-INTEREST-CREDITED
           MOVE RSTR-AMOUNT(1)  TO WS-RESUME-AMOUNT
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "TRMMAT"             TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE     TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE        TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY          TO RSTR-LAST-KEY
           MOVE WS-DEPOSITS-READ     TO RSTR-COUNT(1)
           MOVE WS-DEPOSITS-MATURED  TO RSTR-COUNT(2)
           MOVE WS-DEPOSITS-ROLLED   TO RSTR-COUNT(3)
           MOVE WS-DEPOSITS-PAID     TO RSTR-COUNT(4)
           MOVE WS-DEPOSITS-HELD     TO RSTR-COUNT(5)
           MOVE WS-DEPOSITS-NOTICE   TO RSTR-COUNT(6)
           MOVE WS-INTEREST-CREDITED TO RSTR-AMOUNT(1)
           MOVE ZEROS                TO RSTR-AMOUNT(2)
           MOVE ZEROS                TO RSTR-AMOUNT(3)
           MOVE ZEROS                TO RSTR-INPUT-COUNT
           MOVE ZEROS                TO RSTR-INPUT-HASH
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

       END PROGRAM TRMMAT.
