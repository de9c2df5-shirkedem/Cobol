      *> End-of-day batch job: sums ACCOUNT-BALANCE across every account
      *> and compares it to the independently-maintained CONTROL-FILE
      *> total, flagging a break if they don't match to the penny.
      *> The control total is kept bank-wide only, so the break is
      *> found bank-wide; the balances are then broken out by each
      *> account's home branch (ACCOUNT-BRANCH) - accounts and book
      *> total per branch - for each branch manager's sign-off, and
      *> the branches are shown adding back to the file total.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EODRECON.
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
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-ACCOUNT-COUNT     PIC 9(6)  VALUE ZEROS.
       01 WS-COMPUTED-TOTAL    PIC S9(9)V99 VALUE ZEROS.
       01 WS-DATETIME          PIC X(20).
       01 WS-BUSINESS-DATE     PIC X(8).

       *> the branch breakout: count 1 is accounts homed at the
       *> branch, amount 1 their balances.
           COPY BRCHWORK.
       01 WS-BRT-BAL-TOTAL     PIC S9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- End-of-Day Reconciliation --"

           INITIALIZE WS-BRT-TABLE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "35"
              PERFORM UNTIL WS-EOF = "Y"
                      NOT AT END
                          ADD ACCOUNT-BALANCE TO WS-COMPUTED-TOTAL
                          ADD 1 TO WS-ACCOUNT-COUNT
                          COMPUTE WS-BRT-IDX = ACCOUNT-BRANCH + 1
                          ADD 1 TO WS-BRT-COUNT-1(WS-BRT-IDX)
                          ADD ACCOUNT-BALANCE
                              TO WS-BRT-AMOUNT-1(WS-BRT-IDX)
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
              DISPLAY "*** RECONCILIATION BREAK - totals mismatch ***"
           END-IF

           PERFORM PRINT-BRANCH-BALANCES

           MOVE WS-ACCOUNT-COUNT TO BRES-ITEMS-READ
           MOVE ZEROS TO BRES-ITEMS-APPLIED
           MOVE ZEROS TO BRES-ITEMS-REJECTED
           PERFORM WRITE-BATCH-RESULT
           STOP RUN.

       PRINT-BRANCH-BALANCES.
           DISPLAY " "
           DISPLAY "-- Balances by Home Branch --"
           DISPLAY "Brn Name                           Accounts"
                   "     Book balance"
           MOVE ZEROS TO WS-BRT-BAL-TOTAL
           OPEN INPUT BRANCH-FILE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > 1000
                   IF WS-BRT-COUNT-1(WS-BRT-IDX) > 0
                      COMPUTE WS-BRT-CODE = WS-BRT-IDX - 1
                      PERFORM GET-BRANCH-NAME
                      DISPLAY WS-BRT-CODE " " WS-BRT-NAME " "
                              WS-BRT-COUNT-1(WS-BRT-IDX) "  "
                              WS-BRT-AMOUNT-1(WS-BRT-IDX)
                      ADD WS-BRT-AMOUNT-1(WS-BRT-IDX)
                          TO WS-BRT-BAL-TOTAL
                   END-IF
           END-PERFORM
           IF WS-BRCH-FILE-STATUS NOT = "35"
              CLOSE BRANCH-FILE
           END-IF
           DISPLAY "Branches add to:     " WS-BRT-BAL-TOTAL
           IF WS-BRT-BAL-TOTAL = WS-COMPUTED-TOTAL
              DISPLAY "BRANCHES PROVE - they add to the file total."
           ELSE
              DISPLAY "*** BRANCHES DO NOT ADD TO THE FILE TOTAL ***"
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

       WRITE-BATCH-RESULT.
           *> caller fills the counts, amount, status and note; the
           *> date, program and timestamp are stamped here.
