      *> WHICH side of the day's posting moved what. It sums today's
      *> TRANSACTION-RECORDs by type, works out how much that activity
      *> should have net-moved CONTROL-TOTAL (deposits minus
      *> withdrawals plus interest credits, less fees, loan
      *> interest charged, outbound payments and escheatments,
      *> reversals by the
      *> direction they corrected - transfer legs cancel and never
      *> enter the net), compares that to how far
      *> CONTROL-TOTAL travelled since the prior close, and prints the
      *> counts, totals and any discrepancy so a break can be chased
      *> the same night. At the end the prior-close marker is rolled
      *> forward so tomorrow's proof measures tomorrow's movement.
      *> The same entries are then broken out by posting branch
      *> (TRAN-BRANCH) for each branch manager's morning sign-off:
      *> per branch, entries, money in, money out and the net. Here
      *> transfer legs DO count - a transfer between two branches
      *> moves money from one to the other - so each branch's net is
      *> its own movement and the branch nets add back to the
      *> bank-wide net ledger movement, the legs cancelling.
      *> Run AFTER the posting steps and BEFORE anything that posts
      *> more - see the step order in banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.
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
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-DATETIME          PIC X(20).
       01 WS-FEE-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-INT-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-INT-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-LNI-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-LNI-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-OUT-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-OUT-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-ESC-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-ESC-AMOUNT        PIC 9(9)V99 VALUE ZEROS.

       01 WS-NET-MOVEMENT      PIC S9(10)V99 VALUE ZEROS.
       01 WS-CONTROL-MOVEMENT  PIC S9(10)V99 VALUE ZEROS.
       01 WS-DISCREPANCY       PIC S9(10)V99 VALUE ZEROS.
       01 WS-CTRL-OPENED       PIC X     VALUE "N".

       *> the branch breakout: count 1 is entries, amount 1 money
       *> in, amount 2 money out, amount 3 the net.
           COPY BRCHWORK.
       01 WS-BRT-NET-TOTAL     PIC S9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           INITIALIZE WS-BRT-TABLE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "35"
              PERFORM UNTIL WS-EOF = "Y"
              WS-DEP-AMOUNT - WS-WDL-AMOUNT
              + WS-REV-IN-AMOUNT - WS-REV-OUT-AMOUNT
              - WS-FEE-AMOUNT + WS-INT-AMOUNT
              - WS-LNI-AMOUNT - WS-OUT-AMOUNT - WS-ESC-AMOUNT

           OPEN I-O CONTROL-FILE
           IF WS-CTRL-FILE-STATUS = "35"
                   " totalling " WS-FEE-AMOUNT
           DISPLAY "Interest credits:  " WS-INT-COUNT
                   " totalling " WS-INT-AMOUNT
           DISPLAY "Loan interest:     " WS-LNI-COUNT
                   " totalling " WS-LNI-AMOUNT
           DISPLAY "Outbound payments: " WS-OUT-COUNT
                   " totalling " WS-OUT-AMOUNT
           DISPLAY "Escheatments:      " WS-ESC-COUNT
                   " totalling " WS-ESC-AMOUNT
           DISPLAY "Net ledger movement:   " WS-NET-MOVEMENT
           DISPLAY "Control total movement:" WS-CONTROL-MOVEMENT

                      " total looks off against its job report)"
           END-IF

           PERFORM PRINT-BRANCH-PROOF

           *> roll the prior-close marker so tomorrow's run measures
           *> only tomorrow's movement.
           IF WS-CTRL-OPENED = "Y"
           COMPUTE BRES-ITEMS-READ =
              WS-DEP-COUNT + WS-WDL-COUNT + WS-XFR-COUNT
              + WS-REV-IN-COUNT + WS-REV-OUT-COUNT
              + WS-FEE-COUNT + WS-INT-COUNT + WS-LNI-COUNT
              + WS-OUT-COUNT + WS-ESC-COUNT
           MOVE ZEROS TO BRES-ITEMS-APPLIED
           MOVE ZEROS TO BRES-ITEMS-REJECTED
           MOVE WS-NET-MOVEMENT TO BRES-AMOUNT-MOVED
           STOP RUN.

       TALLY-ONE-TRANSACTION.
           PERFORM TALLY-BRANCH-ENTRY
           EVALUATE TRAN-TYPE
               WHEN "D"
                   ADD 1 TO WS-DEP-COUNT
               WHEN "I"
                   ADD 1 TO WS-INT-COUNT
                   ADD TRAN-AMOUNT TO WS-INT-AMOUNT
               WHEN "L"
                   ADD 1 TO WS-LNI-COUNT
                   ADD TRAN-AMOUNT TO WS-LNI-AMOUNT
               WHEN "O"
                   ADD 1 TO WS-OUT-COUNT
                   ADD TRAN-AMOUNT TO WS-OUT-AMOUNT
               WHEN "E"
                   ADD 1 TO WS-ESC-COUNT
                   ADD TRAN-AMOUNT TO WS-ESC-AMOUNT
               WHEN "R"
                   IF TRAN-ORIG-TYPE = "D"
                      ADD 1 TO WS-REV-OUT-COUNT
           END-EVALUATE
           EXIT PARAGRAPH.

       TALLY-BRANCH-ENTRY.
           *> the posting branch's own in/out, transfer legs and all.
           COMPUTE WS-BRT-IDX = TRAN-BRANCH + 1
           ADD 1 TO WS-BRT-COUNT-1(WS-BRT-IDX)
           EVALUATE TRUE
               WHEN TRAN-TYPE = "D" OR "C" OR "I"
               WHEN TRAN-TYPE = "R" AND TRAN-ORIG-TYPE NOT = "D"
                   ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-1(WS-BRT-IDX)
                   ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-3(WS-BRT-IDX)
               WHEN OTHER
                   ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-2(WS-BRT-IDX)
                   SUBTRACT TRAN-AMOUNT
                       FROM WS-BRT-AMOUNT-3(WS-BRT-IDX)
           END-EVALUATE
           EXIT PARAGRAPH.

       PRINT-BRANCH-PROOF.
           DISPLAY " "
           DISPLAY "-- Proof by Branch --"
           DISPLAY "Brn Name                           Entries"
                   "          Money in         Money out"
                   "               Net"
           MOVE ZEROS TO WS-BRT-NET-TOTAL
           OPEN INPUT BRANCH-FILE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > 1000
                   IF WS-BRT-COUNT-1(WS-BRT-IDX) > 0
                      COMPUTE WS-BRT-CODE = WS-BRT-IDX - 1
                      PERFORM GET-BRANCH-NAME
                      DISPLAY WS-BRT-CODE " " WS-BRT-NAME " "
                              WS-BRT-COUNT-1(WS-BRT-IDX) " "
                              WS-BRT-AMOUNT-1(WS-BRT-IDX) " "
                              WS-BRT-AMOUNT-2(WS-BRT-IDX) " "
                              WS-BRT-AMOUNT-3(WS-BRT-IDX)
                      ADD WS-BRT-AMOUNT-3(WS-BRT-IDX)
                          TO WS-BRT-NET-TOTAL
                   END-IF
           END-PERFORM
           IF WS-BRCH-FILE-STATUS NOT = "35"
              CLOSE BRANCH-FILE
           END-IF
           DISPLAY "Branch nets add to:    " WS-BRT-NET-TOTAL
           IF WS-BRT-NET-TOTAL = WS-NET-MOVEMENT
              DISPLAY "BRANCHES PROVE - they add to the ledger net."
           ELSE
              DISPLAY "*** BRANCHES DO NOT ADD TO THE LEDGER NET ***"
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

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-PROOF-DATE TO RUNC-BUSINESS-DATE
