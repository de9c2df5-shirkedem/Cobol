      *> entries is flagged too - structuring is exactly what the
      *> filing is for. The report ends with a totals trailer (item
      *> count and amount total) that ties back to the day's proof.
      *> Each item carries its posting branch (TRAN-BRANCH), and
      *> the trailer is broken out by branch - cash items scanned
      *> and items reported, each with its total - ahead of the
      *> bank-wide lines, so each branch signs off its own items.
      *> Aggregation stays per customer across the bank: a customer
      *> splitting cash over several branches is the very pattern
      *> it must catch.
      *> The threshold is keyed at run time; blank takes the shop
      *> default of 10000.00. Output goes to lrgtrpt.dat, one
      *> 132-byte print line per record.
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
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-ACCT-OPENED       PIC X     VALUE "N".
       01 WS-DIRECTION-TXT     PIC X(10).
       01 WS-PRINT-LINE        PIC X(132).

       *> the branch breakout: count 1 and amount 1 are cash items
       *> scanned, count 2 and amount 2 items reported.
           COPY BRCHWORK.
       01 WS-BRT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
              MOVE "Y" TO WS-CUST-OPENED
           END-IF

           INITIALIZE WS-BRT-TABLE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
              DISPLAY "No transactions on file."
           *> proof: what was scanned and what was reported.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BRANCH-TRAILERS
           MOVE WS-CASH-AMOUNT-READ TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  CASH ITEMS SCANNED " WS-CASH-ITEMS-READ
       EXAMINE-ONE-MOVEMENT.
           ADD 1 TO WS-CASH-ITEMS-READ
           ADD TRAN-AMOUNT TO WS-CASH-AMOUNT-READ
           COMPUTE WS-BRT-IDX = TRAN-BRANCH + 1
           ADD 1 TO WS-BRT-COUNT-1(WS-BRT-IDX)
           ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-1(WS-BRT-IDX)
           PERFORM TALLY-CUSTOMER-CASH
           IF TRAN-AMOUNT >= WS-THRESHOLD
              PERFORM REPORT-ONE-ITEM
                  " " WS-DIRECTION-TXT
                  " " WS-AMOUNT-EDIT
                  "  OPER " TRAN-OPERATOR-ID
                  "  BRN " TRAN-BRANCH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FOUND = "Y"
           END-IF
           ADD 1 TO WS-ITEMS-REPORTED
           ADD TRAN-AMOUNT TO WS-AMOUNT-REPORTED
           COMPUTE WS-BRT-IDX = TRAN-BRANCH + 1
           ADD 1 TO WS-BRT-COUNT-2(WS-BRT-IDX)
           ADD TRAN-AMOUNT TO WS-BRT-AMOUNT-2(WS-BRT-IDX)
           EXIT PARAGRAPH.

       LOOKUP-CUSTOMER-DETAILS.
           ADD 1 TO WS-AGG-FLAGGED
           EXIT PARAGRAPH.

       WRITE-BRANCH-TRAILERS.
           *> one pair of lines per branch that had cash today.
           OPEN INPUT BRANCH-FILE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > 1000
                   IF WS-BRT-COUNT-1(WS-BRT-IDX) > 0
                      COMPUTE WS-BRT-CODE = WS-BRT-IDX - 1
                      PERFORM GET-BRANCH-NAME
                      MOVE WS-BRT-AMOUNT-1(WS-BRT-IDX) TO WS-BRT-EDIT
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING "BRANCH " WS-BRT-CODE " " WS-BRT-NAME
                             "  CASH ITEMS SCANNED "
                             WS-BRT-COUNT-1(WS-BRT-IDX)
                             "  TOTALLING " WS-BRT-EDIT
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      PERFORM WRITE-REPORT-LINE
                      MOVE WS-BRT-AMOUNT-2(WS-BRT-IDX) TO WS-BRT-EDIT
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING "           "
                             "                                "
                             "ITEMS REPORTED     "
                             WS-BRT-COUNT-2(WS-BRT-IDX)
                             "  TOTALLING " WS-BRT-EDIT
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      PERFORM WRITE-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-BRCH-FILE-STATUS NOT = "35"
              CLOSE BRANCH-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
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

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
