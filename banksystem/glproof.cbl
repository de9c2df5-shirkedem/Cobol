      *> Nightly batch job: product-level subledger-to-GL proof.
      *> EODRECON proves one bank-wide sum of ACCOUNT-BALANCE against
      *> the control total; this proves each product separately
      *> against the books finance keeps. Every account's balance on
      *> accounts.dat is totalled by ACCOUNT-TYPE and set against its
      *> product's customer-liability position on the cumulative GL
      *> position file (GLPOSREC.cpy, rolled forward by GLROLL from
      *> the same postings GLEXTR sends), chart per GLCHART.cpy. A
      *> product whose total differs from its GL position is a break,
      *> printed with the product, both figures and the difference.
      *> Suspense account 99999999 gets its own section so it is
      *> cleared rather than left to accumulate: its position and
      *> totals to date, every one of tonight's postings that went
      *> there (with why - account no longer on file, or a type the
      *> chart does not map), and any account on the master whose
      *> type the chart does not map, since all its postings go
      *> there too. Report to glprf.dat (132-byte print lines); any
      *> product out, or positions not rolled for tonight, is "BK"
      *> on the morning summary. Reads only - safe to rerun. Runs
      *> after GLROLL - see banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GLPROOF.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT GL-POSITION-FILE ASSIGN TO "glpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-ACCOUNT-CODE
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "glprf.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD GL-POSITION-FILE.
         *> the cumulative chart-account positions; see GLPOSREC.cpy.
           COPY GLPOSREC.

         FD GL-EXTRACT-FILE.
         *> tonight's GL interface file, for the suspense postings.
           COPY GLREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD CONTROL-FILE.
         *> read for the business date.
           COPY CTRLREC.

         FD RUN-CONTROL-FILE.
         *> step-level started/completed log for the batch stream;
         *> see RUNCTLREC.cpy for the rerun-protection rules.
           COPY RUNCTLREC.

         FD BATCH-RESULT-FILE.
         *> this job's outcome line for the morning summary;
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-GLP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-GL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-MAPPED            PIC X     VALUE "N".
      *> whether the account master opened - its own flag, because the
      *> file status gets overwritten by every keyed READ.
       01 WS-ACCT-OPENED       PIC X     VALUE "N".
      *> "Y" when a product's position was not rolled for tonight.
       01 WS-NOT-ROLLED        PIC X     VALUE "N".

           COPY GLCHART.

       *> the subledger side, one row per GLCHART product.
       01 WS-PROD-TBL.
           05 WS-PROD-ENTRY OCCURS 5 TIMES.
              10 WS-PROD-COUNT    PIC 9(8).
              10 WS-PROD-TOTAL    PIC S9(13)V99.

       01 WS-ACCOUNTS-READ     PIC 9(8)  VALUE ZEROS.
       01 WS-PRODUCTS-PROVED   PIC 9(2)  VALUE ZEROS.
       01 WS-PRODUCTS-OUT      PIC 9(2)  VALUE ZEROS.
       01 WS-GL-CUST-BALANCE   PIC S9(13)V99 VALUE ZEROS.
       01 WS-DIFFERENCE        PIC S9(13)V99 VALUE ZEROS.
       01 WS-NET-DIFFERENCE    PIC S9(13)V99 VALUE ZEROS.
       01 WS-ABS-DIFFERENCE    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-OUT         PIC 9(11)V99 VALUE ZEROS.
       01 WS-SUSP-ITEMS        PIC 9(6)  VALUE ZEROS.
       01 WS-SUSP-ITEM-TOTAL   PIC 9(13)V99 VALUE ZEROS.
       01 WS-UNMAPPED-COUNT    PIC 9(6)  VALUE ZEROS.
       01 WS-UNMAPPED-TOTAL    PIC S9(13)V99 VALUE ZEROS.

       *> print line work areas.
       01 WS-COUNT-EDIT        PIC ZZZZZZZ9.
       01 WS-SUB-EDIT          PIC ---,---,---,--9.99.
       01 WS-GL-EDIT           PIC ---,---,---,--9.99.
       01 WS-DIFF-EDIT         PIC ---,---,---,--9.99.
       01 WS-DR-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CR-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REASON            PIC X(40).
       01 WS-PRINT-LINE        PIC X(132).

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Product Subledger to GL Proof --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           OPEN INPUT GL-POSITION-FILE
           IF WS-GLP-FILE-STATUS = "35"
              DISPLAY "No GL position file - has the GLROLL step run?"
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "NO GL POSITION FILE - HAS GLROLL RUN" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCT-OPENED
           END-IF
           PERFORM TOTAL-SUBLEDGER

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PRODUCT SUBLEDGER TO GL PROOF  " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PRODUCT         GL ACCT    ACCOUNTS"
                  "   SUBLEDGER BALANCE"
                  "         GL POSITION"
                  "          DIFFERENCE"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > 5
                   PERFORM PROVE-ONE-PRODUCT
           END-PERFORM

           PERFORM LIST-SUSPENSE

           MOVE WS-NET-DIFFERENCE TO WS-DIFF-EDIT
           MOVE WS-TOTAL-OUT TO WS-DR-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  ACCOUNTS " WS-ACCOUNTS-READ
                  "  PRODUCTS PROVED " WS-PRODUCTS-PROVED
                  "  OUT " WS-PRODUCTS-OUT
                  "  NET DIFFERENCE " WS-DIFF-EDIT
                  "  SUSPENSE ITEMS " WS-SUSP-ITEMS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-NOT-ROLLED = "Y"
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** GL POSITIONS NOT ROLLED FOR " WS-BUSINESS-DATE
                     " - HAS GLROLL RUN - PROOF IS AGAINST STALE "
                     "POSITIONS ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           IF WS-ACCT-OPENED = "Y"
              CLOSE ACCOUNT-FILE
           END-IF
           CLOSE GL-POSITION-FILE

           DISPLAY " "
           DISPLAY "-- GL Proof Summary --"
           DISPLAY "Accounts read:         " WS-ACCOUNTS-READ
           DISPLAY "Products in balance:   " WS-PRODUCTS-PROVED
           DISPLAY "Products out:          " WS-PRODUCTS-OUT
           DISPLAY "Net difference:        " WS-NET-DIFFERENCE
           DISPLAY "Suspense items today:  " WS-SUSP-ITEMS
           DISPLAY "Unmapped-type accounts:" WS-UNMAPPED-COUNT
           IF WS-NOT-ROLLED = "Y"
              DISPLAY "*** GL positions not rolled for "
                      WS-BUSINESS-DATE " - has GLROLL run? ***"
           END-IF
           DISPLAY "Proof written to glprf.dat."

           MOVE WS-ACCOUNTS-READ   TO BRES-ITEMS-READ
           MOVE WS-PRODUCTS-PROVED TO BRES-ITEMS-APPLIED
           MOVE WS-PRODUCTS-OUT    TO BRES-ITEMS-REJECTED
           MOVE WS-TOTAL-OUT       TO BRES-AMOUNT-MOVED
           EVALUATE TRUE
               WHEN WS-PRODUCTS-OUT > 0
                   MOVE "BK" TO BRES-STATUS
                   MOVE "PRODUCT GL PROOF BREAK - SEE GLPRF"
                        TO BRES-NOTE
               WHEN WS-NOT-ROLLED = "Y"
                   MOVE "BK" TO BRES-STATUS
                   MOVE "GL POSITIONS NOT ROLLED - HAS GLROLL RUN"
                        TO BRES-NOTE
               WHEN WS-SUSP-ITEMS > 0 OR WS-UNMAPPED-COUNT > 0
                   MOVE "OK" TO BRES-STATUS
                   MOVE "PRODUCTS PROVE - SUSPENSE ITEMS LISTED"
                        TO BRES-NOTE
               WHEN OTHER
                   MOVE "OK" TO BRES-STATUS
                   MOVE "ALL PRODUCTS PROVE TO THE GL" TO BRES-NOTE
           END-EVALUATE
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       TOTAL-SUBLEDGER.
           *> every account's balance into its product's row; a type
           *> the chart does not map is counted aside for the
           *> suspense section.
           INITIALIZE WS-PROD-TBL
           IF WS-ACCT-OPENED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       MOVE "N" TO WS-MAPPED
                       PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                               UNTIL WS-GLC-IDX > 5
                               IF ACCOUNT-TYPE =
                                  WS-GLC-PRODUCT(WS-GLC-IDX)
                                  ADD 1 TO WS-PROD-COUNT(WS-GLC-IDX)
                                  ADD ACCOUNT-BALANCE
                                    TO WS-PROD-TOTAL(WS-GLC-IDX)
                                  MOVE "Y" TO WS-MAPPED
                               END-IF
                       END-PERFORM
                       IF WS-MAPPED = "N"
                          ADD 1 TO WS-UNMAPPED-COUNT
                          ADD ACCOUNT-BALANCE TO WS-UNMAPPED-TOTAL
                       END-IF
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       PROVE-ONE-PRODUCT.
           *> positions are debit-positive; a customer liability's
           *> balance is the position with the sign turned over. A
           *> product with no position yet proves against zero.
           MOVE WS-GLC-LIAB(WS-GLC-IDX) TO GLP-ACCOUNT-CODE
           READ GL-POSITION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
              COMPUTE WS-GL-CUST-BALANCE = 0 - GLP-BALANCE
              IF GLP-LAST-ROLLED NOT = WS-BUSINESS-DATE
                 MOVE "Y" TO WS-NOT-ROLLED
              END-IF
           ELSE
              MOVE ZEROS TO WS-GL-CUST-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE =
                   WS-PROD-TOTAL(WS-GLC-IDX) - WS-GL-CUST-BALANCE
           ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE

           MOVE WS-PROD-COUNT(WS-GLC-IDX) TO WS-COUNT-EDIT
           MOVE WS-PROD-TOTAL(WS-GLC-IDX) TO WS-SUB-EDIT
           MOVE WS-GL-CUST-BALANCE TO WS-GL-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DIFFERENCE = 0
              ADD 1 TO WS-PRODUCTS-PROVED
              STRING WS-GLC-PRODUCT(WS-GLC-IDX) "  "
                     WS-GLC-LIAB(WS-GLC-IDX) "  "
                     WS-COUNT-EDIT "  " WS-SUB-EDIT "  " WS-GL-EDIT
                     "  " WS-DIFF-EDIT "  IN BALANCE"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              ADD 1 TO WS-PRODUCTS-OUT
              IF WS-DIFFERENCE < 0
                 COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
              ELSE
                 MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
              END-IF
              ADD WS-ABS-DIFFERENCE TO WS-TOTAL-OUT
              STRING WS-GLC-PRODUCT(WS-GLC-IDX) "  "
                     WS-GLC-LIAB(WS-GLC-IDX) "  "
                     WS-COUNT-EDIT "  " WS-SUB-EDIT "  " WS-GL-EDIT
                     "  " WS-DIFF-EDIT "  *** BREAK ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              DISPLAY "*** BREAK: " WS-GLC-PRODUCT(WS-GLC-IDX)
                      " out by " WS-DIFFERENCE " ***"
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       LIST-SUSPENSE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SUSPENSE ACCOUNT " WS-GLC-SUSPENSE
                  " - TO BE CLEARED"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-GLC-SUSPENSE TO GLP-ACCOUNT-CODE
           READ GL-POSITION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
              MOVE GLP-BALANCE TO WS-GL-EDIT
              MOVE GLP-DEBIT-TOTAL TO WS-DR-EDIT
              MOVE GLP-CREDIT-TOTAL TO WS-CR-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "POSITION " WS-GL-EDIT
                     "  DEBITS TO DATE " WS-DR-EDIT
                     "  CREDITS TO DATE " WS-CR-EDIT
                     "  SINCE " GLP-OPENED-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           *> tonight's postings to suspense: GLEXTR puts both sides
           *> of an unmappable movement there, so the debit side
           *> alone lists each movement once.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = "35"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                      READ GL-EXTRACT-FILE
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          IF GL-RECORD-TYPE = "D" AND
                             GL-DR-CR = "D" AND
                             GL-ACCOUNT-CODE = WS-GLC-SUSPENSE AND
                             GL-BUSINESS-DATE = WS-BUSINESS-DATE
                             PERFORM LIST-ONE-SUSPENSE-ITEM
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE GL-EXTRACT-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SUSP-ITEMS = 0
              STRING "NO POSTINGS TO SUSPENSE FOR " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              MOVE WS-SUSP-ITEM-TOTAL TO WS-DR-EDIT
              STRING "SUSPENSE ITEMS " WS-SUSP-ITEMS
                     "  TOTAL " WS-DR-EDIT
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           *> accounts whose type the chart does not map - every
           *> posting to them lands in suspense until it is mapped.
           IF WS-UNMAPPED-COUNT > 0 AND WS-ACCT-OPENED = "Y"
              MOVE "N" TO WS-EOF
              MOVE ZEROS TO ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = "Y"
                      READ ACCOUNT-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          PERFORM LIST-ONE-UNMAPPED-ACCOUNT
                      END-READ
              END-PERFORM
           END-IF
           EXIT PARAGRAPH.

       LIST-ONE-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSP-ITEMS
           ADD GL-AMOUNT TO WS-SUSP-ITEM-TOTAL
           MOVE SPACES TO WS-REASON
           IF WS-ACCT-OPENED = "N"
              MOVE "ACCOUNT NOT ON FILE" TO WS-REASON
           ELSE
              MOVE GL-BANK-ACCOUNT TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      MOVE "ACCOUNT NOT ON FILE" TO WS-REASON
                  NOT INVALID KEY
                      STRING "TYPE " ACCOUNT-TYPE " NOT IN GL CHART"
                             DELIMITED BY SIZE INTO WS-REASON
              END-READ
           END-IF
           MOVE GL-AMOUNT TO WS-DR-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SUSPENSE ITEM  ACCOUNT " GL-BANK-ACCOUNT
                  "  AMOUNT " WS-DR-EDIT "  " WS-REASON
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       LIST-ONE-UNMAPPED-ACCOUNT.
           MOVE "N" TO WS-MAPPED
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > 5
                   IF ACCOUNT-TYPE = WS-GLC-PRODUCT(WS-GLC-IDX)
                      MOVE "Y" TO WS-MAPPED
                   END-IF
           END-PERFORM
           IF WS-MAPPED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-BALANCE TO WS-SUB-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNMAPPED TYPE  ACCOUNT " ACCOUNT-NUMBER
                  "  TYPE " ACCOUNT-TYPE
                  "  BALANCE " WS-SUB-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
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

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "GLPROOF"        TO RUNC-PROGRAM-ID
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
           MOVE "GLPROOF" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM GLPROOF.
