      *> Nightly batch job: rolls the cumulative GL position file
      *> (GLPOSREC.cpy) forward by the postings GLEXTR cut for the
      *> business date, so the bank holds its own running position
      *> of every chart account instead of only the day's movements
      *> finance is sent. Reads glextract.dat - the same file the
      *> corporate GL loads - and proves it first: the header must
      *> carry tonight's business date and the trailer's record count
      *> and hash total must agree with the details, or nothing is
      *> rolled and the step breaks. Each detail then adds to its
      *> chart account's debit or credit total; a chart account seen
      *> for the first time gets a position opened at zero. The very
      *> first run, with no position file yet, opens every product's
      *> liability account from the account master's total balance
      *> by ACCOUNT-TYPE instead, and skips tonight's postings, which
      *> those balances already hold. Refuses a second run for the
      *> same business date - a roll applied twice doubles the day.
      *> A run that broke partway is simply rerun: the movement it
      *> had rolled is taken back out of each position first.
      *> Runs after GLEXTR, before GLPROOF - see
      *> banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GLROLL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GL-POSITION-FILE ASSIGN TO "glpos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-ACCOUNT-CODE
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
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
         FD GL-EXTRACT-FILE.
         *> tonight's GL interface file, as GLEXTR cut it.
           COPY GLREC.

         FD GL-POSITION-FILE.
         *> the cumulative chart-account positions; see GLPOSREC.cpy.
           COPY GLPOSREC.

         FD ACCOUNT-FILE.
         *> read only on the first run, to open the positions.
           COPY ACCTREC.

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
       01 WS-GL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-GLP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-FIRST-ROLL        PIC X     VALUE "N".

           COPY GLCHART.

       *> the extract proof: what the file says against what it holds.
       01 WS-HEADER-DATE       PIC X(8)  VALUE SPACES.
       01 WS-TRAILER-SEEN      PIC X     VALUE "N".
       01 WS-TRAILER-COUNT     PIC 9(8)  VALUE ZEROS.
       01 WS-TRAILER-HASH      PIC 9(13)V99 VALUE ZEROS.
       01 WS-DETAIL-COUNT      PIC 9(8)  VALUE ZEROS.
       01 WS-HASH-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01 WS-EXTRACT-OK        PIC X     VALUE "Y".
       01 WS-EXTRACT-NOTE      PIC X(40) VALUE SPACES.

       01 WS-POSTINGS-ROLLED   PIC 9(8)  VALUE ZEROS.
       01 WS-POSITIONS-OPENED  PIC 9(6)  VALUE ZEROS.
       01 WS-DEBITS-ROLLED     PIC 9(13)V99 VALUE ZEROS.
       01 WS-CREDITS-ROLLED    PIC 9(13)V99 VALUE ZEROS.
       01 WS-ACCOUNTS-READ     PIC 9(8)  VALUE ZEROS.

       *> product totals off the account master, first run only.
       01 WS-SEED-TBL.
           05 WS-SEED-TOTAL    PIC S9(13)V99 OCCURS 5 TIMES.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- GL Position Roll-Forward --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: the day's postings must go into the
           *> positions exactly once.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "GLROLL already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           PERFORM PROVE-GL-EXTRACT
           IF WS-EXTRACT-OK = "N"
              DISPLAY "*** " WS-EXTRACT-NOTE " ***"
              DISPLAY "GL positions left as they were."
              MOVE WS-DETAIL-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE WS-EXTRACT-NOTE TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           OPEN I-O GL-POSITION-FILE
           IF WS-GLP-FILE-STATUS = "35"
              MOVE "Y" TO WS-FIRST-ROLL
              PERFORM OPEN-GL-POSITIONS
           ELSE
              PERFORM START-GL-DAY
              PERFORM ROLL-GL-EXTRACT
              CLOSE GL-POSITION-FILE
           END-IF

           DISPLAY " "
           DISPLAY "-- GL Position Roll Summary --"
           IF WS-FIRST-ROLL = "Y"
              DISPLAY "No GL position file - opened from the account "
                      "master as at " WS-BUSINESS-DATE
              DISPLAY "Accounts read:         " WS-ACCOUNTS-READ
              DISPLAY "Positions opened:      " WS-POSITIONS-OPENED
              DISPLAY "Tonight's postings are in the opening balances"
                      " - not rolled."
           ELSE
              DISPLAY "Postings rolled:       " WS-POSTINGS-ROLLED
              DISPLAY "New positions opened:  " WS-POSITIONS-OPENED
              DISPLAY "Debits rolled:         " WS-DEBITS-ROLLED
              DISPLAY "Credits rolled:        " WS-CREDITS-ROLLED
           END-IF

           MOVE ZEROS TO BRES-ITEMS-REJECTED
           MOVE "OK" TO BRES-STATUS
           IF WS-FIRST-ROLL = "Y"
              MOVE WS-ACCOUNTS-READ    TO BRES-ITEMS-READ
              MOVE WS-POSITIONS-OPENED TO BRES-ITEMS-APPLIED
              MOVE ZEROS               TO BRES-AMOUNT-MOVED
              MOVE "GL POSITIONS OPENED FROM ACCOUNT MASTER"
                   TO BRES-NOTE
           ELSE
              MOVE WS-DETAIL-COUNT     TO BRES-ITEMS-READ
              MOVE WS-POSTINGS-ROLLED  TO BRES-ITEMS-APPLIED
              MOVE WS-DEBITS-ROLLED    TO BRES-AMOUNT-MOVED
              MOVE "GL POSITIONS ROLLED FORWARD" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       PROVE-GL-EXTRACT.
           *> the same checks the corporate GL makes on receipt: a
           *> header for tonight and a trailer that agrees with the
           *> details. A file that fails must not move the positions.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS = "35"
              MOVE "N" TO WS-EXTRACT-OK
              MOVE "NO GL EXTRACT - HAS GLEXTR RUN" TO WS-EXTRACT-NOTE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ GL-EXTRACT-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE GL-RECORD-TYPE
                           WHEN "H"
                               MOVE GL-BUSINESS-DATE TO WS-HEADER-DATE
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD GL-AMOUNT TO WS-HASH-TOTAL
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE GL-RECORD-COUNT
                                    TO WS-TRAILER-COUNT
                               MOVE GL-HASH-TOTAL TO WS-TRAILER-HASH
                       END-EVALUATE
                   END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE

           IF WS-HEADER-DATE NOT = WS-BUSINESS-DATE
              MOVE "N" TO WS-EXTRACT-OK
              MOVE "GL EXTRACT NOT FOR TODAY - HAS GLEXTR RUN"
                   TO WS-EXTRACT-NOTE
              EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN = "N" OR
              WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT OR
              WS-TRAILER-HASH NOT = WS-HASH-TOTAL
              MOVE "N" TO WS-EXTRACT-OK
              MOVE "GL EXTRACT FAILS ITS TRAILER - NOT ROLLED"
                   TO WS-EXTRACT-NOTE
           END-IF
           EXIT PARAGRAPH.

       OPEN-GL-POSITIONS.
           *> first run: every product's liability account opens at
           *> the product's total balance tonight, sign turned over
           *> to the debit-positive convention; cash and suspense
           *> open at zero. Other chart accounts open on first use.
           OPEN OUTPUT GL-POSITION-FILE
           INITIALIZE WS-SEED-TBL
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "35"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                      READ ACCOUNT-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          ADD 1 TO WS-ACCOUNTS-READ
                          PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                                  UNTIL WS-GLC-IDX > 5
                                  IF ACCOUNT-TYPE =
                                     WS-GLC-PRODUCT(WS-GLC-IDX)
                                     ADD ACCOUNT-BALANCE
                                       TO WS-SEED-TOTAL(WS-GLC-IDX)
                                  END-IF
                          END-PERFORM
                      END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > 5
                   MOVE WS-GLC-CASH(WS-GLC-IDX) TO GLP-ACCOUNT-CODE
                   PERFORM SET-UP-NEW-POSITION
                   WRITE GL-POSITION-RECORD
                   ADD 1 TO WS-POSITIONS-OPENED
                   MOVE WS-GLC-LIAB(WS-GLC-IDX) TO GLP-ACCOUNT-CODE
                   PERFORM SET-UP-NEW-POSITION
                   COMPUTE GLP-OPENING-BALANCE =
                           0 - WS-SEED-TOTAL(WS-GLC-IDX)
                   MOVE GLP-OPENING-BALANCE TO GLP-BALANCE
                   WRITE GL-POSITION-RECORD
                   ADD 1 TO WS-POSITIONS-OPENED
           END-PERFORM
           MOVE WS-GLC-SUSPENSE TO GLP-ACCOUNT-CODE
           PERFORM SET-UP-NEW-POSITION
           WRITE GL-POSITION-RECORD
           ADD 1 TO WS-POSITIONS-OPENED
           CLOSE GL-POSITION-FILE
           EXIT PARAGRAPH.

       START-GL-DAY.
           *> every position starts the day with no movement, so the
           *> day columns show only what tonight's file carried. A
           *> position already stamped with tonight's date was reached
           *> by a run that broke before completing: what that run
           *> rolled in is still in the day columns, so it comes back
           *> out of the totals first and the whole file rolls again.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GLP-ACCOUNT-CODE
           START GL-POSITION-FILE KEY IS NOT LESS THAN GLP-ACCOUNT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ GL-POSITION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GLP-LAST-ROLLED = WS-BUSINESS-DATE
                          SUBTRACT GLP-DAY-DEBITS FROM GLP-DEBIT-TOTAL
                          SUBTRACT GLP-DAY-DEBITS FROM GLP-BALANCE
                          SUBTRACT GLP-DAY-CREDITS
                                   FROM GLP-CREDIT-TOTAL
                          ADD GLP-DAY-CREDITS TO GLP-BALANCE
                       END-IF
                       MOVE ZEROS TO GLP-DAY-DEBITS
                       MOVE ZEROS TO GLP-DAY-CREDITS
                       MOVE WS-BUSINESS-DATE TO GLP-LAST-ROLLED
                       REWRITE GL-POSITION-RECORD
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       ROLL-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ GL-EXTRACT-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GL-RECORD-TYPE = "D"
                          PERFORM ROLL-ONE-POSTING
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE
           EXIT PARAGRAPH.

       ROLL-ONE-POSTING.
           MOVE GL-ACCOUNT-CODE TO GLP-ACCOUNT-CODE
           READ GL-POSITION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE GL-ACCOUNT-CODE TO GLP-ACCOUNT-CODE
              PERFORM SET-UP-NEW-POSITION
           END-IF

           IF GL-DR-CR = "D"
              ADD GL-AMOUNT TO GLP-DEBIT-TOTAL
              ADD GL-AMOUNT TO GLP-DAY-DEBITS
              ADD GL-AMOUNT TO GLP-BALANCE
              ADD GL-AMOUNT TO WS-DEBITS-ROLLED
           ELSE
              ADD GL-AMOUNT TO GLP-CREDIT-TOTAL
              ADD GL-AMOUNT TO GLP-DAY-CREDITS
              SUBTRACT GL-AMOUNT FROM GLP-BALANCE
              ADD GL-AMOUNT TO WS-CREDITS-ROLLED
           END-IF
           MOVE WS-BUSINESS-DATE TO GLP-LAST-ROLLED

           IF WS-FOUND = "N"
              WRITE GL-POSITION-RECORD
              ADD 1 TO WS-POSITIONS-OPENED
           ELSE
              REWRITE GL-POSITION-RECORD
           END-IF
           ADD 1 TO WS-POSTINGS-ROLLED
           EXIT PARAGRAPH.

       SET-UP-NEW-POSITION.
           *> caller has moved the chart account to GLP-ACCOUNT-CODE.
           MOVE WS-BUSINESS-DATE TO GLP-OPENED-DATE
           MOVE ZEROS TO GLP-OPENING-BALANCE
           MOVE ZEROS TO GLP-DEBIT-TOTAL
           MOVE ZEROS TO GLP-CREDIT-TOTAL
           MOVE ZEROS TO GLP-BALANCE
           MOVE WS-BUSINESS-DATE TO GLP-LAST-ROLLED
           MOVE ZEROS TO GLP-DAY-DEBITS
           MOVE ZEROS TO GLP-DAY-CREDITS
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

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means tonight's postings are already
           *> in the positions - a restarted stream must skip this step.
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
                       IF RUNC-PROGRAM-ID = "GLROLL" AND
                          RUNC-STATUS = "C" AND
                          RUNC-BUSINESS-DATE = WS-BUSINESS-DATE
                          MOVE "Y" TO WS-ALREADY-RUN
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           EXIT PARAGRAPH.

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "GLROLL"         TO RUNC-PROGRAM-ID
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
           MOVE "GLROLL" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM GLROLL.
