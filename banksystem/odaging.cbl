      *> Nightly batch job: overdrawn-account aging and collection
      *> notices. A negative ACCOUNT-BALANCE says an account is
      *> overdrawn NOW; this run says for how long. It works off the
      *> position history EODSNAP appends each night (SNAPREC.cpy):
      *> every snapshot since the last completed run moves each
      *> account's overdrawn spell on the tracker (ODAGREC.cpy) - a
      *> close below zero opens or extends the spell, a close at or
      *> above zero ends it. A first run replays the whole history.
      *> Every account still overdrawn at today's close then goes on
      *> the collections worked list (odarpt.dat, 132-byte print
      *> lines) with its days overdrawn, aging bucket, balance, limit
      *> and any excess over ACCOUNT-OVERDRAFT-LIMIT called out - a
      *> fee or an unconditional clearing debit can take an account
      *> past its limit - plus the owner's name and phone, and
      *> bucket totals close the report. At WS-FIRST-NOTICE-DAYS,
      *> WS-SECOND-NOTICE-DAYS and WS-FINAL-NOTICE-DAYS the first,
      *> second and final notice letters are appended to the
      *> mail-house file (odnotc.dat); the tracker remembers the
      *> highest notice sent in the spell, so none goes twice, and a
      *> spell first seen past a threshold gets only the notice due.
      *> Loan accounts are held negative by design and never age.
      *> Runs after EODSNAP - see banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ODAGING.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT POSITION-HISTORY-FILE ASSIGN TO "poshist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT OD-AGING-FILE ASSIGN TO "odaging.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-ACCOUNT-NUMBER
               FILE STATUS IS WS-ODA-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "odnotc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "odarpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD POSITION-HISTORY-FILE.
           COPY SNAPREC.

         FD OD-AGING-FILE.
         *> the overdrawn-spell tracker; see ODAGREC.cpy.
           COPY ODAGREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
         *> name, address and phone for the notices and worked list.
           COPY CUSTREC.

         FD NOTICE-FILE.
         *> overdrawn-account notices, appended for the mail house.
         01  NOTICE-PRINT-LINE   PIC X(132).

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD CONTROL-FILE.
         *> read for the business date.
           COPY CTRLREC.

         FD AUDIT-FILE.
           COPY AUDITREC.

         FD RUN-CONTROL-FILE.
         *> step-level started/completed log for the batch stream;
         *> see RUNCTLREC.cpy for the rerun-protection rules.
           COPY RUNCTLREC.

         FD BATCH-RESULT-FILE.
         *> this job's outcome line for the morning summary;
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         WORKING-STORAGE SECTION.
       01 WS-SNAP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ODA-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-NOTC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-ODA-FOUND         PIC X     VALUE "N".
       01 WS-CUST-OPENED       PIC X     VALUE "N".

       *> notice thresholds, in days overdrawn.
       01 WS-FIRST-NOTICE-DAYS  PIC 9(3) VALUE 10.
       01 WS-SECOND-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-FINAL-NOTICE-DAYS  PIC 9(3) VALUE 60.

       *> the last business date this run completed for - only the
       *> snapshots after it are new; spaces replays the history.
       01 WS-LAST-RUN-DATE     PIC X(8)  VALUE SPACES.

       01 WS-SNAPS-APPLIED     PIC 9(8)  VALUE ZEROS.
       01 WS-SNAPS-TODAY       PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-LISTED   PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-OVER     PIC 9(6)  VALUE ZEROS.
       01 WS-NOTICES-SENT      PIC 9(6)  VALUE ZEROS.
       01 WS-OVERDRAWN-TOTAL   PIC 9(11)V99 VALUE ZEROS.

       *> the spell in hand.
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-START-NUM         PIC 9(8).
       01 WS-DAYS-OVERDRAWN    PIC 9(5).
       01 WS-OVERDRAWN-AMT     PIC 9(9)V99.
       01 WS-EXCESS-AMT        PIC S9(9)V99.
       01 WS-NOTICE-DUE        PIC 9(1).
       01 WS-NOTICE-NAME       PIC X(14).

       01 WS-BUCKET-IDX        PIC 9.
       01 WS-BUCKET-TBL.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
              10 WS-BUCKET-COUNT  PIC 9(6).
              10 WS-BUCKET-AMOUNT PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
           05 FILLER           PIC X(8) VALUE "1-9     ".
           05 FILLER           PIC X(8) VALUE "10-29   ".
           05 FILLER           PIC X(8) VALUE "30-59   ".
           05 FILLER           PIC X(8) VALUE "60-89   ".
           05 FILLER           PIC X(8) VALUE "90 +    ".
       01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME   PIC X(8) OCCURS 5 TIMES.

       *> print line work areas.
       01 WS-DAYS-EDIT         PIC ZZZZ9.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 WS-EXCESS-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-LINE        PIC X(132).
       01 WS-NOTICE-LINE       PIC X(132).

       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30) VALUE SPACES.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Overdrawn Account Aging --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: a second run the same night must not
           *> send the day's notices twice.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "ODAGING already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           OPEN INPUT POSITION-HISTORY-FILE
           IF WS-SNAP-FILE-STATUS = "35"
              DISPLAY "No position history on file - has the "
                      "EODSNAP step run?"
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "NO POSITION HISTORY - HAS EODSNAP RUN" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           PERFORM OPEN-OD-AGING-IO
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "35"
              DISPLAY "No accounts on file."
              CLOSE POSITION-HISTORY-FILE
              CLOSE OD-AGING-FILE
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF

           *> first pass: move every spell on by the snapshots taken
           *> since the last completed run, oldest first - the file
           *> is appended a day at a time, so it reads in date order.
           IF WS-LAST-RUN-DATE = SPACES
              DISPLAY "No earlier run on record - replaying the whole "
                      "position history."
           ELSE
              DISPLAY "Applying snapshots after " WS-LAST-RUN-DATE
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ POSITION-HISTORY-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SNAP-BUSINESS-DATE > WS-LAST-RUN-DATE AND
                          SNAP-BUSINESS-DATE <= WS-BUSINESS-DATE
                          PERFORM APPLY-ONE-SNAPSHOT
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE POSITION-HISTORY-FILE

           *> without tonight's snapshots the ages would be a day
           *> stale and the notices a day late - the break says so.
           IF WS-SNAPS-TODAY = 0
              DISPLAY "*** No snapshots for " WS-BUSINESS-DATE
                      " - has EODSNAP run? Nothing aged. ***"
              CLOSE OD-AGING-FILE
              CLOSE ACCOUNT-FILE
              MOVE WS-SNAPS-APPLIED TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "NO SNAPSHOTS FOR TODAY - HAS EODSNAP RUN"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FILE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
           END-IF
           INITIALIZE WS-BUCKET-TBL

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERDRAWN ACCOUNT AGING - COLLECTIONS WORKED LIST  "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           *> second pass: every spell still open at tonight's close.
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO ODA-ACCOUNT-NUMBER
           START OD-AGING-FILE KEY IS NOT LESS THAN ODA-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ OD-AGING-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ODA-SPELL-START NOT = SPACES AND
                          ODA-LAST-SNAP-DATE = WS-BUSINESS-DATE
                          PERFORM WORK-ONE-SPELL
                       END-IF
                   END-READ
           END-PERFORM

           CLOSE NOTICE-FILE
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE OD-AGING-FILE

           *> bucket totals close the report, the LOANCOLL layout.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
                   MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                        TO WS-TOTAL-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "TRAILER  DAYS OVERDRAWN "
                          WS-BUCKET-NAME(WS-BUCKET-IDX)
                          "  ACCOUNTS " WS-BUCKET-COUNT(WS-BUCKET-IDX)
                          "  OVERDRAWN " WS-TOTAL-EDIT
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-OVERDRAWN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  ACCOUNTS OVERDRAWN " WS-ACCOUNTS-LISTED
                  "  OVER LIMIT " WS-ACCOUNTS-OVER
                  "  NOTICES SENT " WS-NOTICES-SENT
                  "  TOTAL OVERDRAWN " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Overdrawn Aging Report --"
           DISPLAY "Snapshots applied:     " WS-SNAPS-APPLIED
           DISPLAY "Accounts overdrawn:    " WS-ACCOUNTS-LISTED
           DISPLAY "  over their limit:    " WS-ACCOUNTS-OVER
           DISPLAY "Total overdrawn:       " WS-OVERDRAWN-TOTAL
           DISPLAY "Notices sent:          " WS-NOTICES-SENT
           DISPLAY "Worked list written to odarpt.dat, notices to "
                   "odnotc.dat."

           MOVE WS-SNAPS-APPLIED   TO BRES-ITEMS-READ
           MOVE WS-ACCOUNTS-LISTED TO BRES-ITEMS-APPLIED
           MOVE ZEROS              TO BRES-ITEMS-REJECTED
           MOVE ZEROS              TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           MOVE "OVERDRAWN ACCOUNTS AGED" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       APPLY-ONE-SNAPSHOT.
           ADD 1 TO WS-SNAPS-APPLIED
           IF SNAP-BUSINESS-DATE = WS-BUSINESS-DATE
              ADD 1 TO WS-SNAPS-TODAY
           END-IF
           MOVE SNAP-ACCOUNT-NUMBER TO ODA-ACCOUNT-NUMBER
           READ OD-AGING-FILE
               INVALID KEY
                   MOVE "N" TO WS-ODA-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ODA-FOUND
           END-READ

           IF WS-ODA-FOUND = "N"
              *> an account that has never been overdrawn isn't
              *> tracked until it is - and a loan never is.
              IF SNAP-BALANCE NOT < 0
                 EXIT PARAGRAPH
              END-IF
              MOVE SNAP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
              IF WS-FOUND = "N" OR ACCOUNT-TYPE = "Loan"
                 EXIT PARAGRAPH
              END-IF
              MOVE SNAP-ACCOUNT-NUMBER TO ODA-ACCOUNT-NUMBER
              MOVE SNAP-BUSINESS-DATE  TO ODA-SPELL-START
              MOVE SNAP-BUSINESS-DATE  TO ODA-LAST-SNAP-DATE
              MOVE SNAP-BALANCE        TO ODA-BALANCE
              MOVE SNAP-BALANCE        TO ODA-WORST-BALANCE
              MOVE ZEROS               TO ODA-NOTICE-LEVEL
              MOVE SPACES              TO ODA-LAST-NOTICE-DATE
              WRITE OD-AGING-RECORD
              EXIT PARAGRAPH
           END-IF

           IF SNAP-BALANCE < 0
              IF ODA-SPELL-START = SPACES
                 MOVE SNAP-BUSINESS-DATE TO ODA-SPELL-START
                 MOVE SNAP-BALANCE       TO ODA-WORST-BALANCE
                 MOVE ZEROS              TO ODA-NOTICE-LEVEL
                 MOVE SPACES             TO ODA-LAST-NOTICE-DATE
              END-IF
              IF SNAP-BALANCE < ODA-WORST-BALANCE
                 MOVE SNAP-BALANCE TO ODA-WORST-BALANCE
              END-IF
           ELSE
              *> back in credit: the spell is over, and the next one
              *> starts its notices from the first again.
              MOVE SPACES TO ODA-SPELL-START
              MOVE ZEROS  TO ODA-WORST-BALANCE
              MOVE ZEROS  TO ODA-NOTICE-LEVEL
           END-IF
           MOVE SNAP-BUSINESS-DATE TO ODA-LAST-SNAP-DATE
           MOVE SNAP-BALANCE       TO ODA-BALANCE
           REWRITE OD-AGING-RECORD
           EXIT PARAGRAPH.

       WORK-ONE-SPELL.
           MOVE ODA-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF

           *> calendar days since the first overdrawn close, that day
           *> counting as day 1.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           MOVE ODA-SPELL-START  TO WS-START-NUM
           COMPUTE WS-DAYS-OVERDRAWN =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-START-NUM) + 1
           COMPUTE WS-OVERDRAWN-AMT = 0 - ODA-BALANCE
           COMPUTE WS-EXCESS-AMT =
              WS-OVERDRAWN-AMT - ACCOUNT-OVERDRAFT-LIMIT

           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN < 10
                    MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 30
                    MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 60
                    MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 90
                    MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                    MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           ADD WS-OVERDRAWN-AMT TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
           ADD WS-OVERDRAWN-AMT TO WS-OVERDRAWN-TOTAL
           ADD 1 TO WS-ACCOUNTS-LISTED

           MOVE "N" TO WS-FOUND
           IF WS-CUST-OPENED = "Y"
              MOVE ACCOUNT-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
           END-IF
           IF WS-FOUND = "N"
              MOVE "ACCOUNT HOLDER" TO CUSTOMER-NAME
              MOVE SPACES           TO CUSTOMER-ADDRESS
              MOVE SPACES           TO CUSTOMER-PHONE
           END-IF

           *> the highest notice the age calls for; sent only if this
           *> spell hasn't had it (or a later one) already.
           MOVE ZEROS TO WS-NOTICE-DUE
           IF WS-DAYS-OVERDRAWN >= WS-FIRST-NOTICE-DAYS
              MOVE 1 TO WS-NOTICE-DUE
           END-IF
           IF WS-DAYS-OVERDRAWN >= WS-SECOND-NOTICE-DAYS
              MOVE 2 TO WS-NOTICE-DUE
           END-IF
           IF WS-DAYS-OVERDRAWN >= WS-FINAL-NOTICE-DAYS
              MOVE 3 TO WS-NOTICE-DUE
           END-IF
           IF WS-NOTICE-DUE > ODA-NOTICE-LEVEL
              PERFORM WRITE-OVERDRAWN-NOTICE
              MOVE WS-NOTICE-DUE    TO ODA-NOTICE-LEVEL
              MOVE WS-BUSINESS-DATE TO ODA-LAST-NOTICE-DATE
              REWRITE OD-AGING-RECORD
           END-IF

           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-EDIT
           MOVE WS-OVERDRAWN-AMT TO WS-AMOUNT-EDIT
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCT " ACCOUNT-NUMBER
                  "  SINCE " ODA-SPELL-START
                  "  DAYS " WS-DAYS-EDIT
                  "  BUCKET " WS-BUCKET-NAME(WS-BUCKET-IDX)
                  "  OVERDRAWN " WS-AMOUNT-EDIT
                  "  LIMIT " WS-LIMIT-EDIT
                  "  NOTICES " ODA-NOTICE-LEVEL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-EXCESS-AMT > 0
              ADD 1 TO WS-ACCOUNTS-OVER
              MOVE WS-EXCESS-AMT TO WS-EXCESS-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "     *** OVER LIMIT BY " WS-EXCESS-EDIT " ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "     " ACCOUNT-TYPE "  " CUSTOMER-NAME
                  "  PHONE " CUSTOMER-PHONE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-OVERDRAWN-NOTICE.
           EVALUATE WS-NOTICE-DUE
               WHEN 1
                   MOVE "FIRST NOTICE" TO WS-NOTICE-NAME
               WHEN 2
                   MOVE "SECOND NOTICE" TO WS-NOTICE-NAME
               WHEN OTHER
                   MOVE "FINAL NOTICE" TO WS-NOTICE-NAME
           END-EVALUATE

           MOVE SPACES TO WS-NOTICE-LINE
           STRING "OVERDRAWN ACCOUNT - " WS-NOTICE-NAME
                  "          DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-NAME TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-ADDRESS TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-EDIT
           MOVE WS-OVERDRAWN-AMT TO WS-AMOUNT-EDIT
           STRING "YOUR ACCOUNT " ACCOUNT-NUMBER
                  " HAS BEEN OVERDRAWN SINCE " ODA-SPELL-START
                  " (" WS-DAYS-EDIT " DAYS) AND IS OVERDRAWN BY "
                  WS-AMOUNT-EDIT "."
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           IF WS-EXCESS-AMT > 0
              MOVE WS-EXCESS-AMT TO WS-EXCESS-EDIT
              MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
              STRING "THIS IS " WS-EXCESS-EDIT
                     " OVER YOUR AGREED OVERDRAFT LIMIT OF "
                     WS-LIMIT-EDIT "."
                     DELIMITED BY SIZE INTO WS-NOTICE-LINE
              PERFORM WRITE-NOTICE-LINE
           END-IF
           EVALUATE WS-NOTICE-DUE
               WHEN 1
                   STRING "PLEASE PAY IN ENOUGH TO BRING THE ACCOUNT "
                          "BACK INTO CREDIT."
                          DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WHEN 2
                   STRING "WE HAVE NOT YET RECEIVED PAYMENT. PLEASE "
                          "CONTACT YOUR BRANCH TO ARRANGE REPAYMENT."
                          DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WHEN OTHER
                   STRING "UNLESS THE ACCOUNT IS BROUGHT BACK INTO "
                          "CREDIT THE DEBT WILL BE PASSED TO OUR "
                          "COLLECTIONS DEPARTMENT."
                          DELIMITED BY SIZE INTO WS-NOTICE-LINE
           END-EVALUATE
           PERFORM WRITE-NOTICE-LINE
           MOVE ALL "-" TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           ADD 1 TO WS-NOTICES-SENT

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           STRING WS-NOTICE-NAME " DAY " WS-DAYS-EDIT
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO WS-NOTICE-LINE
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

       WRITE-AUDIT-RECORD.
           *> the reason is one-shot, cleared after each write.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE "OVERDRAWN-NOTICE"   TO AUDIT-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "ODAGING"            TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT PARAGRAPH.

       OPEN-OD-AGING-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O OD-AGING-FILE
           IF WS-ODA-FILE-STATUS = "35"
              OPEN OUTPUT OD-AGING-FILE
              CLOSE OD-AGING-FILE
              OPEN I-O OD-AGING-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means tonight's notices went - a
           *> restarted stream must skip this step. The same pass
           *> finds the last earlier date the run completed for.
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
                       IF RUNC-PROGRAM-ID = "ODAGING" AND
                          RUNC-STATUS = "C"
                          IF RUNC-BUSINESS-DATE = WS-BUSINESS-DATE
                             MOVE "Y" TO WS-ALREADY-RUN
                          END-IF
                          IF RUNC-BUSINESS-DATE < WS-BUSINESS-DATE
                             AND (WS-LAST-RUN-DATE = SPACES OR
                             RUNC-BUSINESS-DATE > WS-LAST-RUN-DATE)
                             MOVE RUNC-BUSINESS-DATE
                                  TO WS-LAST-RUN-DATE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           EXIT PARAGRAPH.

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "ODAGING"        TO RUNC-PROGRAM-ID
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
           MOVE "ODAGING" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM ODAGING.
