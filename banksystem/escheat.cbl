      *> Year-end batch job: the unclaimed-property (escheatment)
      *> cycle. DORMSWP marks a silent account "D"; the law then
      *> requires the bank to tell the owners and, failing any
      *> contact, remit the money to the state. Each yearly run does
      *> both halves over the case file (ESCHREC.cpy):
      *>  - open cases whose response date has passed are settled. An
      *>    account still dormant is escheated: its whole balance
      *>    leaves as a type "E" ledger entry (GLEXTR books it to the
      *>    unclaimed-property liability line), the account is marked
      *>    "E" and every owner goes on the state remittance report
      *>    (escrmt.dat) with the account and amount. An account no
      *>    longer dormant - the owner reactivated it through
      *>    BANKSYSTEM's freeze/unfreeze option, which drops the case
      *>    itself - drops out of the cycle here too.
      *>  - dormant accounts with a credit balance and no owner
      *>    activity for WS-STATUTORY-YEARS open a case: a
      *>    due-diligence letter goes to every owner - ACCOUNT-CUST-ID
      *>    and each joint owner on acctown.dat, name and address off
      *>    CUSTOMER-RECORD - appended to escltr.dat for the mail
      *>    house, telling them to make contact within
      *>    WS-RESPONSE-DAYS.
      *> Last activity is read the DORMSWP way - the live ledger, then
      *> the TRNARCH archive, bank-generated entries ignored - and a
      *> dropped case's contact date counts as activity, so a
      *> reactivated account that falls silent again starts the
      *> clock from the contact.
      *> The amount escheated comes off CONTROL-TOTAL in one shot, the
      *> INTACCR pattern, so EODRECON still balances to the penny.
      *> Run once a year in the batch window, with BANKSYSTEM down.
      *> Each case settled and each dormant account reviewed is
      *> committed to the restart point (escheat.ckp, RSTRREC.cpy),
      *> so a run that abends partway is simply rerun: it carries on
      *> after the last case or account dealt with, in whichever half
      *> it broke, adding to the remittance report the broken run
      *> began - no account escheated twice, no owner written to
      *> twice.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ESCHEAT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
           SELECT OWNERSHIP-FILE ASSIGN TO "acctown.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TRAN-ARCHIVE-FILE ASSIGN TO "tranarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARC-FILE-STATUS.
           SELECT ESCHEAT-FILE ASSIGN TO "escheat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCH-ACCOUNT-NUMBER
               FILE STATUS IS WS-ESCH-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "escltr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
           SELECT REMIT-FILE ASSIGN TO "escrmt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.
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
           SELECT RESTART-FILE ASSIGN TO "escheat.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
         *> name and address for the letters and the remittance.
           COPY CUSTREC.

         FD OWNERSHIP-FILE.
         *> the joint-ownership relationship file: a customer owns an
         *> account when a record exists here OR ACCOUNT-CUST-ID
         *> matches, so accounts predating the file still report.
           COPY OWNREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD TRAN-ARCHIVE-FILE.
         *> the archive trnarch.cbl fills - consulted when the live
         *> ledger has nothing for an account, so a month-end purge
         *> doesn't hide an account's last real activity.
           COPY TRANREC
             REPLACING ==TRANSACTION-RECORD== BY ==TRAN-ARCH-RECORD==
             ==TRAN-KEY== BY ==TARC-KEY==
             ==TRAN-ACCOUNT-NUMBER== BY ==TARC-ACCOUNT-NUMBER==
             ==TRAN-DATE== BY ==TARC-DATE==
             ==TRAN-SEQ== BY ==TARC-SEQ==
             ==TRAN-TYPE== BY ==TARC-TYPE==
             ==TRAN-AMOUNT== BY ==TARC-AMOUNT==
             ==TRAN-LINK-ACCOUNT== BY ==TARC-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TARC-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TARC-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TARC-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TARC-BRANCH==.

         FD ESCHEAT-FILE.
         *> the unclaimed-property cases; see ESCHREC.cpy.
           COPY ESCHREC.

         FD LETTER-FILE.
         *> due-diligence letters, appended for the mail house.
         01  LETTER-PRINT-LINE   PIC X(132).

         FD REMIT-FILE.
         *> the state remittance report for this cycle.
         01  RMT-PRINT-LINE      PIC X(132).

         FD CONTROL-FILE.
         *> kept in step here too, the INTACCR pattern, so the money
         *> leaving for the state doesn't show up as a false break in
         *> eodrecon.cbl.
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

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OWN-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TARC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ESCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-LTR-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RMT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-ACCT-EOF          PIC X     VALUE "N".
       01 WS-ESCH-EOF          PIC X     VALUE "N".
       01 WS-TRAN-EOF          PIC X     VALUE "N".
       01 WS-OWN-EOF           PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-CASE-FOUND        PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).
       01 WS-CUST-OPENED       PIC X     VALUE "N".
       01 WS-OWN-OPENED        PIC X     VALUE "N".

       *> the statutory dormancy period before the owners are
       *> written to, and how long they have to make contact.
       01 WS-STATUTORY-YEARS   PIC 9(2)  VALUE 3.
       01 WS-RESPONSE-DAYS     PIC 9(3)  VALUE 90.

       01 WS-CASES-REVIEWED    PIC 9(6)  VALUE ZEROS.
       01 WS-CASES-WAITING     PIC 9(6)  VALUE ZEROS.
       01 WS-CASES-DROPPED     PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-ESCHEATED PIC 9(6) VALUE ZEROS.
       01 WS-AMOUNT-ESCHEATED  PIC 9(11)V99 VALUE ZEROS.
       01 WS-ACCOUNTS-READ     PIC 9(6)  VALUE ZEROS.
       01 WS-CASES-OPENED      PIC 9(6)  VALUE ZEROS.
       01 WS-LETTERS-WRITTEN   PIC 9(6)  VALUE ZEROS.
       01 WS-NET-MOVEMENT      PIC S9(10)V99 VALUE ZEROS.

       *> restart point: cases and accounts dealt with so far, and
       *> the last one - the half it was in ("S" settling cases,
       *> "A" reviewing accounts) then its account number. On a
       *> rerun, where the interrupted run had got to and whether it
       *> had already moved CONTROL-TOTAL.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-KEY        PIC X(20) VALUE SPACES.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.

       *> the account in hand: its last owner activity, the date
       *> the statutory clock runs from, and the owner being
       *> written to ("L" letter or "R" remittance line).
       01 WS-LAST-ACTIVITY     PIC X(8).
       01 WS-CLOCK-DATE        PIC X(8).
       01 WS-CUTOFF-DATE       PIC X(8).
       01 WS-CUTOFF-YEAR       PIC 9(4).
       01 WS-RESPOND-BY        PIC X(8).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-OWNER-MODE        PIC X.
       01 WS-OWNER-CUST-ID     PIC 9(6).
       01 WS-ESCHEAT-AMOUNT    PIC 9(9)V99.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-LINE        PIC X(132).

       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30) VALUE SPACES.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Unclaimed Property (Escheatment) Cycle --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: a second run the same day would find
           *> nothing more to escheat, but must not send a second
           *> batch of letters to the mail house either.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "ESCHEAT already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after account " WS-RESUME-KEY(2:10)
                      " - " WS-RESUME-DONE " case(s) and account(s) "
                      "already dealt with."
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           *> the statutory cutoff: no owner activity on or after
           *> this date, WS-STATUTORY-YEARS back from the business
           *> date. Character order works on YYYYMMDD.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CUTOFF-YEAR
           SUBTRACT WS-STATUTORY-YEARS FROM WS-CUTOFF-YEAR
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4)
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-RESPONSE-DAYS)
           MOVE WS-DATE-NUM TO WS-RESPOND-BY
           DISPLAY "Statutory cutoff: no owner activity since "
                   WS-CUTOFF-DATE
           DISPLAY "New letters ask for contact by " WS-RESPOND-BY

           PERFORM OPEN-ACCOUNT-IO
           PERFORM OPEN-TRANSACTION-IO
           PERFORM OPEN-ESCHEAT-IO
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = "00"
              MOVE "Y" TO WS-OWN-OPENED
           END-IF
           OPEN EXTEND LETTER-FILE
           IF WS-LTR-FILE-STATUS = "35"
              OPEN OUTPUT LETTER-FILE
           END-IF
           *> a restarted run carries on the report the broken run
           *> began, marking where it took over.
           IF WS-RESTARTING = "Y"
              OPEN EXTEND REMIT-FILE
              IF WS-RMT-FILE-STATUS = "35"
                 OPEN OUTPUT REMIT-FILE
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** RUN RESTARTED AFTER ACCOUNT "
                     WS-RESUME-KEY(2:10) " - " WS-RESUME-DONE
                     " CASE(S) AND ACCOUNT(S) ALREADY DEALT WITH ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REMIT-LINE
           ELSE
              OPEN OUTPUT REMIT-FILE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "UNCLAIMED PROPERTY REMITTANCE REPORT  "
                     WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REMIT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM WRITE-REMIT-LINE
           END-IF

           *> a restart point in stage "T" means both halves were
           *> done and CONTROL-TOTAL had moved - only the report
           *> total and the results are left. One broken in the
           *> second half has no cases left to settle.
           MOVE "N" TO WS-ESCH-EOF
           MOVE "N" TO WS-ACCT-EOF
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-ESCH-EOF
              MOVE "Y" TO WS-ACCT-EOF
           END-IF
           IF WS-RESTARTING = "Y" AND WS-RESTART-STAGE = "P"
              IF WS-RESUME-KEY(1:1) = "A"
                 MOVE "Y" TO WS-ESCH-EOF
              ELSE
                 MOVE WS-RESUME-KEY(2:10) TO ESCH-ACCOUNT-NUMBER
                 START ESCHEAT-FILE
                       KEY IS GREATER THAN ESCH-ACCOUNT-NUMBER
                     INVALID KEY
                         MOVE "Y" TO WS-ESCH-EOF
                 END-START
              END-IF
           END-IF

           *> first half: settle the open cases whose response date
           *> has passed - before new cases open, so a letter sent
           *> tonight can never escheat tonight.
           PERFORM UNTIL WS-ESCH-EOF = "Y"
                   READ ESCHEAT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ESCH-EOF
                   NOT AT END
                       IF ESCH-STATUS = "L"
                          PERFORM SETTLE-ONE-CASE
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE SPACES TO WS-LAST-KEY
                          MOVE "S" TO WS-LAST-KEY(1:1)
                          MOVE ESCH-ACCOUNT-NUMBER
                               TO WS-LAST-KEY(2:10)
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM

           *> second half: open a case on every dormant account past
           *> the statutory period that isn't already in the cycle.
           IF WS-ACCT-EOF = "N"
              MOVE ZEROS TO ACCOUNT-NUMBER
              IF WS-RESTARTING = "Y" AND WS-RESUME-KEY(1:1) = "A"
                 MOVE WS-RESUME-KEY(2:10) TO ACCOUNT-NUMBER
                 START ACCOUNT-FILE
                       KEY IS GREATER THAN ACCOUNT-NUMBER
                     INVALID KEY
                         MOVE "Y" TO WS-ACCT-EOF
                 END-START
              ELSE
                 START ACCOUNT-FILE
                       KEY IS NOT LESS THAN ACCOUNT-NUMBER
                     INVALID KEY
                         MOVE "Y" TO WS-ACCT-EOF
                 END-START
              END-IF
           END-IF
           PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF ACCOUNT-STATUS = "D" AND
                          ACCOUNT-BALANCE > 0
                          PERFORM REVIEW-DORMANT-ACCOUNT
                          ADD 1 TO WS-ITEMS-DONE
                          MOVE SPACES TO WS-LAST-KEY
                          MOVE "A" TO WS-LAST-KEY(1:1)
                          MOVE ACCOUNT-NUMBER TO WS-LAST-KEY(2:10)
                          MOVE "P" TO RSTR-STAGE
                          PERFORM WRITE-RESTART-POINT
                       END-IF
                   END-READ
           END-PERFORM

           CLOSE LETTER-FILE
           IF WS-OWN-OPENED = "Y"
              CLOSE OWNERSHIP-FILE
           END-IF
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF
           CLOSE ESCHEAT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-NET-MOVEMENT NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE WS-AMOUNT-ESCHEATED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL  ACCOUNTS REMITTED " WS-ACCOUNTS-ESCHEATED
                  "  AMOUNT REMITTED TO THE STATE " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REMIT-LINE
           CLOSE REMIT-FILE

           DISPLAY " "
           DISPLAY "-- Escheatment Cycle Report --"
           DISPLAY "Open cases reviewed:     " WS-CASES-REVIEWED
           DISPLAY "  still in response time:" WS-CASES-WAITING
           DISPLAY "  dropped - reactivated: " WS-CASES-DROPPED
           DISPLAY "  escheated:             " WS-ACCOUNTS-ESCHEATED
           DISPLAY "Amount escheated:        " WS-AMOUNT-ESCHEATED
           DISPLAY "Accounts read:           " WS-ACCOUNTS-READ
           DISPLAY "New cases opened:        " WS-CASES-OPENED
           DISPLAY "Letters written:         " WS-LETTERS-WRITTEN
           DISPLAY "Remittance report written to escrmt.dat, letters "
                   "to escltr.dat."

           MOVE WS-CASES-REVIEWED     TO BRES-ITEMS-READ
           MOVE WS-ACCOUNTS-ESCHEATED TO BRES-ITEMS-APPLIED
           MOVE WS-CASES-DROPPED      TO BRES-ITEMS-REJECTED
           MOVE WS-NET-MOVEMENT       TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           MOVE "ESCHEATMENT CYCLE RUN" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER ACCOUNT " WS-RESUME-KEY(2:10)
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       SETTLE-ONE-CASE.
           ADD 1 TO WS-CASES-REVIEWED
           MOVE ESCH-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           *> anything but still-dormant means the owner surfaced -
           *> reactivated, or the account frozen for a legal hold
           *> that takes precedence. The case drops out.
           IF WS-FOUND = "N" OR ACCOUNT-STATUS NOT = "D"
              MOVE "X" TO ESCH-STATUS
              MOVE WS-BUSINESS-DATE TO ESCH-DROP-DATE
              REWRITE ESCHEAT-RECORD
              ADD 1 TO WS-CASES-DROPPED
              DISPLAY "Account " ESCH-ACCOUNT-NUMBER
                      " no longer dormant - dropped from the cycle."
              EXIT PARAGRAPH
           END-IF

           IF ESCH-RESPOND-BY >= WS-BUSINESS-DATE
              ADD 1 TO WS-CASES-WAITING
              EXIT PARAGRAPH
           END-IF

           *> nothing left to remit - the case closes without a
           *> transfer.
           IF ACCOUNT-BALANCE NOT > 0
              MOVE "X" TO ESCH-STATUS
              MOVE WS-BUSINESS-DATE TO ESCH-DROP-DATE
              REWRITE ESCHEAT-RECORD
              ADD 1 TO WS-CASES-DROPPED
              DISPLAY "Account " ESCH-ACCOUNT-NUMBER
                      " has no credit balance - dropped from the "
                      "cycle."
              EXIT PARAGRAPH
           END-IF

           PERFORM ESCHEAT-ONE-ACCOUNT
           EXIT PARAGRAPH.

       ESCHEAT-ONE-ACCOUNT.
           *> the whole balance leaves for the state's unclaimed-
           *> property line. The entry posts whatever the status, the
           *> way bank-generated entries do.
           MOVE ACCOUNT-BALANCE TO WS-ESCHEAT-AMOUNT
           MOVE ZEROS TO ACCOUNT-BALANCE
           MOVE "E" TO ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
           SUBTRACT WS-ESCHEAT-AMOUNT FROM WS-NET-MOVEMENT
           ADD WS-ESCHEAT-AMOUNT TO WS-AMOUNT-ESCHEATED
           ADD 1 TO WS-ACCOUNTS-ESCHEATED

           MOVE ACCOUNT-NUMBER      TO TRAN-ACCOUNT-NUMBER
           MOVE "E"                 TO TRAN-TYPE
           MOVE WS-ESCHEAT-AMOUNT   TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE    TO TRAN-DATE
           MOVE ZEROS               TO TRAN-LINK-ACCOUNT
           MOVE SPACES              TO TRAN-ORIG-TYPE
           MOVE SPACES              TO TRAN-ORIG-DATE
           MOVE "ESCHEAT"           TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY

           MOVE "E" TO ESCH-STATUS
           MOVE WS-BUSINESS-DATE TO ESCH-ESCHEAT-DATE
           MOVE WS-ESCHEAT-AMOUNT TO ESCH-AMOUNT
           REWRITE ESCHEAT-RECORD

           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNT " ACCOUNT-NUMBER "  " ACCOUNT-TYPE
                  "  AMOUNT " WS-AMOUNT-EDIT
                  "  LAST ACTIVITY " ESCH-LAST-ACTIVITY
                  "  NOTIFIED " ESCH-LETTER-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE "R" TO WS-OWNER-MODE
           PERFORM PROCESS-ACCOUNT-OWNERS

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "ESCHEAT-ACCOUNT" TO AUDIT-ACTION
           STRING "REMITTED " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Account " ACCOUNT-NUMBER " escheated: "
                   WS-ESCHEAT-AMOUNT
           EXIT PARAGRAPH.

       REVIEW-DORMANT-ACCOUNT.
           *> already in the cycle, or escheated, leaves it alone. A
           *> dropped case re-enters only once the statutory period
           *> has run again from the owner's contact.
           MOVE "N" TO WS-CASE-FOUND
           MOVE ACCOUNT-NUMBER TO ESCH-ACCOUNT-NUMBER
           READ ESCHEAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CASE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND
           END-READ
           IF WS-CASE-FOUND = "Y" AND ESCH-STATUS NOT = "X"
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-ACTIVITY
           MOVE WS-LAST-ACTIVITY TO WS-CLOCK-DATE
           IF WS-CASE-FOUND = "Y" AND
              ESCH-DROP-DATE > WS-CLOCK-DATE
              MOVE ESCH-DROP-DATE TO WS-CLOCK-DATE
           END-IF
           *> no dated history at all can't prove the period has
           *> run - left for DORMSWP's no-history review.
           IF WS-CLOCK-DATE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOCK-DATE >= WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-NUMBER   TO ESCH-ACCOUNT-NUMBER
           MOVE "L"              TO ESCH-STATUS
           MOVE WS-CLOCK-DATE    TO ESCH-LAST-ACTIVITY
           MOVE WS-BUSINESS-DATE TO ESCH-LETTER-DATE
           MOVE WS-RESPOND-BY    TO ESCH-RESPOND-BY
           MOVE SPACES           TO ESCH-ESCHEAT-DATE
           MOVE ZEROS            TO ESCH-AMOUNT
           MOVE SPACES           TO ESCH-DROP-DATE
           IF WS-CASE-FOUND = "Y"
              REWRITE ESCHEAT-RECORD
           ELSE
              WRITE ESCHEAT-RECORD
           END-IF
           ADD 1 TO WS-CASES-OPENED

           MOVE "L" TO WS-OWNER-MODE
           PERFORM PROCESS-ACCOUNT-OWNERS

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "ESCHEAT-NOTICE" TO AUDIT-ACTION
           STRING "RESPOND BY " WS-RESPOND-BY
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       FIND-LAST-ACTIVITY.
           *> the DORMSWP walk: this account's own keyed entries in
           *> date order, the last owner entry read is the latest.
           *> Bank-generated entries - fees, interest, loan interest -
           *> don't count as the owner being in touch.
           MOVE SPACES TO WS-LAST-ACTIVITY
           MOVE "N" TO WS-TRAN-EOF
           MOVE ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "00000000"     TO TRAN-DATE
           MOVE ZEROS          TO TRAN-SEQ
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF
           END-START
           PERFORM UNTIL WS-TRAN-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-TRAN-EOF
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          MOVE "Y" TO WS-TRAN-EOF
                       ELSE
                          IF TRAN-TYPE NOT = "F" AND
                             TRAN-TYPE NOT = "I" AND
                             TRAN-TYPE NOT = "L"
                             MOVE TRAN-DATE TO WS-LAST-ACTIVITY
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM

           *> nothing live: the history may have gone to the archive.
           IF WS-LAST-ACTIVITY NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRAN-EOF
           OPEN INPUT TRAN-ARCHIVE-FILE
           IF WS-TARC-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRAN-EOF = "Y"
                   READ TRAN-ARCHIVE-FILE
                   AT END
                      MOVE "Y" TO WS-TRAN-EOF
                   NOT AT END
                       IF TARC-ACCOUNT-NUMBER = ACCOUNT-NUMBER AND
                          TARC-TYPE NOT = "F" AND TARC-TYPE NOT = "I"
                          AND TARC-TYPE NOT = "L"
                          MOVE TARC-DATE TO WS-LAST-ACTIVITY
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE TRAN-ARCHIVE-FILE
           EXIT PARAGRAPH.

       PROCESS-ACCOUNT-OWNERS.
           *> every owner of the account in hand: the primary on the
           *> account record, then each joint owner on acctown.dat.
           *> WS-OWNER-MODE says whether each gets a letter ("L") or a
           *> remittance line ("R").
           MOVE ACCOUNT-CUST-ID TO WS-OWNER-CUST-ID
           PERFORM PROCESS-ONE-OWNER
           IF WS-OWN-OPENED NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OWN-EOF
           MOVE ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
           MOVE ZEROS          TO OWN-CUST-ID
           START OWNERSHIP-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OWN-EOF
           END-START
           PERFORM UNTIL WS-OWN-EOF = "Y"
                   READ OWNERSHIP-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-OWN-EOF
                   NOT AT END
                       IF OWN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                          MOVE "Y" TO WS-OWN-EOF
                       ELSE
                          IF OWN-CUST-ID NOT = ACCOUNT-CUST-ID
                             MOVE OWN-CUST-ID TO WS-OWNER-CUST-ID
                             PERFORM PROCESS-ONE-OWNER
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       PROCESS-ONE-OWNER.
           MOVE "N" TO WS-FOUND
           IF WS-CUST-OPENED = "Y"
              MOVE WS-OWNER-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
           END-IF
           IF WS-FOUND = "N"
              *> the state still has to be told the owner's id; a
              *> letter with no address goes to the branch to chase.
              MOVE WS-OWNER-CUST-ID TO CUSTOMER-ID
              MOVE "OWNER NOT ON CUSTOMER FILE" TO CUSTOMER-NAME
              MOVE SPACES TO CUSTOMER-ADDRESS
           END-IF
           IF WS-OWNER-MODE = "L"
              PERFORM WRITE-DUE-DILIGENCE-LETTER
           ELSE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "    OWNER " CUSTOMER-ID "  " CUSTOMER-NAME
                     "  " CUSTOMER-ADDRESS
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REMIT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-DUE-DILIGENCE-LETTER.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOTICE OF UNCLAIMED PROPERTY" "          DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE CUSTOMER-NAME TO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE CUSTOMER-ADDRESS TO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "OUR RECORDS SHOW NO ACTIVITY BY ANY OWNER ON "
                  "ACCOUNT " ACCOUNT-NUMBER " SINCE " WS-CLOCK-DATE
                  "."
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           STRING "UNDER STATE LAW THE BALANCE OF " WS-AMOUNT-EDIT
                  " MUST BE REMITTED TO THE STATE AS UNCLAIMED "
                  "PROPERTY"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "UNLESS AN OWNER CONTACTS US BY " WS-RESPOND-BY
                  ". TO KEEP THE ACCOUNT, VISIT ANY BRANCH AND ASK "
                  "FOR IT TO BE REACTIVATED."
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           ADD 1 TO WS-LETTERS-WRITTEN
           EXIT PARAGRAPH.

       WRITE-LETTER-LINE.
           MOVE WS-PRINT-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EXIT PARAGRAPH.

       WRITE-REMIT-LINE.
           MOVE WS-PRINT-LINE TO RMT-PRINT-LINE
           WRITE RMT-PRINT-LINE
           EXIT PARAGRAPH.

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name, posting the run's net movement in one shot.
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
           ADD WS-NET-MOVEMENT TO CONTROL-TOTAL
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
           MOVE WS-DATETIME(1:14) TO WS-CURRENT-TIMESTAMP
           EXIT PARAGRAPH.

       WRITE-AUDIT-RECORD.
           *> caller sets AUDIT-ACTION; the reason is one-shot,
           *> cleared after each write.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "ESCHEAT"            TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
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

       OPEN-ESCHEAT-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O ESCHEAT-FILE
           IF WS-ESCH-FILE-STATUS = "35"
              OPEN OUTPUT ESCHEAT-FILE
              CLOSE ESCHEAT-FILE
              OPEN I-O ESCHEAT-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means the cycle already ran - a
           *> restart must skip it.
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
                          RUNC-PROGRAM-ID = "ESCHEAT" AND
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
           MOVE "ESCHEAT"        TO RUNC-PROGRAM-ID
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
           MOVE "ESCHEAT" TO BRES-PROGRAM-ID
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
           *> up its counts. Counts: 1 cases still in response time,
           *> 2 cases dropped, 3 accounts escheated, 4 accounts read,
           *> 5 new cases opened, 6 letters written - cases reviewed
           *> is the first three together; amounts: 1 amount
           *> escheated, 2 net movement. No file, a spent record or
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
           IF RSTR-PROGRAM-ID NOT = "ESCHEAT" OR
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
           MOVE RSTR-COUNT(1)   TO WS-CASES-WAITING
           MOVE RSTR-COUNT(2)   TO WS-CASES-DROPPED
           MOVE RSTR-COUNT(3)   TO WS-ACCOUNTS-ESCHEATED
           MOVE RSTR-COUNT(4)   TO WS-ACCOUNTS-READ
           MOVE RSTR-COUNT(5)   TO WS-CASES-OPENED
           MOVE RSTR-COUNT(6)   TO WS-LETTERS-WRITTEN
           COMPUTE WS-CASES-REVIEWED = WS-CASES-WAITING
              + WS-CASES-DROPPED + WS-ACCOUNTS-ESCHEATED
           MOVE RSTR-AMOUNT(1)  TO WS-AMOUNT-ESCHEATED
           MOVE RSTR-AMOUNT(2)  TO WS-NET-MOVEMENT
           MOVE RSTR-AMOUNT(2)  TO WS-RESUME-AMOUNT
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "ESCHEAT"             TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE      TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE         TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY           TO RSTR-LAST-KEY
           MOVE WS-CASES-WAITING      TO RSTR-COUNT(1)
           MOVE WS-CASES-DROPPED      TO RSTR-COUNT(2)
           MOVE WS-ACCOUNTS-ESCHEATED TO RSTR-COUNT(3)
           MOVE WS-ACCOUNTS-READ      TO RSTR-COUNT(4)
           MOVE WS-CASES-OPENED       TO RSTR-COUNT(5)
           MOVE WS-LETTERS-WRITTEN    TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-ESCHEATED   TO RSTR-AMOUNT(1)
           MOVE WS-NET-MOVEMENT       TO RSTR-AMOUNT(2)
           MOVE ZEROS                 TO RSTR-AMOUNT(3)
           MOVE ZEROS                 TO RSTR-INPUT-COUNT
           MOVE ZEROS                 TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)     TO RSTR-TIMESTAMP
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

       END PROGRAM ESCHEAT.
