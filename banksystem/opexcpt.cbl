      *> Nightly batch job: operator exception and segregation-of-
      *> duties report for the branch manager's sign-off. Every
      *> ledger and audit record names the operator behind it; this
      *> run reads transactions.dat, audit.dat, drawerhst.dat and
      *> acctown.dat for the patterns internal audit asks about:
      *>   1 an operator reversing their own posting (the "R" matched
      *>     to its original the FIND-REVERSAL-ORIGINAL way - same
      *>     account, original date, type and amount)
      *>   2 an operator posting to an account owned by a customer
      *>     whose name is the operator's own on OPERATOR-RECORD,
      *>     names compared in their screening form (SCRNWORK.cpy)
      *>   3 a posting keyed outside business hours, off the
      *>     "LEDGER-POST" audit line BANKSYSTEM writes per entry
      *>   4 a change of address or phone through Update Customer
      *>     followed within WS-CHANGE-DAYS by money out ("W", "T"
      *>     or "O") keyed on an account the customer owns
      *>   5 an unfreeze of a frozen account (a dormant account
      *>     reactivated through the same option is not listed)
      *>   6 an operator whose drawer proved over or short at
      *>     WS-DRAWER-REPEAT or more sign-offs in the week
      *> Only operators on operators.dat count - batch programs stamp
      *> their own names and are not people. Each exception prints
      *> with the operator, account and entries involved and a
      *> sign-off / escalate box; the detail covers the business
      *> date, and the weekly summary closing the report counts each
      *> operator's exceptions by kind over the WS-WINDOW-DAYS days
      *> ending on it. After the six kinds comes the day's drawer
      *> proof by branch (DRWR-BRANCH): sessions proved, sessions
      *> out, total over, total short and the net, so each branch
      *> manager signs off their own tills; each drawer exception
      *> line carries the branch too.
      *> Report to opexrpt.dat (132-byte print lines).
      *> Any exception for the day is "BK" on the morning summary -
      *> it needs the manager. Reads only - safe to rerun. Runs after
      *> the posting steps - see banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OPEXCPT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "drawerhst.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRWR-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "opexrpt.dat"
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
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD AUDIT-FILE.
           COPY AUDITREC.

         FD DRAWER-FILE.
         *> one line per operator session's drawer proof.
           COPY DRWRREC.

         FD OPERATOR-FILE.
           COPY OPERREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
         *> owners' names for the own-name check.
           COPY CUSTREC.

         FD OWNERSHIP-FILE.
         *> joint owners, beside ACCOUNT-CUST-ID; see OWNREC.cpy.
           COPY OWNREC.

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

         FD BRANCH-FILE.
         *> branch names for the drawer proof by branch.
           COPY BRCHREC.

         WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-DRWR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OPER-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OWN-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-SUB-EOF           PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
      *> which files opened - their own flags, because the file
      *> status gets overwritten by every keyed READ.
       01 WS-TRAN-OPENED       PIC X     VALUE "N".
       01 WS-ACCT-OPENED       PIC X     VALUE "N".
       01 WS-CUST-OPENED       PIC X     VALUE "N".
       01 WS-OWN-OPENED        PIC X     VALUE "N".

       *> review rules.
       01 WS-WINDOW-DAYS       PIC 9(2)  VALUE 7.
       01 WS-HOURS-OPEN        PIC X(6)  VALUE "080000".
       01 WS-HOURS-CLOSE       PIC X(6)  VALUE "180000".
       01 WS-CHANGE-DAYS       PIC 9(2)  VALUE 3.
       01 WS-DRAWER-REPEAT     PIC 9(2)  VALUE 2.

       *> the week under review, and the earlier days a contact
       *> change may date from and still count.
       01 WS-WINDOW-START      PIC X(8).
       01 WS-LOOKBACK-START    PIC X(8).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-NUM-2        PIC 9(8).
       01 WS-DAYS-APART        PIC S9(5).

      *> which check the ledger or audit scan is serving.
       01 WS-SCAN-CHECK        PIC 9.

           COPY SCRNWORK.

       *> the operator master, with each operator's name in its
       *> screening form and the week's exception counts by kind.
       01 WS-OPER-COUNT        PIC 9(3)  VALUE ZEROS.
       01 WS-OPER-IDX          PIC 9(3).
       01 WS-FIND-OPER-ID      PIC X(8).
       01 WS-OPER-TBL.
           05 WS-OPT-ENTRY OCCURS 200 TIMES.
              10 WS-OPT-ID        PIC X(8).
              10 WS-OPT-NAME      PIC X(30).
              10 WS-OPT-KEY       PIC X(60).
              10 WS-OPT-DRWR-COUNT PIC 9(3).
              10 WS-OPT-DRWR-TODAY PIC X.
              10 WS-OPT-WEEK      PIC 9(5) OCCURS 6 TIMES.
              10 WS-OPT-TOTAL     PIC 9(5).

       01 WS-CAT-IDX           PIC 9.
       01 WS-CAT-TBL.
           05 WS-CAT-ENTRY OCCURS 6 TIMES.
              10 WS-CAT-TODAY     PIC 9(5).
              10 WS-CAT-WEEK      PIC 9(5).
       01 WS-CAT-NAMES.
           05 FILLER PIC X(30) VALUE "REVERSED OWN POSTING".
           05 FILLER PIC X(30) VALUE "POSTED TO OWN-NAME ACCOUNT".
           05 FILLER PIC X(30) VALUE "POSTING KEYED OUTSIDE HOURS".
           05 FILLER PIC X(30) VALUE "CONTACT CHANGE THEN MONEY OUT".
           05 FILLER PIC X(30) VALUE "UNFREEZE OF FROZEN ACCOUNT".
           05 FILLER PIC X(30) VALUE "REPEATED DRAWER OVER/SHORT".
       01 WS-CAT-NAME-TBL REDEFINES WS-CAT-NAMES.
           05 WS-CAT-NAME      PIC X(30) OCCURS 6 TIMES.

       *> the owners of the account in hand, cached while the ledger
       *> scan stays on one account.
       01 WS-OWN-ACCT          PIC 9(10) VALUE ZEROS.
       01 WS-OWN-COUNT         PIC 9(2)  VALUE ZEROS.
       01 WS-OWN-IDX           PIC 9(2).
       01 WS-OWN-CUST-ID       PIC 9(6).
       01 WS-OWN-TBL.
           05 WS-OWT-ENTRY OCCURS 10 TIMES.
              10 WS-OWT-CUST-ID   PIC 9(6).
              10 WS-OWT-NAME      PIC X(30).
              10 WS-OWT-KEY       PIC X(60).

       *> address/phone changes in the lookback, from the audit trail.
       01 WS-CHG-COUNT         PIC 9(3)  VALUE ZEROS.
       01 WS-CHG-IDX           PIC 9(3).
       01 WS-CHG-FIELDS        PIC 9(2).
       01 WS-CHG-TBL.
           05 WS-CHG-ENTRY OCCURS 300 TIMES.
              10 WS-CHG-CUST-ID   PIC 9(6).
              10 WS-CHG-DATE      PIC X(8).
              10 WS-CHG-OPER      PIC X(8).
              10 WS-CHG-WHAT      PIC X(30).

       *> the last freeze seen on each account, from the audit trail.
       01 WS-FRZ-COUNT         PIC 9(3)  VALUE ZEROS.
       01 WS-FRZ-IDX           PIC 9(3).
       01 WS-FRZ-TBL.
           05 WS-FRZ-ENTRY OCCURS 500 TIMES.
              10 WS-FRZ-ACCT      PIC X(10).
              10 WS-FRZ-DATE      PIC X(8).
              10 WS-FRZ-OPER      PIC X(8).

       *> the reversal in hand while its original is looked for.
       01 WS-REV-KEY           PIC X(22).
       01 WS-REV-ACCT          PIC 9(10).
       01 WS-REV-DATE          PIC X(8).
       01 WS-REV-SEQ           PIC 9(4).
       01 WS-REV-OPER          PIC X(8).
       01 WS-REV-AMOUNT        PIC 9(9)V99.
       01 WS-REV-ORIG-TYPE     PIC X.
       01 WS-REV-ORIG-DATE     PIC X(8).
       01 WS-REV-ORIG-SEQ      PIC 9(4).

       *> the exception being recorded.
       01 WS-EXC-CAT           PIC 9.
       01 WS-EXC-DATE          PIC X(8).
       01 WS-EXC-PRINT         PIC X     VALUE "N".
       01 WS-EXC-TODAY         PIC 9(6)  VALUE ZEROS.
       01 WS-EXC-WEEK          PIC 9(6)  VALUE ZEROS.

       01 WS-TRAN-READ         PIC 9(8)  VALUE ZEROS.
       01 WS-AUDIT-READ        PIC 9(8)  VALUE ZEROS.

       *> the day's drawer proof by branch: count 1 is sessions
       *> proved, count 2 sessions over or short, amount 1 the
       *> overs, amount 2 the shorts (held negative), amount 3 the
       *> net.
           COPY BRCHWORK.
       01 WS-BRT-SESSIONS      PIC 9(7)  VALUE ZEROS.
       01 WS-BRT-OVER-EDIT     PIC ---,---,---,--9.99.
       01 WS-BRT-SHORT-EDIT    PIC ---,---,---,--9.99.
       01 WS-BRT-NET-EDIT      PIC ---,---,---,--9.99.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-OVER-SHORT-EDIT   PIC ---,---,--9.99.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-TIME-TXT          PIC X(8).
       01 WS-PRINT-LINE        PIC X(132).

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Operator Exception Report --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-WINDOW-DAYS + 1)
           MOVE WS-DATE-NUM TO WS-WINDOW-START
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-CHANGE-DAYS)
           MOVE WS-DATE-NUM TO WS-LOOKBACK-START
           DISPLAY "Reviewing " WS-BUSINESS-DATE ", week from "
                   WS-WINDOW-START

           PERFORM LOAD-OPERATORS
           IF WS-OPER-COUNT = 0
              DISPLAY "No operators on file - nothing to review."
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO OPERATORS ON FILE" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00"
              MOVE "Y" TO WS-TRAN-OPENED
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCT-OPENED
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = "00"
              MOVE "Y" TO WS-OWN-OPENED
           END-IF
           INITIALIZE WS-CAT-TBL

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPERATOR EXCEPTION AND SEGREGATION-OF-DUTIES REPORT"
                  "  BUSINESS DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BUSINESS HOURS " WS-HOURS-OPEN " TO "
                  WS-HOURS-CLOSE
                  "   EACH EXCEPTION TO BE SIGNED OFF OR ESCALATED "
                  "BY THE BRANCH MANAGER"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           MOVE 1 TO WS-SCAN-CHECK
           PERFORM SCAN-LEDGER
           PERFORM WRITE-SECTION-FOOTER

           MOVE 2 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           MOVE 2 TO WS-SCAN-CHECK
           PERFORM SCAN-LEDGER
           PERFORM WRITE-SECTION-FOOTER

           MOVE 3 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           MOVE 3 TO WS-SCAN-CHECK
           PERFORM SCAN-AUDIT
           PERFORM WRITE-SECTION-FOOTER

           *> the changes come off the audit trail first, then the
           *> ledger is searched for money out after each.
           MOVE 4 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           MOVE 4 TO WS-SCAN-CHECK
           PERFORM SCAN-AUDIT
           IF WS-CHG-COUNT > 0
              PERFORM SCAN-LEDGER
           END-IF
           PERFORM WRITE-SECTION-FOOTER

           MOVE 5 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           MOVE 5 TO WS-SCAN-CHECK
           PERFORM SCAN-AUDIT
           PERFORM WRITE-SECTION-FOOTER

           MOVE 6 TO WS-CAT-IDX
           PERFORM WRITE-SECTION-HEADER
           PERFORM CHECK-DRAWER-HISTORY
           PERFORM WRITE-SECTION-FOOTER
           PERFORM WRITE-BRANCH-DRAWER-PROOF

           IF WS-OWN-OPENED = "Y"
              CLOSE OWNERSHIP-FILE
           END-IF
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF
           IF WS-ACCT-OPENED = "Y"
              CLOSE ACCOUNT-FILE
           END-IF
           IF WS-TRAN-OPENED = "Y"
              CLOSE TRANSACTION-FILE
           END-IF

           PERFORM WRITE-WEEKLY-SUMMARY
           PERFORM WRITE-SIGN-OFF-BLOCK
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Operator Exception Summary --"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
                   DISPLAY WS-CAT-NAME(WS-CAT-IDX) " today "
                           WS-CAT-TODAY(WS-CAT-IDX) "  week "
                           WS-CAT-WEEK(WS-CAT-IDX)
           END-PERFORM
           DISPLAY "Exceptions for sign-off: " WS-EXC-TODAY
           DISPLAY "Report written to opexrpt.dat."

           MOVE WS-TRAN-READ  TO BRES-ITEMS-READ
           MOVE WS-EXC-TODAY  TO BRES-ITEMS-APPLIED
           MOVE ZEROS         TO BRES-ITEMS-REJECTED
           MOVE ZEROS         TO BRES-AMOUNT-MOVED
           IF WS-EXC-TODAY > 0
              MOVE "BK" TO BRES-STATUS
              MOVE "OPERATOR EXCEPTIONS FOR SIGN-OFF - OPEXRPT"
                   TO BRES-NOTE
           ELSE
              MOVE "OK" TO BRES-STATUS
              MOVE "NO OPERATOR EXCEPTIONS TODAY" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-OPER-COUNT < 200
                          ADD 1 TO WS-OPER-COUNT
                          MOVE WS-OPER-COUNT TO WS-OPER-IDX
                          INITIALIZE WS-OPT-ENTRY(WS-OPER-IDX)
                          MOVE OPERATOR-ID
                               TO WS-OPT-ID(WS-OPER-IDX)
                          MOVE OPERATOR-NAME
                               TO WS-OPT-NAME(WS-OPER-IDX)
                          MOVE OPERATOR-NAME TO WS-SCR-NAME
                          PERFORM NORMALIZE-SCREEN-NAME
                          MOVE WS-SCR-KEY TO WS-OPT-KEY(WS-OPER-IDX)
                          MOVE "N" TO WS-OPT-DRWR-TODAY(WS-OPER-IDX)
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           EXIT PARAGRAPH.

       FIND-OPERATOR.
           *> WS-FIND-OPER-ID in, WS-OPER-IDX out - zero when it is
           *> not a person on the operator master.
           MOVE ZEROS TO WS-OPER-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WS-OPT-ID(WS-OPER-IDX) = WS-FIND-OPER-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           MOVE ZEROS TO WS-OPER-IDX
           EXIT PARAGRAPH.

       SCAN-LEDGER.
           *> one pass over the ledger entries dated in the week, for
           *> the check in WS-SCAN-CHECK.
           IF WS-TRAN-OPENED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-OWN-ACCT
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO TRAN-KEY
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SCAN-CHECK = 1
                          ADD 1 TO WS-TRAN-READ
                       END-IF
                       IF TRAN-DATE >= WS-WINDOW-START AND
                          TRAN-DATE <= WS-BUSINESS-DATE
                          MOVE TRAN-OPERATOR-ID TO WS-FIND-OPER-ID
                          PERFORM FIND-OPERATOR
                          IF WS-OPER-IDX > 0
                             EVALUATE WS-SCAN-CHECK
                                 WHEN 1
                                     IF TRAN-TYPE = "R"
                                        PERFORM CHECK-OWN-REVERSAL
                                     END-IF
                                 WHEN 2
                                     PERFORM CHECK-OWN-NAME-POSTING
                                 WHEN 4
                                     IF TRAN-TYPE = "W" OR
                                        TRAN-TYPE = "T" OR
                                        TRAN-TYPE = "O"
                                        PERFORM CHECK-MONEY-OUT
                                     END-IF
                             END-EVALUATE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       CHECK-OWN-REVERSAL.
           *> look for the original on the same account and date, of
           *> the reversed type and amount, keyed by the same person;
           *> then put the scan back on the reversal.
           MOVE TRAN-KEY            TO WS-REV-KEY
           MOVE TRAN-ACCOUNT-NUMBER TO WS-REV-ACCT
           MOVE TRAN-DATE           TO WS-REV-DATE
           MOVE TRAN-SEQ            TO WS-REV-SEQ
           MOVE TRAN-OPERATOR-ID    TO WS-REV-OPER
           MOVE TRAN-AMOUNT         TO WS-REV-AMOUNT
           MOVE TRAN-ORIG-TYPE      TO WS-REV-ORIG-TYPE
           MOVE TRAN-ORIG-DATE      TO WS-REV-ORIG-DATE
           MOVE "N" TO WS-FOUND

           MOVE WS-REV-ACCT      TO TRAN-ACCOUNT-NUMBER
           MOVE WS-REV-ORIG-DATE TO TRAN-DATE
           MOVE ZEROS            TO TRAN-SEQ
           MOVE "N" TO WS-SUB-EOF
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER NOT = WS-REV-ACCT OR
                          TRAN-DATE NOT = WS-REV-ORIG-DATE
                          MOVE "Y" TO WS-SUB-EOF
                       ELSE
                          IF TRAN-TYPE = WS-REV-ORIG-TYPE AND
                             TRAN-AMOUNT = WS-REV-AMOUNT AND
                             TRAN-OPERATOR-ID = WS-REV-OPER
                             MOVE "Y" TO WS-FOUND
                             MOVE TRAN-SEQ TO WS-REV-ORIG-SEQ
                             MOVE "Y" TO WS-SUB-EOF
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM

           MOVE WS-REV-KEY TO TRAN-KEY
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           IF WS-EOF = "N"
              READ TRANSACTION-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-EOF
              END-READ
           END-IF

           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REV-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPER " WS-REV-OPER "  ACCT " WS-REV-ACCT
                  "  REVERSAL " WS-REV-DATE "/" WS-REV-SEQ
                  " OF " WS-REV-ORIG-TYPE " " WS-REV-ORIG-DATE "/"
                  WS-REV-ORIG-SEQ "  AMOUNT " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE 1 TO WS-EXC-CAT
           MOVE WS-REV-DATE TO WS-EXC-DATE
           PERFORM RECORD-EXCEPTION
           EXIT PARAGRAPH.

       CHECK-OWN-NAME-POSTING.
           IF WS-OPT-KEY(WS-OPER-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF TRAN-ACCOUNT-NUMBER NOT = WS-OWN-ACCT
              PERFORM LOAD-ACCOUNT-OWNERS
           END-IF
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWT-KEY(WS-OWN-IDX) = WS-OPT-KEY(WS-OPER-IDX)
                      MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING "  OPER " TRAN-OPERATOR-ID
                             "  ACCT " TRAN-ACCOUNT-NUMBER
                             "  ENTRY " TRAN-TYPE " " TRAN-DATE "/"
                             TRAN-SEQ "  AMOUNT " WS-AMOUNT-EDIT
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      PERFORM WRITE-REPORT-LINE-IF-TODAY
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING "      OWNER " WS-OWT-CUST-ID(WS-OWN-IDX)
                             " " WS-OWT-NAME(WS-OWN-IDX)
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      MOVE 2 TO WS-EXC-CAT
                      MOVE TRAN-DATE TO WS-EXC-DATE
                      PERFORM RECORD-EXCEPTION
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       CHECK-MONEY-OUT.
           *> money out of an account whose owner changed address or
           *> phone in the WS-CHANGE-DAYS before it.
           IF TRAN-ACCOUNT-NUMBER NOT = WS-OWN-ACCT
              PERFORM LOAD-ACCOUNT-OWNERS
           END-IF
           MOVE TRAN-DATE TO WS-DATE-NUM
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                           UNTIL WS-OWN-IDX > WS-OWN-COUNT
                           IF WS-OWT-CUST-ID(WS-OWN-IDX) =
                              WS-CHG-CUST-ID(WS-CHG-IDX)
                              PERFORM CHECK-ONE-CHANGE
                           END-IF
                   END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.

       CHECK-ONE-CHANGE.
           MOVE WS-CHG-DATE(WS-CHG-IDX) TO WS-DATE-NUM-2
           COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-2)
           IF WS-DAYS-APART < 0 OR WS-DAYS-APART > WS-CHANGE-DAYS
              EXIT PARAGRAPH
           END-IF
           MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPER " TRAN-OPERATOR-ID
                  "  ACCT " TRAN-ACCOUNT-NUMBER
                  "  ENTRY " TRAN-TYPE " " TRAN-DATE "/" TRAN-SEQ
                  "  AMOUNT " WS-AMOUNT-EDIT
                  "  CUST " WS-CHG-CUST-ID(WS-CHG-IDX) " "
                  WS-CHG-WHAT(WS-CHG-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE-IF-TODAY
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      ON " WS-CHG-DATE(WS-CHG-IDX)
                  " BY OPER " WS-CHG-OPER(WS-CHG-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           *> the exception counts against whoever made the change.
           MOVE WS-CHG-OPER(WS-CHG-IDX) TO WS-FIND-OPER-ID
           PERFORM FIND-OPERATOR
           MOVE 4 TO WS-EXC-CAT
           MOVE TRAN-DATE TO WS-EXC-DATE
           PERFORM RECORD-EXCEPTION
           EXIT PARAGRAPH.

       LOAD-ACCOUNT-OWNERS.
           *> the primary on the account record plus every owner on
           *> acctown.dat, each with their name in screening form.
           MOVE TRAN-ACCOUNT-NUMBER TO WS-OWN-ACCT
           MOVE ZEROS TO WS-OWN-COUNT
           IF WS-ACCT-OPENED = "Y"
              MOVE WS-OWN-ACCT TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ACCOUNT-CUST-ID TO WS-OWN-CUST-ID
                      PERFORM ADD-ONE-OWNER
              END-READ
           END-IF
           IF WS-OWN-OPENED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OWN-ACCT TO OWN-ACCOUNT-NUMBER
           MOVE ZEROS TO OWN-CUST-ID
           MOVE "N" TO WS-SUB-EOF
           START OWNERSHIP-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUB-EOF
           END-START
           PERFORM UNTIL WS-SUB-EOF = "Y"
                   READ OWNERSHIP-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF OWN-ACCOUNT-NUMBER NOT = WS-OWN-ACCT
                          MOVE "Y" TO WS-SUB-EOF
                       ELSE
                          MOVE OWN-CUST-ID TO WS-OWN-CUST-ID
                          PERFORM ADD-ONE-OWNER
                       END-IF
                   END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       ADD-ONE-OWNER.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWT-CUST-ID(WS-OWN-IDX) = WS-OWN-CUST-ID
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-OWN-COUNT >= 10
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWN-COUNT
           MOVE WS-OWN-CUST-ID TO WS-OWT-CUST-ID(WS-OWN-COUNT)
           MOVE SPACES TO WS-OWT-NAME(WS-OWN-COUNT)
           MOVE SPACES TO WS-OWT-KEY(WS-OWN-COUNT)
           IF WS-CUST-OPENED = "Y"
              MOVE WS-OWN-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CUSTOMER-NAME TO WS-OWT-NAME(WS-OWN-COUNT)
                      MOVE CUSTOMER-NAME TO WS-SCR-NAME
                      PERFORM NORMALIZE-SCREEN-NAME
                      MOVE WS-SCR-KEY TO WS-OWT-KEY(WS-OWN-COUNT)
              END-READ
           END-IF
           EXIT PARAGRAPH.

       SCAN-AUDIT.
           *> one pass over the audit trail for the check in
           *> WS-SCAN-CHECK. The trail is appended as things happen,
           *> so it reads in time order.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ AUDIT-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SCAN-CHECK = 3
                          ADD 1 TO WS-AUDIT-READ
                       END-IF
                       EVALUATE WS-SCAN-CHECK
                           WHEN 3
                               IF AUDIT-ACTION = "LEDGER-POST"
                                  PERFORM CHECK-POSTING-HOURS
                               END-IF
                           WHEN 4
                               IF AUDIT-ACTION = "UPDATE-CUSTOMER"
                                  PERFORM NOTE-CONTACT-CHANGE
                               END-IF
                           WHEN 5
                               IF AUDIT-ACTION = "FREEZE-ACCOUNT" OR
                                  AUDIT-ACTION = "SANCTION-FREEZE"
                                  PERFORM NOTE-ACCOUNT-FREEZE
                               END-IF
                               IF AUDIT-ACTION = "UNFREEZE-ACCOUNT"
                                  PERFORM CHECK-UNFREEZE
                               END-IF
                       END-EVALUATE
                   END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT PARAGRAPH.

       CHECK-POSTING-HOURS.
           *> the reason carries the entry's type, business date,
           *> sequence and amount; the timestamp says when it was
           *> keyed.
           IF AUDIT-REASON(3:8) < WS-WINDOW-START OR
              AUDIT-REASON(3:8) > WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           IF AUDIT-TIMESTAMP(9:6) >= WS-HOURS-OPEN AND
              AUDIT-TIMESTAMP(9:6) < WS-HOURS-CLOSE
              EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-OPERATOR-ID TO WS-FIND-OPER-ID
           PERFORM FIND-OPERATOR
           IF WS-OPER-IDX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TIME-TXT
           STRING AUDIT-TIMESTAMP(9:2) ":" AUDIT-TIMESTAMP(11:2) ":"
                  AUDIT-TIMESTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-TIME-TXT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPER " AUDIT-OPERATOR-ID "  ACCT " AUDIT-KEY
                  "  ENTRY " AUDIT-REASON(1:1) " " AUDIT-REASON(3:8)
                  "/" AUDIT-REASON(12:4)
                  "  AMOUNT " AUDIT-REASON(17:12)
                  "  KEYED " AUDIT-TIMESTAMP(1:8) " " WS-TIME-TXT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE 3 TO WS-EXC-CAT
           MOVE AUDIT-REASON(3:8) TO WS-EXC-DATE
           PERFORM RECORD-EXCEPTION
           EXIT PARAGRAPH.

       NOTE-CONTACT-CHANGE.
           *> the reason names the fields changed; an older line with
           *> no reason could have been anything, so it counts.
           IF AUDIT-TIMESTAMP(1:8) < WS-LOOKBACK-START OR
              AUDIT-TIMESTAMP(1:8) > WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CHG-FIELDS
           IF AUDIT-REASON = SPACES
              MOVE 1 TO WS-CHG-FIELDS
           ELSE
              INSPECT AUDIT-REASON TALLYING WS-CHG-FIELDS
                      FOR ALL "ADDRESS" ALL "PHONE"
           END-IF
           IF WS-CHG-FIELDS = 0 OR WS-CHG-COUNT >= 300
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE AUDIT-KEY(1:6) TO WS-CHG-CUST-ID(WS-CHG-COUNT)
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-CHG-DATE(WS-CHG-COUNT)
           MOVE AUDIT-OPERATOR-ID TO WS-CHG-OPER(WS-CHG-COUNT)
           IF AUDIT-REASON = SPACES
              MOVE "CONTACT DETAILS CHANGED"
                   TO WS-CHG-WHAT(WS-CHG-COUNT)
           ELSE
              MOVE AUDIT-REASON TO WS-CHG-WHAT(WS-CHG-COUNT)
           END-IF
           EXIT PARAGRAPH.

       NOTE-ACCOUNT-FREEZE.
           PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                   UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
                   IF WS-FRZ-ACCT(WS-FRZ-IDX) = AUDIT-KEY
                      MOVE AUDIT-TIMESTAMP(1:8)
                           TO WS-FRZ-DATE(WS-FRZ-IDX)
                      MOVE AUDIT-OPERATOR-ID TO WS-FRZ-OPER(WS-FRZ-IDX)
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM
           IF WS-FRZ-COUNT < 500
              ADD 1 TO WS-FRZ-COUNT
              MOVE AUDIT-KEY TO WS-FRZ-ACCT(WS-FRZ-COUNT)
              MOVE AUDIT-TIMESTAMP(1:8) TO WS-FRZ-DATE(WS-FRZ-COUNT)
              MOVE AUDIT-OPERATOR-ID TO WS-FRZ-OPER(WS-FRZ-COUNT)
           END-IF
           EXIT PARAGRAPH.

       CHECK-UNFREEZE.
           *> a dormant account reactivated through the same option
           *> says so in the reason and is not an unfreeze.
           IF AUDIT-TIMESTAMP(1:8) < WS-WINDOW-START OR
              AUDIT-TIMESTAMP(1:8) > WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           IF AUDIT-REASON = "FROM STATUS D"
              EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-OPERATOR-ID TO WS-FIND-OPER-ID
           PERFORM FIND-OPERATOR
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPER " AUDIT-OPERATOR-ID "  ACCT " AUDIT-KEY
                  "  UNFROZEN " AUDIT-TIMESTAMP(1:8)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                   UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
                   IF WS-FRZ-ACCT(WS-FRZ-IDX) = AUDIT-KEY
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING "  OPER " AUDIT-OPERATOR-ID
                             "  ACCT " AUDIT-KEY
                             "  UNFROZEN " AUDIT-TIMESTAMP(1:8)
                             "  FROZEN " WS-FRZ-DATE(WS-FRZ-IDX)
                             " BY " WS-FRZ-OPER(WS-FRZ-IDX)
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      IF WS-FRZ-OPER(WS-FRZ-IDX) = AUDIT-OPERATOR-ID
                         MOVE "SAME OPERATOR"
                              TO WS-PRINT-LINE(90:13)
                      END-IF
                   END-IF
           END-PERFORM
           MOVE 5 TO WS-EXC-CAT
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-EXC-DATE
           PERFORM RECORD-EXCEPTION
           EXIT PARAGRAPH.

       CHECK-DRAWER-HISTORY.
           *> first pass counts each operator's sessions over or
           *> short in the week; the second lists every one of them
           *> for an operator at the repeat count who was out again
           *> today. The first pass also tallies the business
           *> date's sessions by branch.
           INITIALIZE WS-BRT-TABLE
           OPEN INPUT DRAWER-FILE
           IF WS-DRWR-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ DRAWER-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DRWR-BUSINESS-DATE = WS-BUSINESS-DATE
                          PERFORM TALLY-BRANCH-DRAWER
                       END-IF
                       IF DRWR-BUSINESS-DATE >= WS-WINDOW-START AND
                          DRWR-BUSINESS-DATE <= WS-BUSINESS-DATE AND
                          DRWR-OVER-SHORT NOT = 0
                          MOVE DRWR-OPERATOR-ID TO WS-FIND-OPER-ID
                          PERFORM FIND-OPERATOR
                          IF WS-OPER-IDX > 0
                             ADD 1 TO WS-OPT-DRWR-COUNT(WS-OPER-IDX)
                             IF DRWR-BUSINESS-DATE = WS-BUSINESS-DATE
                                MOVE "Y"
                                  TO WS-OPT-DRWR-TODAY(WS-OPER-IDX)
                             END-IF
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE DRAWER-FILE

           OPEN INPUT DRAWER-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ DRAWER-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DRWR-BUSINESS-DATE >= WS-WINDOW-START AND
                          DRWR-BUSINESS-DATE <= WS-BUSINESS-DATE AND
                          DRWR-OVER-SHORT NOT = 0
                          MOVE DRWR-OPERATOR-ID TO WS-FIND-OPER-ID
                          PERFORM FIND-OPERATOR
                          IF WS-OPER-IDX > 0
                             IF WS-OPT-DRWR-COUNT(WS-OPER-IDX) >=
                                WS-DRAWER-REPEAT
                                PERFORM LIST-DRAWER-SESSION
                             END-IF
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           EXIT PARAGRAPH.

       LIST-DRAWER-SESSION.
           MOVE DRWR-OVER-SHORT TO WS-OVER-SHORT-EDIT
           MOVE WS-OPT-DRWR-COUNT(WS-OPER-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPER " DRWR-OPERATOR-ID
                  "  DRAWER " DRWR-BUSINESS-DATE
                  " AT " DRWR-SESSION-END-TS
                  "  OVER/SHORT " WS-OVER-SHORT-EDIT
                  "  OUT " WS-COUNT-EDIT "X IN WEEK"
                  "  BRN " DRWR-BRANCH
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-OPT-DRWR-TODAY(WS-OPER-IDX) TO WS-EXC-PRINT
           MOVE 6 TO WS-EXC-CAT
           MOVE DRWR-BUSINESS-DATE TO WS-EXC-DATE
           PERFORM RECORD-EXCEPTION
           MOVE "N" TO WS-EXC-PRINT
           EXIT PARAGRAPH.

       TALLY-BRANCH-DRAWER.
           COMPUTE WS-BRT-IDX = DRWR-BRANCH + 1
           ADD 1 TO WS-BRT-COUNT-1(WS-BRT-IDX)
           ADD 1 TO WS-BRT-SESSIONS
           IF DRWR-OVER-SHORT > 0
              ADD 1 TO WS-BRT-COUNT-2(WS-BRT-IDX)
              ADD DRWR-OVER-SHORT TO WS-BRT-AMOUNT-1(WS-BRT-IDX)
           END-IF
           IF DRWR-OVER-SHORT < 0
              ADD 1 TO WS-BRT-COUNT-2(WS-BRT-IDX)
              ADD DRWR-OVER-SHORT TO WS-BRT-AMOUNT-2(WS-BRT-IDX)
           END-IF
           ADD DRWR-OVER-SHORT TO WS-BRT-AMOUNT-3(WS-BRT-IDX)
           EXIT PARAGRAPH.

       WRITE-BRANCH-DRAWER-PROOF.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DRAWER PROOF BY BRANCH  " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BRT-SESSIONS = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  NO DRAWERS PROVED FOR " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRN NAME                           SESSIONS"
                  "      OUT          TOTAL OVER"
                  "         TOTAL SHORT                 NET"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT BRANCH-FILE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > 1000
                   IF WS-BRT-COUNT-1(WS-BRT-IDX) > 0
                      COMPUTE WS-BRT-CODE = WS-BRT-IDX - 1
                      PERFORM GET-BRANCH-NAME
                      MOVE WS-BRT-AMOUNT-1(WS-BRT-IDX)
                           TO WS-BRT-OVER-EDIT
                      MOVE WS-BRT-AMOUNT-2(WS-BRT-IDX)
                           TO WS-BRT-SHORT-EDIT
                      MOVE WS-BRT-AMOUNT-3(WS-BRT-IDX)
                           TO WS-BRT-NET-EDIT
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING WS-BRT-CODE " " WS-BRT-NAME " "
                             WS-BRT-COUNT-1(WS-BRT-IDX) "  "
                             WS-BRT-COUNT-2(WS-BRT-IDX) " "
                             WS-BRT-OVER-EDIT " "
                             WS-BRT-SHORT-EDIT " "
                             WS-BRT-NET-EDIT
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      PERFORM WRITE-REPORT-LINE
                   END-IF
           END-PERFORM
           IF WS-BRCH-FILE-STATUS NOT = "35"
              CLOSE BRANCH-FILE
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

       RECORD-EXCEPTION.
           *> caller has built the detail in WS-PRINT-LINE and set the
           *> kind, the date and WS-OPER-IDX. The week's counts always
           *> move; the line prints, with its sign-off box, when it
           *> belongs to the business date (or the caller forces it).
           ADD 1 TO WS-CAT-WEEK(WS-EXC-CAT)
           ADD 1 TO WS-EXC-WEEK
           IF WS-OPER-IDX > 0
              ADD 1 TO WS-OPT-WEEK(WS-OPER-IDX, WS-EXC-CAT)
              ADD 1 TO WS-OPT-TOTAL(WS-OPER-IDX)
           END-IF
           IF WS-EXC-DATE = WS-BUSINESS-DATE
              ADD 1 TO WS-CAT-TODAY(WS-EXC-CAT)
              ADD 1 TO WS-EXC-TODAY
           END-IF
           IF WS-EXC-DATE = WS-BUSINESS-DATE OR WS-EXC-PRINT = "Y"
              MOVE "SIGN-OFF [ ] ESCALATE [ ]" TO WS-PRINT-LINE(108:25)
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE-IF-TODAY.
           *> the first line of a two-line exception; the second,
           *> with the sign-off box, goes through RECORD-EXCEPTION.
           IF TRAN-DATE = WS-BUSINESS-DATE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CAT-IDX ". " WS-CAT-NAME(WS-CAT-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-SECTION-FOOTER.
           IF WS-CAT-TODAY(WS-CAT-IDX) = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  NONE FOR " WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-WEEKLY-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WEEKLY SUMMARY  " WS-WINDOW-START " TO "
                  WS-BUSINESS-DATE
                  "  -  EXCEPTIONS BY OPERATOR AND KIND"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPERATOR  NAME                            "
                  "REVERSE  OWN-NAME  HOURS  CONTACT  UNFREEZE"
                  "  DRAWER  TOTAL"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WS-OPT-TOTAL(WS-OPER-IDX) > 0
                      MOVE SPACES TO WS-PRINT-LINE
                      STRING WS-OPT-ID(WS-OPER-IDX) "  "
                             WS-OPT-NAME(WS-OPER-IDX) "  "
                             WS-OPT-WEEK(WS-OPER-IDX, 1) "    "
                             WS-OPT-WEEK(WS-OPER-IDX, 2) "     "
                             WS-OPT-WEEK(WS-OPER-IDX, 3) "  "
                             WS-OPT-WEEK(WS-OPER-IDX, 4) "    "
                             WS-OPT-WEEK(WS-OPER-IDX, 5) "     "
                             WS-OPT-WEEK(WS-OPER-IDX, 6) "   "
                             WS-OPT-TOTAL(WS-OPER-IDX)
                             DELIMITED BY SIZE INTO WS-PRINT-LINE
                      PERFORM WRITE-REPORT-LINE
                   END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER   ALL OPERATORS                   "
                  WS-CAT-WEEK(1) "    " WS-CAT-WEEK(2) "     "
                  WS-CAT-WEEK(3) "  " WS-CAT-WEEK(4) "    "
                  WS-CAT-WEEK(5) "     " WS-CAT-WEEK(6) "  "
                  WS-EXC-WEEK
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXC-TODAY TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EXCEPTIONS FOR " WS-BUSINESS-DATE ": "
                  WS-COUNT-EDIT
                  "     SIGNED OFF ______     ESCALATED ______"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRANCH MANAGER ______________________________"
                  "     DATE ______________"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       NORMALIZE-SCREEN-NAME.
           *> WS-SCR-NAME in, WS-SCR-KEY out - the rule is described
           *> in SCRNWORK.cpy. A thirteenth word and anything past 30
           *> characters in a word are dropped.
           MOVE FUNCTION UPPER-CASE(WS-SCR-NAME) TO WS-SCR-WORK
           MOVE SPACES TO WS-SCR-TOKENS
           MOVE ZEROS TO WS-SCR-TOKEN-COUNT
           MOVE ZEROS TO WS-SCR-TOKEN-LEN
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > 60
                   MOVE WS-SCR-WORK(WS-SCR-IDX:1) TO WS-SCR-CHAR
                   EVALUATE TRUE
                   WHEN WS-SCR-CHAR = "'"
                        CONTINUE
                   WHEN (WS-SCR-CHAR IS ALPHABETIC AND
                         WS-SCR-CHAR NOT = SPACE) OR
                        WS-SCR-CHAR IS NUMERIC
                        IF WS-SCR-TOKEN-LEN = 0
                           IF WS-SCR-TOKEN-COUNT < 12
                              ADD 1 TO WS-SCR-TOKEN-COUNT
                           ELSE
                              MOVE 30 TO WS-SCR-TOKEN-LEN
                           END-IF
                        END-IF
                        IF WS-SCR-TOKEN-LEN < 30
                           ADD 1 TO WS-SCR-TOKEN-LEN
                           MOVE WS-SCR-CHAR TO
                                WS-SCR-TOKEN(WS-SCR-TOKEN-COUNT)
                                (WS-SCR-TOKEN-LEN:1)
                        END-IF
                   WHEN OTHER
                        MOVE ZEROS TO WS-SCR-TOKEN-LEN
                   END-EVALUATE
           END-PERFORM

           *> sort the words so their order doesn't matter.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX >= WS-SCR-TOKEN-COUNT
                   PERFORM VARYING WS-SCR-JDX FROM 1 BY 1
                           UNTIL WS-SCR-JDX >
                                 WS-SCR-TOKEN-COUNT - WS-SCR-IDX
                           IF WS-SCR-TOKEN(WS-SCR-JDX) >
                              WS-SCR-TOKEN(WS-SCR-JDX + 1)
                              MOVE WS-SCR-TOKEN(WS-SCR-JDX)
                                   TO WS-SCR-SWAP
                              MOVE WS-SCR-TOKEN(WS-SCR-JDX + 1)
                                   TO WS-SCR-TOKEN(WS-SCR-JDX)
                              MOVE WS-SCR-SWAP
                                   TO WS-SCR-TOKEN(WS-SCR-JDX + 1)
                           END-IF
                   END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-SCR-KEY
           MOVE 1 TO WS-SCR-PTR
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-TOKEN-COUNT
                   IF WS-SCR-IDX > 1
                      STRING " " DELIMITED BY SIZE
                             INTO WS-SCR-KEY WITH POINTER WS-SCR-PTR
                   END-IF
                   STRING WS-SCR-TOKEN(WS-SCR-IDX) DELIMITED BY SPACE
                          INTO WS-SCR-KEY WITH POINTER WS-SCR-PTR
           END-PERFORM
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
           MOVE "OPEXCPT"        TO RUNC-PROGRAM-ID
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
           MOVE "OPEXCPT" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM OPEXCPT.
