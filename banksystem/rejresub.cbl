      *> program reads them back through the same validation the
      *> original batch applied: requests that now pass post to the
      *> masters (audited the same way; repaired clearing items
      *> post with the full CLRPOST gauntlet - status, cheque
      *> register, stop orders, available balance - and move
      *> CONTROL-TOTAL by their net),
      *> requests that still fail are written back to the reject
      *> files with a fresh reason code for the next repair round -
      *> so a night's fixes never require rebuilding the whole
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS WS-STOP-FILE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "watchlst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               ALTERNATE RECORD KEY IS WL-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT SANCTION-FILE ASSIGN TO "sanccase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SANC-KEY
               FILE STATUS IS WS-SANC-FILE-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         *> repaired clearing debit posts; see STOPREC.cpy.
           COPY STOPREC.

         FD WATCH-LIST-FILE.
         *> the sanctions watch list new customers are screened
         *> against; see WLSTREC.cpy.
           COPY WLSTREC.

         FD SANCTION-FILE.
         *> screening cases - a customer who matches the list is held
         *> here instead of being created; see SANCREC.cpy.
           COPY SANCREC.

         FD CHEQUE-FILE.
         *> the cheque register a repaired cheque debit is checked
         *> against and marked paid on; see CHQREC.cpy.
           COPY CHQREC.

         WORKING-STORAGE SECTION.
       01 WS-BREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-STOP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-WL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-SANC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CHQ-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).

       *> parameter lookup work area, the BANKBAT shape: the latest
       *> record for the type effective on or before today wins, and
       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.
       01 WS-CLR-NET           PIC S9(10)V99 VALUE ZEROS.
       01 WS-CHQ-REASON        PIC X(2).

       01 WS-BREJ-READ         PIC 9(6)  VALUE ZEROS.
       01 WS-BREJ-APPLIED      PIC 9(6)  VALUE ZEROS.
       01 WS-CLRJ-READ         PIC 9(6)  VALUE ZEROS.
       01 WS-CLRJ-APPLIED      PIC 9(6)  VALUE ZEROS.
       01 WS-CLRJ-STILL-BAD    PIC 9(6)  VALUE ZEROS.
       01 WS-BREJ-HELD         PIC 9(6)  VALUE ZEROS.
       01 WS-CREJ-HELD         PIC 9(6)  VALUE ZEROS.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       *> against.
           COPY ACCTTYPE.

       *> a repaired customer is screened against the watch list
       *> like any other new customer.
           COPY SCRNWORK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "Batch rejects read:      " WS-BREJ-READ
           DISPLAY "Batch rejects applied:   " WS-BREJ-APPLIED
           DISPLAY "Batch rejects still bad: " WS-BREJ-STILL-BAD
           DISPLAY "Batch rejects held:      " WS-BREJ-HELD
           DISPLAY "Cust rejects read:       " WS-CREJ-READ
           DISPLAY "Cust rejects applied:    " WS-CREJ-APPLIED
           DISPLAY "Cust rejects still bad:  " WS-CREJ-STILL-BAD
           DISPLAY "Cust rejects held:       " WS-CREJ-HELD
           DISPLAY "Clearing rejects read:   " WS-CLRJ-READ
           DISPLAY "Clearing items posted:   " WS-CLRJ-APPLIED
           DISPLAY "Clearing still bad:      " WS-CLRJ-STILL-BAD
           MOVE SPACES         TO CUSTOMER-PHONE
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO CUSTOMER-DATE-OPENED

           *> a possible watch-list match leaves the repair cycle for
           *> Compliance - held, and off the reject file.
           MOVE BREQ-CUST-ID     TO WS-SCR-CUST-ID
           MOVE BREQ-CUST-NAME   TO WS-SCR-NAME
           MOVE WS-BUSINESS-DATE TO WS-SCR-DATE
           MOVE "REJRESUB"       TO WS-SCR-SOURCE
           PERFORM SCREEN-NEW-CUSTOMER
           IF WS-SCR-HITS > 0
              ADD 1 TO WS-BREJ-HELD
              DISPLAY "Repaired customer held for compliance: "
                      BREQ-CUST-ID
              MOVE BREQ-CUST-ID     TO WS-AUDIT-KEY-TXT
              MOVE "SCREENING-HOLD" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF

           WRITE CUSTOMER-RECORD
           ADD 1 TO WS-BREJ-APPLIED
           DISPLAY "Repaired customer applied: " BREQ-CUST-ID
              EXIT PARAGRAPH
           END-IF

           MOVE BREQ-CUST-ID TO WS-SCR-CUST-ID
           PERFORM CHECK-SCREENING-HOLD
           IF WS-SCR-HITS > 0
              MOVE "SH" TO BWRK-REASON-CODE
              PERFORM WRITE-BREJ-STILL-BAD
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TYPE-VALID
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 5
                   IF BREQ-ACCT-TYPE = WS-VALID-ACCT-TYPE(WS-TYPE-IDX)
                      MOVE "Y" TO WS-TYPE-VALID
                   END-IF
              EXIT PARAGRAPH
           END-IF

           *> a loan is the same story - principal, rate, term and
           *> repayment account, and a disbursement, only the
           *> interactive booking handles.
           IF BREQ-ACCT-TYPE = "Loan"
              MOVE "LN" TO BWRK-REASON-CODE
              PERFORM WRITE-BREJ-STILL-BAD
              EXIT PARAGRAPH
           END-IF

           *> the number is issued by the system off the next-number
           *> control record, the BANKSYSTEM rule - whatever number
           *> the reject carried is ignored, and the assigned one is
           PERFORM FIND-PRODUCT-OD-LIMIT
           MOVE WS-PP-OD-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT
           MOVE "A" TO ACCOUNT-STATUS
           *> the batch input carries no branch - these openings
           *> are homed at head office and moved through Transfer
           *> Account Branch if they belong elsewhere.
           MOVE 001 TO ACCOUNT-BRANCH
           WRITE ACCOUNT-RECORD
           ADD 1 TO WS-BREJ-APPLIED
           DISPLAY "Repaired account applied: " BREQ-ACCT-NUMBER
           ELSE
              MOVE NEWCUST-DATE-OPENED TO CUSTOMER-DATE-OPENED
           END-IF

           MOVE NEWCUST-ID       TO WS-SCR-CUST-ID
           MOVE NEWCUST-NAME     TO WS-SCR-NAME
           MOVE WS-BUSINESS-DATE TO WS-SCR-DATE
           MOVE "REJRESUB"       TO WS-SCR-SOURCE
           PERFORM SCREEN-NEW-CUSTOMER
           IF WS-SCR-HITS > 0
              ADD 1 TO WS-CREJ-HELD
              DISPLAY "Repaired customer held for compliance: "
                      NEWCUST-ID
              MOVE NEWCUST-ID       TO WS-AUDIT-KEY-TXT
              MOVE "SCREENING-HOLD" TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF

           WRITE CUSTOMER-RECORD
           ADD 1 TO WS-CREJ-APPLIED
           DISPLAY "Repaired customer applied: " NEWCUST-ID
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLRJ-WORK-FILE
           PERFORM OPEN-CHEQUE-IO
           PERFORM UNTIL WS-EOF = "Y"
                   READ CLEARING-REJECT-FILE
                   AT END
           END-PERFORM
           CLOSE CLEARING-REJECT-FILE
           CLOSE CLRJ-WORK-FILE
           CLOSE CHEQUE-FILE
           EXIT PARAGRAPH.

       RETRY-ONE-CLEARING-ITEM.
              EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-STATUS = "D" OR ACCOUNT-STATUS = "E"
              MOVE "DM" TO CLWK-REASON-CODE
              PERFORM WRITE-CLRJ-STILL-BAD
              EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF

           IF CLR-DR-CR = "D" AND CLR-CHEQUE-SERIAL NOT = ZEROS
              PERFORM CHECK-CHEQUE-SERIAL
              IF WS-CHQ-REASON NOT = SPACES
                 MOVE WS-CHQ-REASON TO CLWK-REASON-CODE
                 PERFORM WRITE-CLRJ-STILL-BAD
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF CLR-DR-CR = "D"
              MOVE CLR-ACCOUNT-NUMBER TO WS-STOP-CHK-ACCT
              MOVE CLR-AMOUNT         TO WS-STOP-CHK-AMT

           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-CLEARING-LEDGER-ENTRY
           IF CLR-DR-CR = "D" AND CLR-CHEQUE-SERIAL NOT = ZEROS
              PERFORM MARK-CHEQUE-PAID
           END-IF
           ADD 1 TO WS-CLRJ-APPLIED
           DISPLAY "Repaired clearing item posted: account "
                   CLR-ACCOUNT-NUMBER " " CLR-DR-CR " " CLR-AMOUNT
           CLOSE CLEARING-REJECT-FILE
           EXIT PARAGRAPH.

       CHECK-CHEQUE-SERIAL.
           *> the cheque in hand must be on the register under this
           *> account, and neither paid nor stopped. WS-CHQ-REASON
           *> comes back spaces when it may pay, otherwise the reject
           *> reason code. The register is open I-O for the pass.
           MOVE SPACES TO WS-CHQ-REASON
           MOVE CLR-ACCOUNT-NUMBER TO CHQ-ACCOUNT-NUMBER
           MOVE CLR-CHEQUE-SERIAL  TO CHQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE "NI" TO WS-CHQ-REASON
           END-READ
           IF WS-CHQ-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF CHQ-STATUS = "P"
              MOVE "PD" TO WS-CHQ-REASON
              DISPLAY "Cheque " CHQ-SERIAL " on account "
                      CHQ-ACCOUNT-NUMBER " already paid "
                      CHQ-PAID-DATE " for " CHQ-PAID-AMOUNT
           END-IF
           IF CHQ-STATUS = "S"
              MOVE "SS" TO WS-CHQ-REASON
           END-IF
           EXIT PARAGRAPH.

       MARK-CHEQUE-PAID.
           *> the leaf read by CHECK-CHEQUE-SERIAL is still in the
           *> record area; it becomes part of the paid history.
           MOVE "P"              TO CHQ-STATUS
           MOVE WS-BUSINESS-DATE TO CHQ-PAID-DATE
           MOVE CLR-AMOUNT       TO CHQ-PAID-AMOUNT
           MOVE "REJRESUB"          TO CHQ-PAID-BY
           REWRITE CHEQUE-RECORD
           EXIT PARAGRAPH.

       OPEN-CHEQUE-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
              OPEN OUTPUT CHEQUE-FILE
              CLOSE CHEQUE-FILE
              OPEN I-O CHEQUE-FILE
           END-IF
           EXIT PARAGRAPH.

       COMPUTE-OPEN-HOLDS.
           *> total of open holds against WS-HOLDS-ACCT-NUM - what
           *> comes off ACCOUNT-BALANCE to make the available
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

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name, posting the run's net clearing movement in
           END-IF
           EXIT PARAGRAPH.

       SCREEN-NEW-CUSTOMER.
           *> the customer about to be created (CUSTOMER-RECORD, filled
           *> in) against the watch list on its screening key. Every
           *> entry matched gets a pending case carrying the record's
           *> image, unless this customer was already cleared against
           *> that entry. No list on file yet means nothing to screen
           *> against.
           MOVE ZEROS TO WS-SCR-HITS
           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCR-KEY = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-KEY TO WL-MATCH-KEY
           START WATCH-LIST-FILE KEY IS EQUAL TO WL-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCR-EOF
           END-START
           PERFORM UNTIL WS-SCR-EOF = "Y"
                   READ WATCH-LIST-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SCR-EOF
                   NOT AT END
                       IF WL-MATCH-KEY = WS-SCR-KEY
                          PERFORM HOLD-ONE-SCREEN-MATCH
                       ELSE
                          MOVE "Y" TO WS-SCR-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           EXIT PARAGRAPH.

       HOLD-ONE-SCREEN-MATCH.
           *> a case already pending or confirmed for the pair still
           *> holds the customer; it is not written twice.
           PERFORM OPEN-SANCTION-IO
           MOVE WS-SCR-CUST-ID TO SANC-CUST-ID
           MOVE WL-ENTRY-ID    TO SANC-ENTRY-ID
           READ SANCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-SCR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCR-FOUND
           END-READ
           IF WS-SCR-FOUND = "Y" AND SANC-STATUS = "C"
              CLOSE SANCTION-FILE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCR-HITS
           IF WS-SCR-FOUND = "N"
              MOVE WS-SCR-CUST-ID   TO SANC-CUST-ID
              MOVE WL-ENTRY-ID      TO SANC-ENTRY-ID
              MOVE "P"              TO SANC-STATUS
              MOVE "O"              TO SANC-ORIGIN
              MOVE WS-SCR-SOURCE    TO SANC-SOURCE
              MOVE WS-SCR-DATE      TO SANC-OPENED-DATE
              MOVE CUSTOMER-NAME    TO SANC-CUST-NAME
              MOVE WL-LIST-NAME     TO SANC-LIST-NAME
              MOVE SPACES           TO SANC-DECIDED-BY
              MOVE SPACES           TO SANC-DECIDED-DATE
              MOVE CUSTOMER-RECORD  TO SANC-CUST-IMAGE
              WRITE SANCTION-CASE-RECORD
           END-IF
           CLOSE SANCTION-FILE
           EXIT PARAGRAPH.

       OPEN-SANCTION-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O SANCTION-FILE
           IF WS-SANC-FILE-STATUS = "35"
              OPEN OUTPUT SANCTION-FILE
              CLOSE SANCTION-FILE
              OPEN I-O SANCTION-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-SCREENING-HOLD.
           *> counts WS-SCR-CUST-ID's pending and confirmed screening
           *> cases into WS-SCR-HITS - any at all and the customer is
           *> under a compliance hold.
           MOVE ZEROS TO WS-SCR-HITS
           OPEN INPUT SANCTION-FILE
           IF WS-SANC-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-CUST-ID TO SANC-CUST-ID
           MOVE LOW-VALUES     TO SANC-ENTRY-ID
           START SANCTION-FILE KEY IS NOT LESS THAN SANC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCR-EOF
           END-START
           PERFORM UNTIL WS-SCR-EOF = "Y"
                   READ SANCTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-SCR-EOF
                   NOT AT END
                       IF SANC-CUST-ID NOT = WS-SCR-CUST-ID
                          MOVE "Y" TO WS-SCR-EOF
                       ELSE
                          IF SANC-STATUS = "P" OR SANC-STATUS = "K"
                             ADD 1 TO WS-SCR-HITS
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE SANCTION-FILE
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

       END PROGRAM REJRESUB.
