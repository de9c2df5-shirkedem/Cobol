           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
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

       DATA DIVISION.
         FILE SECTION.
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         FD WATCH-LIST-FILE.
         *> the sanctions watch list new customers are screened
         *> against; see WLSTREC.cpy.
           COPY WLSTREC.

         FD SANCTION-FILE.
         *> screening cases - a customer who matches the list is held
         *> here instead of being created; see SANCREC.cpy.
           COPY SANCREC.

         WORKING-STORAGE SECTION.
       01 WS-BREQ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-SEQ-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-WL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-SANC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".

       01 WS-CUSTOMERS-CREATED PIC 9(6)  VALUE ZEROS.
       01 WS-ACCOUNTS-OPENED   PIC 9(6)  VALUE ZEROS.
       01 WS-REQUESTS-REJECTED PIC 9(6)  VALUE ZEROS.
       01 WS-REQUESTS-HELD     PIC 9(6)  VALUE ZEROS.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       *> same enumerated account types OPEN-ACCOUNT validates against
           COPY ACCTTYPE.

       *> watch-list screening of each new customer, the
       *> CREATE-CUSTOMER rule.
           COPY SCRNWORK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "Customers created:  " WS-CUSTOMERS-CREATED
           DISPLAY "Accounts opened:    " WS-ACCOUNTS-OPENED
           DISPLAY "Requests rejected:  " WS-REQUESTS-REJECTED
           DISPLAY "Held for screening: " WS-REQUESTS-HELD
           IF WS-REQUESTS-REJECTED > 0
              DISPLAY "Rejects written to batchrej.dat - repair and "
                      "resubmit through REJRESUB."
           END-IF
           IF WS-REQUESTS-HELD > 0
              DISPLAY "Held customers await a compliance decision "
                      "through BANKSYSTEM's Screening Decisions."
           END-IF

           MOVE WS-REQUESTS-READ TO BRES-ITEMS-READ
           COMPUTE BRES-ITEMS-APPLIED =
           MOVE WS-REQUESTS-REJECTED TO BRES-ITEMS-REJECTED
           MOVE ZEROS TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           IF WS-REQUESTS-HELD > 0
              MOVE "OPENING REQUESTS POSTED - SOME HELD" TO BRES-NOTE
           ELSE
              MOVE "OPENING REQUESTS POSTED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           MOVE SPACES         TO CUSTOMER-PHONE
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO CUSTOMER-DATE-OPENED

           *> a possible watch-list match is held for Compliance, not
           *> created - and not a reject: there's nothing to repair.
           MOVE BREQ-CUST-ID     TO WS-SCR-CUST-ID
           MOVE BREQ-CUST-NAME   TO WS-SCR-NAME
           MOVE WS-BUSINESS-DATE TO WS-SCR-DATE
           MOVE "BANKBAT"        TO WS-SCR-SOURCE
           PERFORM SCREEN-NEW-CUSTOMER
           IF WS-SCR-HITS > 0
              DISPLAY "Possible watch-list match, held for "
                      "compliance: " BREQ-CUST-ID
              ADD 1 TO WS-REQUESTS-HELD
              MOVE BREQ-CUST-ID      TO WS-AUDIT-KEY-TXT
              MOVE "SCREENING-HOLD"  TO AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF

           WRITE CUSTOMER-RECORD
           ADD 1 TO WS-CUSTOMERS-CREATED

              EXIT PARAGRAPH
           END-IF

           *> no new account for a customer under a watch-list hold -
           *> the ones they have are frozen pending the decision.
           MOVE BREQ-CUST-ID TO WS-SCR-CUST-ID
           PERFORM CHECK-SCREENING-HOLD
           IF WS-SCR-HITS > 0
              DISPLAY "Customer under screening hold, rejected: "
                      BREQ-CUST-ID
              ADD 1 TO WS-REQUESTS-REJECTED
              MOVE "SH" TO BREJ-REASON-CODE
              PERFORM WRITE-REJECT-RECORD
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
              DISPLAY "Loan needs interactive booking, "
                      "rejected: " BREQ-CUST-ID
              ADD 1 TO WS-REQUESTS-REJECTED
              MOVE "LN" TO BREJ-REASON-CODE
              PERFORM WRITE-REJECT-RECORD
              EXIT PARAGRAPH
           END-IF

           *> the number is issued by the system off the next-number
           *> control record, the BANKSYSTEM rule - whatever number
           *> the request carried is ignored, and the assigned one
           PERFORM FIND-PRODUCT-OD-LIMIT
           MOVE WS-PP-OD-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT
           MOVE "A" TO ACCOUNT-STATUS
           *> the batch input carries no branch - these openings
           *> are homed at head office and moved through Transfer
           *> Account Branch if they belong elsewhere.
           MOVE 001 TO ACCOUNT-BRANCH
           WRITE ACCOUNT-RECORD
           ADD 1 TO WS-ACCOUNTS-OPENED

           CLOSE BATCH-RESULT-FILE
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

       END PROGRAM BANKBAT.
