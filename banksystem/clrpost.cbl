      *> status and overdraft checks POST-TRANSACTION applies: a
      *> dormant account takes nothing, a frozen account may still
      *> take credits but no debit leaves it, and a debit may only
      *> dip to the account's approved overdraft limit - unless the
      *> account's overdraft-protection sources (ODPREC.cpy) can
      *> sweep enough across first, each sweep a linked transfer
      *> with the product's sweep fee, logged to sweeps.dat for
      *> ODSWEEP's report. A debit that quotes a cheque serial must
      *> also be on the cheque register (CHQREC.cpy) for that
      *> account, unpaid and not stopped, and is marked paid there
      *> when it posts. Items that
      *> fail go to a reject file with a reason code, the BANKBAT
      *> reject shape, so they can be repaired and resubmitted
      *> through REJRESUB (which also drains the file).
      *> The net of what posted, less any sweep fees, moves
      *> CONTROL-TOTAL in one shot, the INTACCR pattern, so EODRECON
      *> still balances to the penny.
      *> Each item's outcome is committed to the restart point
      *> (clrpost.ckp, RSTRREC.cpy) once it has posted or been
      *> rejected, with the file's detail count and hash, so a run
      *> that abends partway is rerun against the SAME file: it
      *> skips the items already dealt with and carries on. A file
      *> that no longer matches the restart point is refused.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLRPOST.
           SELECT BATCH-RESULT-FILE ASSIGN TO "batchres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRES-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "clrpost.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO "odprot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-KEY
               FILE STATUS IS WS-ODP-FILE-STATUS.
           SELECT SWEEP-LOG-FILE ASSIGN TO "sweeps.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.
           SELECT PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO "chqreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         FD RESTART-FILE.
         *> how far tonight's run got; see RSTRREC.cpy.
           COPY RSTRREC.

         FD OD-PROTECTION-FILE.
         *> the accounts that cover a checking account before one of
         *> its debits is refused; see ODPREC.cpy.
           COPY ODPREC.

         FD SWEEP-LOG-FILE.
         *> every sweep made, for ODSWEEP's report; see SWPREC.cpy.
           COPY SWPREC.

         FD PRODUCT-PARAM-FILE.
         *> read for the sweep fee charged per sweep.
           COPY PRODREC.

         FD CHEQUE-FILE.
         *> the serials issued to each checking account; a cheque
         *> debit is checked against it and marked paid on it.
           COPY CHQREC.

         WORKING-STORAGE SECTION.
       01 WS-CLR-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-STOP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ODP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-SWP-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CHQ-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).

       *> balancing pass: what the file says it carries (trailer)
       *> against what was actually read.
       01 WS-CREDITS-POSTED    PIC 9(9)V99 VALUE ZEROS.
       01 WS-DEBITS-POSTED     PIC 9(9)V99 VALUE ZEROS.
       01 WS-NET-MOVEMENT      PIC S9(10)V99 VALUE ZEROS.
       01 WS-SWEEPS-MADE       PIC 9(6)  VALUE ZEROS.
       01 WS-CHEQUES-PAID      PIC 9(6)  VALUE ZEROS.

       *> cheque register check: the reject reason for the cheque
       *> in hand, spaces when it may pay.
       01 WS-CHQ-REASON        PIC X(2).

       *> restart point: the file has no item key of its own, so
       *> items are counted off in file order - WS-ITEM-SEQ is the
       *> detail being read, WS-ITEMS-DONE the last one dealt with.
       *> On a rerun, where the interrupted run had got to and
       *> whether it had already moved CONTROL-TOTAL.
       01 WS-ITEM-SEQ          PIC 9(8)  VALUE ZEROS.
       01 WS-RESTARTING        PIC X     VALUE "N".
       01 WS-RESTART-STAGE     PIC X     VALUE "P".
       01 WS-ITEMS-DONE        PIC 9(8)  VALUE ZEROS.
       01 WS-LAST-KEY          PIC X(20) VALUE SPACES.
       01 WS-RESUME-DONE       PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-AMOUNT     PIC S9(11)V99 VALUE ZEROS.
       01 WS-RESUME-COUNT      PIC 9(8)  VALUE ZEROS.
       01 WS-RESUME-HASH       PIC 9(13)V99 VALUE ZEROS.

       01 WS-PROJECTED-BAL     PIC S9(9)V99.

       01 WS-STOPPED-BY        PIC 9(6).
       01 WS-STOP-EOF          PIC X.

       *> overdraft-protection sweeps - see ODPWORK.cpy.
           COPY ODPWORK.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-BUSINESS-DATE     PIC X(8).
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after clearing item " WS-RESUME-DONE
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           DISPLAY "File balances to its trailer: "
                   WS-READ-COUNT " items hashing " WS-READ-HASH

           *> a restart may only carry on into the file it broke on;
           *> a re-sent or different file must be sorted out by hand
           *> against what has already posted.
           IF WS-RESTARTING = "Y" AND
              (WS-RESUME-COUNT NOT = WS-READ-COUNT OR
               WS-RESUME-HASH NOT = WS-READ-HASH)
              DISPLAY "*** RESTART REFUSED - clearing file "
                      "changed ***"
              DISPLAY "Restart point: " WS-RESUME-COUNT
                      " items hashing " WS-RESUME-HASH
              DISPLAY "Nothing posted. " WS-RESUME-DONE
                      " item(s) already dealt with by the broken run."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RESTART REFUSED - CLEARING FILE CHANGED"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           *> second pass: post the items.
           PERFORM OPEN-ACCOUNT-IO
           PERFORM OPEN-CHEQUE-IO
           *> EXTEND, not OUTPUT: rejects waiting for repair must
           *> survive the next morning's run - the BANKBAT rule.
           OPEN EXTEND REJECT-FILE
              OPEN OUTPUT REJECT-FILE
           END-IF

           *> a restart point in stage "T" means every item had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> results are left to write.
           MOVE "N" TO WS-EOF
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           MOVE ZEROS TO WS-ITEM-SEQ
           OPEN INPUT CLEARING-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CLEARING-FILE
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CLR-RECORD-TYPE = "D"
                          ADD 1 TO WS-ITEM-SEQ
                          IF WS-ITEM-SEQ > WS-ITEMS-DONE
                             PERFORM POST-ONE-ITEM
                             MOVE WS-ITEM-SEQ TO WS-ITEMS-DONE
                             MOVE WS-ITEM-SEQ TO WS-LAST-KEY
                             MOVE "P" TO RSTR-STAGE
                             PERFORM WRITE-RESTART-POINT
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CLEARING-FILE
           CLOSE REJECT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CHEQUE-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-NET-MOVEMENT NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY " "
           DISPLAY "Credits posted:    " WS-CREDITS-POSTED
           DISPLAY "Debits posted:     " WS-DEBITS-POSTED
           DISPLAY "Net movement:      " WS-NET-MOVEMENT
           IF WS-SWEEPS-MADE > 0
              DISPLAY "Protection sweeps: " WS-SWEEPS-MADE
                      " - fees are in the net movement; see the "
                      "ODSWEEP report"
           END-IF
           DISPLAY "Cheques paid:      " WS-CHEQUES-PAID
           IF WS-ITEMS-REJECTED > 0
              DISPLAY "Rejects written to clearrej.dat - repair and "
                      "resubmit through REJRESUB."
           MOVE "OK" TO BRES-STATUS
           MOVE "CLEARING FILE POSTED" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER CLEARING ITEM " WS-RESUME-DONE
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       BALANCE-CLEARING-FILE.
           END-IF

           *> same status enforcement as POST-TRANSACTION: a dormant
           *> or escheated account takes nothing; a frozen account may still take
           *> credits, but no debit leaves it.
           IF ACCOUNT-STATUS = "D" OR ACCOUNT-STATUS = "E"
              ADD 1 TO WS-ITEMS-REJECTED
              MOVE "DM" TO CLRJ-REASON-CODE
              PERFORM WRITE-REJECT-RECORD
              EXIT PARAGRAPH
           END-IF

           *> a cheque pays only if it was issued to this account and
           *> has been neither paid nor stopped by serial.
           IF CLR-DR-CR = "D" AND CLR-CHEQUE-SERIAL NOT = ZEROS
              PERFORM CHECK-CHEQUE-SERIAL
              IF WS-CHQ-REASON NOT = SPACES
                 ADD 1 TO WS-ITEMS-REJECTED
                 MOVE WS-CHQ-REASON TO CLRJ-REASON-CODE
                 PERFORM WRITE-REJECT-RECORD
                 EXIT PARAGRAPH
              END-IF
           END-IF

           *> nothing leaves an account a stop order covers - the
           *> same enforcement the interactive debit paths apply.
           IF CLR-DR-CR = "D"
              PERFORM COMPUTE-OPEN-HOLDS
              COMPUTE WS-PROJECTED-BAL =
                 ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL - CLR-AMOUNT
              *> before the debit is refused, the account's
              *> protection sources may cover it: enough to bring
              *> the available balance back to zero if they can,
              *> and at least enough to keep it within the limit.
              IF WS-PROJECTED-BAL < 0 - ACCOUNT-OVERDRAFT-LIMIT
                 MOVE CLR-ACCOUNT-NUMBER TO WS-ODP-ACCT-NUM
                 COMPUTE WS-ODP-NEEDED = 0 - WS-PROJECTED-BAL
                 COMPUTE WS-ODP-MINIMUM =
                    0 - ACCOUNT-OVERDRAFT-LIMIT - WS-PROJECTED-BAL
                 MOVE "CLEARING DEBIT" TO WS-ODP-REASON
                 PERFORM COVER-FROM-PROTECTION
                 IF WS-ODP-COVERED = "N"
                    ADD 1 TO WS-ITEMS-REJECTED
                    MOVE "OL" TO CLRJ-REASON-CODE
                    PERFORM WRITE-REJECT-RECORD
                    EXIT PARAGRAPH
                 END-IF
                 ADD WS-ODP-SWEEPS TO WS-SWEEPS-MADE
                 SUBTRACT WS-ODP-FEES FROM WS-NET-MOVEMENT
              END-IF
              SUBTRACT CLR-AMOUNT FROM ACCOUNT-BALANCE
              ADD CLR-AMOUNT TO WS-DEBITS-POSTED

           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-LEDGER-ENTRY
           IF CLR-DR-CR = "D" AND CLR-CHEQUE-SERIAL NOT = ZEROS
              PERFORM MARK-CHEQUE-PAID
              ADD 1 TO WS-CHEQUES-PAID
           END-IF
           ADD 1 TO WS-ITEMS-POSTED
           EXIT PARAGRAPH.

           WRITE CLEARING-REJECT-RECORD
           DISPLAY "Item rejected " CLRJ-REASON-CODE ": account "
                   CLR-ACCOUNT-NUMBER " " CLR-DR-CR " " CLR-AMOUNT
                   " cheque " CLR-CHEQUE-SERIAL
           EXIT PARAGRAPH.

       COMPUTE-OPEN-HOLDS.
           MOVE STOP-ORDER-ID TO WS-STOPPED-BY
           EXIT PARAGRAPH.

       CHECK-CHEQUE-SERIAL.
           *> the cheque in hand must be on the register under this
           *> account, and neither paid nor stopped. WS-CHQ-REASON
           *> comes back spaces when it may pay, otherwise the reject
           *> reason code. The register is open I-O for the run.
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
           MOVE "CLRPOST"          TO CHQ-PAID-BY
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

       COVER-FROM-PROTECTION.
           *> the checking account WS-ODP-ACCT-NUM is in the
           *> ACCOUNT-FILE record buffer (file open I-O) and short by
           *> WS-ODP-NEEDED; sweep from its protection sources in
           *> priority order, each sweep a linked transfer carrying
           *> the product's sweep fee, but only when together they
           *> reach WS-ODP-MINIMUM - a partial cover that still
           *> leaves the debit refused moves nothing. The account is
           *> read back into the buffer before returning, balance
           *> after any sweep. See ODPWORK.cpy.
           MOVE "N"   TO WS-ODP-COVERED
           MOVE ZEROS TO WS-ODP-SWEPT
           MOVE ZEROS TO WS-ODP-FEES
           MOVE ZEROS TO WS-ODP-SWEEPS
           IF WS-ODP-NEEDED NOT > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SWEEP-FEE
           PERFORM LOAD-PROTECTION-SOURCES

           MOVE WS-ODP-NEEDED TO WS-ODP-REMAINING
           MOVE ZEROS TO WS-ODP-NET
           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                   UNTIL WS-ODP-IDX > WS-ODP-SOURCE-COUNT
                   PERFORM PLAN-ONE-SWEEP
           END-PERFORM

           IF WS-ODP-SOURCE-COUNT > 0 AND
              WS-ODP-NET NOT < WS-ODP-MINIMUM
              PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                      UNTIL WS-ODP-IDX > WS-ODP-SOURCE-COUNT
                      IF WS-ODP-SRC-TAKE(WS-ODP-IDX) > 0
                         PERFORM POST-ONE-SWEEP
                      END-IF
              END-PERFORM
              MOVE "Y" TO WS-ODP-COVERED
           END-IF

           MOVE WS-ODP-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           EXIT PARAGRAPH.

       FIND-SWEEP-FEE.
           *> latest parameter record for the checking account's type
           *> effective on or before the business date; the built-in
           *> figure when none applies, the same as BANKSYSTEM's.
           MOVE 10.00 TO WS-ODP-FEE
           MOVE SPACES TO WS-ODP-BEST-DATE
           MOVE "N" TO WS-ODP-PROD-EOF
           OPEN INPUT PRODUCT-PARAM-FILE
           IF WS-PROD-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ODP-PROD-EOF = "Y"
                   READ PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODP-PROD-EOF
                   NOT AT END
                       IF PROD-ACCOUNT-TYPE = ACCOUNT-TYPE AND
                          PROD-EFFECTIVE-DATE <= WS-BUSINESS-DATE AND
                          PROD-EFFECTIVE-DATE > WS-ODP-BEST-DATE
                          MOVE PROD-EFFECTIVE-DATE TO WS-ODP-BEST-DATE
                          MOVE PROD-SWEEP-FEE TO WS-ODP-FEE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-PARAM-FILE
           EXIT PARAGRAPH.

       LOAD-PROTECTION-SOURCES.
           *> the account's active links, priority 1 first, keeping
           *> each source that can give something today. A site that
           *> has never linked an account has no file, and nothing is
           *> loaded.
           MOVE ZEROS TO WS-ODP-SOURCE-COUNT
           MOVE "N" TO WS-ODP-EOF
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ODP-ACCT-NUM TO ODP-ACCOUNT-NUMBER
           MOVE ZEROS           TO ODP-PRIORITY
           START OD-PROTECTION-FILE KEY IS NOT LESS THAN ODP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ODP-EOF
           END-START
           PERFORM UNTIL WS-ODP-EOF = "Y"
                   READ OD-PROTECTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF ODP-ACCOUNT-NUMBER NOT = WS-ODP-ACCT-NUM
                          MOVE "Y" TO WS-ODP-EOF
                       ELSE
                          IF ODP-STATUS = "A" AND
                             WS-ODP-SOURCE-COUNT < 9
                             PERFORM TAKE-ONE-SOURCE
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           EXIT PARAGRAPH.

       TAKE-ONE-SOURCE.
           *> a source must still be there, active and not a loan or
           *> term deposit, with no stop on money leaving it for the
           *> checking account, and must have more available (open
           *> holds off, never its own overdraft) than one sweep fee.
           MOVE ODP-SOURCE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A" OR
              ACCOUNT-TYPE = "Loan" OR
              ACCOUNT-TYPE = "Term Deposit"
              EXIT PARAGRAPH
           END-IF
           MOVE ODP-SOURCE-ACCOUNT TO WS-STOP-CHK-ACCT
           MOVE ZEROS              TO WS-STOP-CHK-AMT
           MOVE WS-ODP-ACCT-NUM    TO WS-STOP-CHK-CPTY
           PERFORM CHECK-STOP-ORDERS
           IF WS-STOPPED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ODP-SOURCE-ACCOUNT TO WS-HOLDS-ACCT-NUM
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-ODP-AVAIL =
              ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL
           IF WS-ODP-AVAIL NOT > WS-ODP-FEE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ODP-SOURCE-COUNT
           MOVE ODP-SOURCE-ACCOUNT
                TO WS-ODP-SRC-ACCT(WS-ODP-SOURCE-COUNT)
           MOVE WS-ODP-AVAIL
                TO WS-ODP-SRC-AVAIL(WS-ODP-SOURCE-COUNT)
           MOVE ZEROS TO WS-ODP-SRC-TAKE(WS-ODP-SOURCE-COUNT)
           EXIT PARAGRAPH.

       PLAN-ONE-SWEEP.
           *> a sweep takes what is still short plus its own fee, or
           *> as much as the source has.
           MOVE ZEROS TO WS-ODP-SRC-TAKE(WS-ODP-IDX)
           IF WS-ODP-REMAINING NOT > 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ODP-LEG = WS-ODP-REMAINING + WS-ODP-FEE
           IF WS-ODP-LEG > WS-ODP-SRC-AVAIL(WS-ODP-IDX)
              MOVE WS-ODP-SRC-AVAIL(WS-ODP-IDX) TO WS-ODP-LEG
           END-IF
           MOVE WS-ODP-LEG TO WS-ODP-SRC-TAKE(WS-ODP-IDX)
           COMPUTE WS-ODP-REMAINING =
              WS-ODP-REMAINING + WS-ODP-FEE - WS-ODP-LEG
           COMPUTE WS-ODP-NET = WS-ODP-NET + WS-ODP-LEG - WS-ODP-FEE
           EXIT PARAGRAPH.

       POST-ONE-SWEEP.
           *> source first so a failure can never create money, then
           *> the checking account takes the sweep less its fee.
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           SUBTRACT WS-ODP-SRC-TAKE(WS-ODP-IDX) FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE WS-ODP-ACCT-NUM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           ADD WS-ODP-SRC-TAKE(WS-ODP-IDX) TO ACCOUNT-BALANCE
           SUBTRACT WS-ODP-FEE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-BALANCE TO WS-ODP-BAL-AFTER

           PERFORM OPEN-TRANSACTION-IO
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO TRAN-ACCOUNT-NUMBER
           MOVE "T"                   TO TRAN-TYPE
           MOVE WS-ODP-SRC-TAKE(WS-ODP-IDX) TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE      TO TRAN-DATE
           MOVE WS-ODP-ACCT-NUM       TO TRAN-LINK-ACCOUNT
           MOVE SPACES                TO TRAN-ORIG-TYPE
           MOVE SPACES                TO TRAN-ORIG-DATE
           MOVE "CLRPOST"               TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           MOVE WS-ODP-ACCT-NUM       TO TRAN-ACCOUNT-NUMBER
           MOVE "C"                   TO TRAN-TYPE
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO TRAN-LINK-ACCOUNT
           PERFORM POST-LEDGER-ENTRY
           IF WS-ODP-FEE > 0
              MOVE "F"                TO TRAN-TYPE
              MOVE WS-ODP-FEE         TO TRAN-AMOUNT
              MOVE ZEROS              TO TRAN-LINK-ACCOUNT
              PERFORM POST-LEDGER-ENTRY
           END-IF
           CLOSE TRANSACTION-FILE

           MOVE WS-BUSINESS-DATE      TO SWP-BUSINESS-DATE
           MOVE "CLRPOST"               TO SWP-PROGRAM-ID
           MOVE WS-ODP-ACCT-NUM       TO SWP-ACCOUNT-NUMBER
           MOVE WS-ODP-SRC-ACCT(WS-ODP-IDX) TO SWP-SOURCE-ACCOUNT
           MOVE WS-ODP-SRC-TAKE(WS-ODP-IDX) TO SWP-AMOUNT
           MOVE WS-ODP-FEE            TO SWP-FEE
           MOVE WS-ODP-REASON         TO SWP-REASON
           MOVE WS-ODP-BAL-AFTER      TO SWP-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)     TO SWP-TIMESTAMP
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SWP-FILE-STATUS = "35"
              OPEN OUTPUT SWEEP-LOG-FILE
           END-IF
           WRITE SWEEP-RECORD
           CLOSE SWEEP-LOG-FILE

           ADD WS-ODP-SRC-TAKE(WS-ODP-IDX) TO WS-ODP-SWEPT
           ADD WS-ODP-FEE TO WS-ODP-FEES
           ADD 1 TO WS-ODP-SWEEPS
           DISPLAY "Swept " WS-ODP-SRC-TAKE(WS-ODP-IDX) " from "
                   WS-ODP-SRC-ACCT(WS-ODP-IDX) " to "
                   WS-ODP-ACCT-NUM " (fee " WS-ODP-FEE ")"
           EXIT PARAGRAPH.

       UPDATE-CONTROL-TOTAL.
       *> Same first-run-creation pattern as bank.cbl's paragraph of
       *> the same name, posting the run's net movement in one shot.
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

       OPEN-ACCOUNT-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       LOAD-RESTART-POINT.
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 items posted, 2 items rejected, 3
           *> protection sweeps, 4 cheques paid; amounts: 1 credits
           *> posted, 2 debits posted, 3 net movement (sweep fees
           *> already off); input count/hash the file it was posting.
           *> No file, a spent record or another night's means a
           *> fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "CLRPOST" OR
              RSTR-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
              (RSTR-STAGE NOT = "P" AND RSTR-STAGE NOT = "T")
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RESTARTING
           MOVE RSTR-STAGE       TO WS-RESTART-STAGE
           MOVE RSTR-ITEMS-DONE  TO WS-ITEMS-DONE
           MOVE RSTR-ITEMS-DONE  TO WS-RESUME-DONE
           MOVE RSTR-LAST-KEY    TO WS-LAST-KEY
           MOVE RSTR-COUNT(1)    TO WS-ITEMS-POSTED
           MOVE RSTR-COUNT(2)    TO WS-ITEMS-REJECTED
           MOVE RSTR-COUNT(3)    TO WS-SWEEPS-MADE
           MOVE RSTR-COUNT(4)    TO WS-CHEQUES-PAID
           MOVE RSTR-AMOUNT(1)   TO WS-CREDITS-POSTED
           MOVE RSTR-AMOUNT(2)   TO WS-DEBITS-POSTED
           MOVE RSTR-AMOUNT(3)   TO WS-NET-MOVEMENT
           MOVE RSTR-AMOUNT(3)   TO WS-RESUME-AMOUNT
           MOVE RSTR-INPUT-COUNT TO WS-RESUME-COUNT
           MOVE RSTR-INPUT-HASH  TO WS-RESUME-HASH
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "CLRPOST"         TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE  TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE     TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY       TO RSTR-LAST-KEY
           MOVE WS-ITEMS-POSTED   TO RSTR-COUNT(1)
           MOVE WS-ITEMS-REJECTED TO RSTR-COUNT(2)
           MOVE WS-SWEEPS-MADE    TO RSTR-COUNT(3)
           MOVE WS-CHEQUES-PAID   TO RSTR-COUNT(4)
           MOVE ZEROS             TO RSTR-COUNT(5)
           MOVE ZEROS             TO RSTR-COUNT(6)
           MOVE WS-CREDITS-POSTED TO RSTR-AMOUNT(1)
           MOVE WS-DEBITS-POSTED  TO RSTR-AMOUNT(2)
           MOVE WS-NET-MOVEMENT   TO RSTR-AMOUNT(3)
           MOVE WS-READ-COUNT     TO RSTR-INPUT-COUNT
           MOVE WS-READ-HASH      TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO RSTR-TIMESTAMP
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

       END PROGRAM CLRPOST.
