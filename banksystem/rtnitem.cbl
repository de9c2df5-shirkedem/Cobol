      *> Morning batch job: charges back the deposited cheques the
      *> clearing house returns unpaid (chqret.dat, CRETREC.cpy)
      *> instead of each one being worked by hand through four
      *> separate BANKSYSTEM options. The file is trailer-balanced
      *> like the inbound clearing file: a first pass counts the
      *> details and hashes the amounts against the trailer, and the
      *> WHOLE file is refused on a mismatch - nothing charged back,
      *> have it re-sent.
      *> For each returned item the original "D" deposit is found on
      *> the depositor's ledger by date and amount and proved not
      *> already backed out; the open hold placed against it is
      *> released; the deposit is charged back as a type "R" entry
      *> linked to it and the product's returned-item fee
      *> (PRODREC.cpy) is charged as a type "F" entry - both posting
      *> whatever the account's status or overdraft room, the
      *> reversal rule, since the bank never had the money. The item
      *> goes on the returned-items history (RITMREC.cpy), the
      *> customer's notice is appended to the mail-house file
      *> (rtnnotc.dat, the file BANKSYSTEM's Returned Item option
      *> also writes), and the chargeback is audited. An item that
      *> can't be tied to a deposit - account gone, no such
      *> deposit, or already charged back - is listed, not posted,
      *> and the step reports a break.
      *> The report (rtnrpt.dat, 132-byte print lines) lists the
      *> items charged back and refused, then every account with
      *> three or more items returned inside 90 days - counted off
      *> the whole history, counter chargebacks included - for
      *> review: repeated returns are the cheque-kiting pattern.
      *> The net charged moves CONTROL-TOTAL in one shot, the
      *> INTACCR pattern, so EODRECON still balances to the penny.
      *> Meant to run from the same JCL stream as BANKBAT - see
      *> banksystem/jcl/BANKBAT.jcl.
      *> Each item's outcome is committed to the restart point
      *> (rtnitem.ckp, RSTRREC.cpy) once it has been charged back or
      *> refused, with the file's detail count and hash, so a run
      *> that abends partway is rerun against the SAME file: it
      *> skips the items already dealt with, adds to the report the
      *> broken run began, and carries on. A file that no longer
      *> matches the restart point is refused.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RTNITEM.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CHQRET-FILE ASSIGN TO "chqret.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRET-FILE-STATUS.
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
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT RETURNED-ITEM-FILE ASSIGN TO "retitems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RITM-ID
               FILE STATUS IS WS-RITM-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "rtnnotc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "rtnrpt.dat"
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
           SELECT RESTART-FILE ASSIGN TO "rtnitem.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CHQRET-FILE.
           COPY CRETREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD CUSTOMER-FILE.
         *> read for the name and address on the customer notice.
           COPY CUSTREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD HOLD-FILE.
         *> the open hold placed against each returned deposit is
         *> released here.
           COPY HOLDREC.

         FD PRODUCT-PARAM-FILE.
         *> the returned-item fee per ACCOUNT-TYPE.
           COPY PRODREC.

         FD RETURNED-ITEM-FILE.
         *> the returned-items history; see RITMREC.cpy.
           COPY RITMREC.

         FD NOTICE-FILE.
         *> customer notices of returned items, appended for the
         *> mail house.
         01  NOTICE-PRINT-LINE   PIC X(132).

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD CONTROL-FILE.
         *> kept in step here too, the INTACCR pattern, so the
         *> chargebacks and fees don't show up as a false break in
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
       01 WS-CRET-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HOLD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RITM-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-NOTC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RSTR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-TRAN-WRITTEN      PIC X.
      *> the account in hand, set aside while the other leg of a
      *> transfer is looked up for its home branch - one
      *> ACCOUNT-RECORD.
       01 WS-HELD-ACCOUNT      PIC X(54).
       01 WS-CUST-OPENED       PIC X     VALUE "N".

       *> balancing pass: what the file says it carries (trailer)
       *> against what was actually read.
       01 WS-TRAILER-SEEN      PIC X     VALUE "N".
       01 WS-TRAILER-COUNT     PIC 9(8)  VALUE ZEROS.
       01 WS-TRAILER-HASH      PIC 9(13)V99 VALUE ZEROS.
       01 WS-READ-COUNT        PIC 9(8)  VALUE ZEROS.
       01 WS-READ-HASH         PIC 9(13)V99 VALUE ZEROS.

       01 WS-ITEMS-CHARGED     PIC 9(6)  VALUE ZEROS.
       01 WS-ITEMS-REFUSED     PIC 9(6)  VALUE ZEROS.
       01 WS-AMOUNT-CHARGED    PIC 9(11)V99 VALUE ZEROS.
       01 WS-FEES-CHARGED      PIC 9(9)V99 VALUE ZEROS.
       01 WS-NET-MOVEMENT      PIC S9(10)V99 VALUE ZEROS.
       01 WS-REFUSE-WHY        PIC X(30).

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

       *> the original deposit search, the bank.cbl reversal scan:
       *> one keyed browse of the depositor's ledger both finds the
       *> deposit and checks it hasn't already been backed out.
       01 WS-ORIG-FOUND        PIC X.
       01 WS-ALREADY-DONE      PIC X.

       *> the chargeback in hand: the fee charged, the hold
       *> released (zeros when none was still open), the next
       *> history id and the return reason in words.
       01 WS-RIT-FEE           PIC 9(3)V99.
       01 WS-RIT-HOLD-ID       PIC 9(6).
       01 WS-RIT-ID            PIC 9(6)  VALUE ZEROS.
       01 WS-RIT-EOF           PIC X.
       01 WS-RIT-REASON-TXT    PIC X(30).

       *> returned-item fee lookup: the latest parameter record for
       *> the account's type effective on or before the business
       *> date, or the built-in figure.
       01 WS-PP-EOF            PIC X.
       01 WS-PP-BEST-DATE      PIC X(8).

       *> repeat-offender review: returns per account over the 90
       *> days to the business date, the lrgtrn.cbl table walk.
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-WINDOW-START      PIC X(8).
       01 WS-RPT-OFFENDERS     PIC 9(4)  VALUE ZEROS.
       01 WS-AGG-COUNT         PIC 9(3)  VALUE ZEROS.
       01 WS-AGG-IDX           PIC 9(3).
       01 WS-AGG-SLOT          PIC 9(3).
       01 WS-AGG-TBL.
           05 WS-AGG-ENTRY OCCURS 500 TIMES.
              10 WS-AGG-ACCT      PIC 9(10).
              10 WS-AGG-ITEMS     PIC 9(4).
              10 WS-AGG-AMOUNT    PIC 9(11)V99.

       *> print line work areas.
       01 WS-AMOUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FEE-EDIT          PIC ZZ9.99.
       01 WS-BAL-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
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
           DISPLAY "-- Returned Item Chargebacks --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: the items must not charge back twice
           *> when a broken stream is restarted from the top. A run
           *> that refuses the file writes no completed record, so
           *> the step can rerun once the file is re-sent.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "RTNITEM already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after returned item " WS-RESUME-DONE
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           *> first pass: prove the file against its own trailer
           *> before a single item touches a master.
           PERFORM BALANCE-RETURNS-FILE
           IF WS-TRAILER-SEEN = "N"
              DISPLAY "*** FILE REFUSED - no trailer record ***"
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNED ITEMS REFUSED - NO TRAILER"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-READ-COUNT OR
              WS-TRAILER-HASH NOT = WS-READ-HASH
              DISPLAY "*** FILE REFUSED - trailer mismatch ***"
              DISPLAY "Trailer count: " WS-TRAILER-COUNT
                      "  details read: " WS-READ-COUNT
              DISPLAY "Trailer hash:  " WS-TRAILER-HASH
                      "  amounts read: " WS-READ-HASH
              DISPLAY "Nothing charged back. Have the file re-sent."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNED ITEMS REFUSED - TRAILER MISMATCH"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF
           DISPLAY "File balances to its trailer: "
                   WS-READ-COUNT " items hashing " WS-READ-HASH

           *> a restart may only carry on into the file it broke on;
           *> a re-sent or different file must be sorted out by hand
           *> against what has already been charged back.
           IF WS-RESTARTING = "Y" AND
              (WS-RESUME-COUNT NOT = WS-READ-COUNT OR
               WS-RESUME-HASH NOT = WS-READ-HASH)
              DISPLAY "*** RESTART REFUSED - returned items file "
                      "changed ***"
              DISPLAY "Restart point: " WS-RESUME-COUNT
                      " items hashing " WS-RESUME-HASH
              DISPLAY "Nothing charged back. " WS-RESUME-DONE
                      " item(s) already dealt with by the broken run."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RESTART REFUSED - RETURNED ITEMS CHANGED"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           *> second pass: charge the items back.
           PERFORM OPEN-ACCOUNT-IO
           PERFORM OPEN-TRANSACTION-IO
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPENED
           END-IF
           PERFORM OPEN-RETURNED-ITEM-IO
           MOVE "N" TO WS-RIT-EOF
           PERFORM UNTIL WS-RIT-EOF = "Y"
                   READ RETURNED-ITEM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-RIT-EOF
                   NOT AT END
                       MOVE RITM-ID TO WS-RIT-ID
                   END-READ
           END-PERFORM
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FILE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
           END-IF

           *> a restarted run carries on the report the broken run
           *> began, marking where it took over.
           IF WS-RESTARTING = "Y"
              OPEN EXTEND REPORT-FILE
              IF WS-RPT-FILE-STATUS = "35"
                 OPEN OUTPUT REPORT-FILE
              END-IF
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** RUN RESTARTED - " WS-RESUME-DONE
                     " ITEM(S) ALREADY DEALT WITH ***"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              OPEN OUTPUT REPORT-FILE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "RETURNED ITEM CHARGEBACK REPORT  "
                     WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           *> a restart point in stage "T" means every item had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> review section and the results are left.
           MOVE "N" TO WS-EOF
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           MOVE ZEROS TO WS-ITEM-SEQ
           OPEN INPUT CHQRET-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CHQRET-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CRET-RECORD-TYPE = "D"
                          ADD 1 TO WS-ITEM-SEQ
                          IF WS-ITEM-SEQ > WS-ITEMS-DONE
                             PERFORM CHARGE-BACK-ONE-ITEM
                             MOVE WS-ITEM-SEQ TO WS-ITEMS-DONE
                             MOVE WS-ITEM-SEQ TO WS-LAST-KEY
                             MOVE "P" TO RSTR-STAGE
                             PERFORM WRITE-RESTART-POINT
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CHQRET-FILE
           CLOSE NOTICE-FILE
           CLOSE RETURNED-ITEM-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-NET-MOVEMENT NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           PERFORM REPORT-REPEAT-OFFENDERS
           IF WS-CUST-OPENED = "Y"
              CLOSE CUSTOMER-FILE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AMOUNT-CHARGED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  ITEMS READ " WS-READ-COUNT
                  "  CHARGED BACK " WS-ITEMS-CHARGED
                  "  REFUSED " WS-ITEMS-REFUSED
                  "  AMOUNT " WS-TOTAL-EDIT
                  "  REPEAT OFFENDERS " WS-RPT-OFFENDERS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Returned Item Report --"
           DISPLAY "Items on file:       " WS-READ-COUNT
           DISPLAY "Items charged back:  " WS-ITEMS-CHARGED
           DISPLAY "Items refused:       " WS-ITEMS-REFUSED
           DISPLAY "Amount charged back: " WS-AMOUNT-CHARGED
           DISPLAY "Fees charged:        " WS-FEES-CHARGED
           DISPLAY "Repeat offenders:    " WS-RPT-OFFENDERS
           DISPLAY "Report written to rtnrpt.dat, notices to "
                   "rtnnotc.dat."

           MOVE WS-READ-COUNT    TO BRES-ITEMS-READ
           MOVE WS-ITEMS-CHARGED TO BRES-ITEMS-APPLIED
           MOVE WS-ITEMS-REFUSED TO BRES-ITEMS-REJECTED
           MOVE WS-NET-MOVEMENT  TO BRES-AMOUNT-MOVED
           IF WS-ITEMS-REFUSED > 0
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNED ITEMS NOT MATCHED - SEE RTNRPT"
                   TO BRES-NOTE
           ELSE
              MOVE "OK" TO BRES-STATUS
              MOVE "RETURNED ITEMS CHARGED BACK" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER RETURNED ITEM " WS-RESUME-DONE
                     DELIMITED BY SIZE INTO BRES-NOTE
              PERFORM WRITE-RESTART-RESULT
           END-IF

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           MOVE "C" TO RSTR-STAGE
           PERFORM WRITE-RESTART-POINT
           STOP RUN.

       BALANCE-RETURNS-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHQRET-FILE
           IF WS-CRET-FILE-STATUS = "35"
              DISPLAY "No returned-items file on hand. Nothing to "
                      "charge back."
              *> the morning report must still show the step ran.
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO RETURNED ITEMS FILE RECEIVED" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ CHQRET-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CRET-RECORD-TYPE = "D"
                          ADD 1 TO WS-READ-COUNT
                          ADD CRET-AMOUNT TO WS-READ-HASH
                       END-IF
                       IF CRET-RECORD-TYPE = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE CRET-RECORD-COUNT TO WS-TRAILER-COUNT
                          MOVE CRET-HASH-TOTAL   TO WS-TRAILER-HASH
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE CHQRET-FILE
           EXIT PARAGRAPH.

       CHARGE-BACK-ONE-ITEM.
           MOVE CRET-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-WHY
              PERFORM REFUSE-ONE-ITEM
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ORIGINAL-DEPOSIT
           IF WS-ORIG-FOUND = "N"
              MOVE "NO SUCH DEPOSIT ON LEDGER" TO WS-REFUSE-WHY
              PERFORM REFUSE-ONE-ITEM
              EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-DONE = "Y"
              MOVE "DEPOSIT ALREADY BACKED OUT" TO WS-REFUSE-WHY
              PERFORM REFUSE-ONE-ITEM
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RETURN-FEE
           SUBTRACT CRET-AMOUNT FROM ACCOUNT-BALANCE
           SUBTRACT WS-RIT-FEE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           SUBTRACT CRET-AMOUNT FROM WS-NET-MOVEMENT
           SUBTRACT WS-RIT-FEE FROM WS-NET-MOVEMENT
           ADD CRET-AMOUNT TO WS-AMOUNT-CHARGED
           ADD WS-RIT-FEE TO WS-FEES-CHARGED

           MOVE CRET-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "R"                 TO TRAN-TYPE
           MOVE CRET-AMOUNT         TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE    TO TRAN-DATE
           MOVE ZEROS               TO TRAN-LINK-ACCOUNT
           MOVE "D"                 TO TRAN-ORIG-TYPE
           MOVE CRET-DEPOSIT-DATE   TO TRAN-ORIG-DATE
           MOVE "RTNITEM"           TO TRAN-OPERATOR-ID
           PERFORM POST-LEDGER-ENTRY
           IF WS-RIT-FEE > 0
              MOVE CRET-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
              MOVE "F"                 TO TRAN-TYPE
              MOVE WS-RIT-FEE          TO TRAN-AMOUNT
              MOVE WS-BUSINESS-DATE    TO TRAN-DATE
              MOVE ZEROS               TO TRAN-LINK-ACCOUNT
              MOVE SPACES              TO TRAN-ORIG-TYPE
              MOVE SPACES              TO TRAN-ORIG-DATE
              MOVE "RTNITEM"           TO TRAN-OPERATOR-ID
              PERFORM POST-LEDGER-ENTRY
           END-IF

           PERFORM RELEASE-RETURNED-HOLD

           ADD 1 TO WS-RIT-ID
           MOVE WS-RIT-ID           TO RITM-ID
           MOVE CRET-ACCOUNT-NUMBER TO RITM-ACCOUNT-NUMBER
           MOVE CRET-AMOUNT         TO RITM-AMOUNT
           MOVE CRET-DEPOSIT-DATE   TO RITM-DEPOSIT-DATE
           MOVE WS-BUSINESS-DATE    TO RITM-RETURN-DATE
           MOVE CRET-REASON-CODE    TO RITM-REASON-CODE
           MOVE WS-RIT-HOLD-ID      TO RITM-HOLD-ID
           MOVE WS-RIT-FEE          TO RITM-FEE-AMOUNT
           MOVE "RTNITEM"           TO RITM-OPERATOR-ID
           WRITE RETURNED-ITEM-RECORD

           PERFORM DESCRIBE-ITEM-RETURN-REASON
           PERFORM WRITE-RETURN-NOTICE

           MOVE CRET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RIT-FEE  TO WS-FEE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHARGED  ACCT " CRET-ACCOUNT-NUMBER
                  "  DEP " CRET-DEPOSIT-DATE
                  "  " WS-AMOUNT-EDIT
                  "  " CRET-REASON-CODE
                  "  FEE " WS-FEE-EDIT
                  "  HOLD " WS-RIT-HOLD-ID
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CRET-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           STRING "RTN " CRET-REASON-CODE " " CRET-DEPOSIT-DATE
                  " HOLD " WS-RIT-HOLD-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-ITEMS-CHARGED
           EXIT PARAGRAPH.

       REFUSE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REFUSED
           MOVE CRET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REFUSED  ACCT " CRET-ACCOUNT-NUMBER
                  "  DEP " CRET-DEPOSIT-DATE
                  "  " WS-AMOUNT-EDIT
                  "  " CRET-REASON-CODE
                  "  " WS-REFUSE-WHY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "*** Item NOT charged back - account "
                   CRET-ACCOUNT-NUMBER " " CRET-AMOUNT ": "
                   WS-REFUSE-WHY
           EXIT PARAGRAPH.

       FIND-ORIGINAL-DEPOSIT.
           *> one keyed browse of THIS account's ledger entries: the
           *> deposit on the date for the amount, and any reversal
           *> or earlier chargeback of it.
           MOVE "N" TO WS-ORIG-FOUND
           MOVE "N" TO WS-ALREADY-DONE
           MOVE "N" TO WS-EOF
           MOVE CRET-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "00000000"          TO TRAN-DATE
           MOVE ZEROS               TO TRAN-SEQ
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER = CRET-ACCOUNT-NUMBER
                          PERFORM CHECK-ONE-FOR-DEPOSIT
                       ELSE
                          MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
           END-PERFORM
           *> the browse must not end this run's main-file loop.
           MOVE "N" TO WS-EOF
           EXIT PARAGRAPH.

       CHECK-ONE-FOR-DEPOSIT.
           IF TRAN-TYPE = "D" AND
              TRAN-DATE = CRET-DEPOSIT-DATE AND
              TRAN-AMOUNT = CRET-AMOUNT
              MOVE "Y" TO WS-ORIG-FOUND
           END-IF
           IF TRAN-TYPE = "R" AND
              TRAN-ORIG-TYPE = "D" AND
              TRAN-ORIG-DATE = CRET-DEPOSIT-DATE AND
              TRAN-AMOUNT = CRET-AMOUNT
              MOVE "Y" TO WS-ALREADY-DONE
           END-IF
           EXIT PARAGRAPH.

       FIND-RETURN-FEE.
           *> latest parameter record for the account's type effective
           *> on or before the business date; the built-in figure
           *> when none applies, the same as BANKSYSTEM's.
           MOVE 20.00 TO WS-RIT-FEE
           MOVE SPACES TO WS-PP-BEST-DATE
           MOVE "N" TO WS-PP-EOF
           OPEN INPUT PRODUCT-PARAM-FILE
           IF WS-PROD-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-EOF = "Y"
                   READ PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-PP-EOF
                   NOT AT END
                       IF PROD-ACCOUNT-TYPE = ACCOUNT-TYPE AND
                          PROD-EFFECTIVE-DATE <= WS-BUSINESS-DATE AND
                          PROD-EFFECTIVE-DATE > WS-PP-BEST-DATE
                          MOVE PROD-EFFECTIVE-DATE TO WS-PP-BEST-DATE
                          MOVE PROD-RETURN-FEE TO WS-RIT-FEE
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-PARAM-FILE
           EXIT PARAGRAPH.

       RELEASE-RETURNED-HOLD.
           *> the open hold placed against the deposit: the first
           *> open hold on the account for exactly the item's amount.
           *> A hold that has already run out leaves nothing to
           *> release and WS-RIT-HOLD-ID comes back zeros.
           MOVE ZEROS TO WS-RIT-HOLD-ID
           MOVE "N" TO WS-EOF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
              MOVE "N" TO WS-EOF
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER = CRET-ACCOUNT-NUMBER
                          AND HOLD-STATUS = "O" AND
                          HOLD-AMOUNT = CRET-AMOUNT
                          MOVE "R" TO HOLD-STATUS
                          REWRITE HOLD-RECORD
                          MOVE HOLD-ID TO WS-RIT-HOLD-ID
                          MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           MOVE "N" TO WS-EOF
           EXIT PARAGRAPH.

       DESCRIBE-ITEM-RETURN-REASON.
           EVALUATE CRET-REASON-CODE
               WHEN "NF"
                   MOVE "NOT SUFFICIENT FUNDS" TO WS-RIT-REASON-TXT
               WHEN "SP"
                   MOVE "PAYMENT STOPPED BY DRAWER"
                        TO WS-RIT-REASON-TXT
               WHEN "AC"
                   MOVE "DRAWER ACCOUNT CLOSED" TO WS-RIT-REASON-TXT
               WHEN "RD"
                   MOVE "REFER TO DRAWER" TO WS-RIT-REASON-TXT
               WHEN OTHER
                   MOVE "RETURNED UNPAID" TO WS-RIT-REASON-TXT
           END-EVALUATE
           EXIT PARAGRAPH.

       WRITE-RETURN-NOTICE.
           *> the customer's notice under the account holder's name
           *> and address - the same notice BANKSYSTEM writes. An
           *> owner missing from the customer master still gets a
           *> notice addressed to the account, for the branch to
           *> chase.
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
           END-IF

           MOVE SPACES TO WS-NOTICE-LINE
           STRING "RETURNED ITEM NOTICE" "          DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-NAME TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CUSTOMER-ADDRESS TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE CRET-AMOUNT TO WS-AMOUNT-EDIT
           STRING "A CHEQUE FOR " WS-AMOUNT-EDIT
                  " DEPOSITED TO ACCOUNT " CRET-ACCOUNT-NUMBER
                  " ON " CRET-DEPOSIT-DATE
                  " HAS BEEN RETURNED UNPAID."
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           STRING "REASON GIVEN BY THE PAYING BANK: "
                  WS-RIT-REASON-TXT
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-RIT-FEE TO WS-FEE-EDIT
           STRING "THE AMOUNT HAS BEEN DEBITED TO YOUR ACCOUNT, "
                  "WITH A RETURNED-ITEM FEE OF " WS-FEE-EDIT "."
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE ACCOUNT-BALANCE TO WS-BAL-EDIT
           STRING "YOUR BALANCE IS NOW " WS-BAL-EDIT
                  DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE ALL "-" TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           EXIT PARAGRAPH.

       WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           EXIT PARAGRAPH.

       REPORT-REPEAT-OFFENDERS.
           *> every account with three or more items returned in the
           *> 90 days to the business date, off the whole history -
           *> the counter's chargebacks count as much as tonight's.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 90)
           MOVE WS-DATE-NUM TO WS-WINDOW-START

           MOVE "N" TO WS-RIT-EOF
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RITM-FILE-STATUS NOT = "35"
              PERFORM UNTIL WS-RIT-EOF = "Y"
                      READ RETURNED-ITEM-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-RIT-EOF
                      NOT AT END
                          IF RITM-RETURN-DATE >= WS-WINDOW-START
                             PERFORM TALLY-ACCOUNT-RETURN
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE RETURNED-ITEM-FILE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REPEAT OFFENDERS - 3 OR MORE ITEMS RETURNED SINCE "
                  WS-WINDOW-START " - REFER FOR REVIEW"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT ACCOUNT-FILE
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-COUNT
                   IF WS-AGG-ITEMS(WS-AGG-IDX) >= 3
                      PERFORM REPORT-ONE-OFFENDER
                   END-IF
           END-PERFORM
           CLOSE ACCOUNT-FILE
           IF WS-RPT-OFFENDERS = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       TALLY-ACCOUNT-RETURN.
           MOVE ZEROS TO WS-AGG-SLOT
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-COUNT
                   IF WS-AGG-ACCT(WS-AGG-IDX) = RITM-ACCOUNT-NUMBER
                      MOVE WS-AGG-IDX TO WS-AGG-SLOT
                   END-IF
           END-PERFORM
           IF WS-AGG-SLOT = ZEROS
              IF WS-AGG-COUNT < 500
                 ADD 1 TO WS-AGG-COUNT
                 MOVE WS-AGG-COUNT TO WS-AGG-SLOT
                 MOVE RITM-ACCOUNT-NUMBER TO WS-AGG-ACCT(WS-AGG-SLOT)
                 MOVE ZEROS TO WS-AGG-ITEMS(WS-AGG-SLOT)
                 MOVE ZEROS TO WS-AGG-AMOUNT(WS-AGG-SLOT)
              ELSE
                 *> table full: over 500 accounts with returns in
                 *> the window - the stragglers can't be counted,
                 *> which only ever under-flags.
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-AGG-ITEMS(WS-AGG-SLOT)
           ADD RITM-AMOUNT TO WS-AGG-AMOUNT(WS-AGG-SLOT)
           EXIT PARAGRAPH.

       REPORT-ONE-OFFENDER.
           ADD 1 TO WS-RPT-OFFENDERS
           MOVE "N" TO WS-FOUND
           MOVE WS-AGG-ACCT(WS-AGG-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y" AND WS-CUST-OPENED = "Y"
              MOVE ACCOUNT-CUST-ID TO CUSTOMER-ID
              READ CUSTOMER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-FOUND
                  NOT INVALID KEY
                      MOVE "Y" TO WS-FOUND
              END-READ
           ELSE
              MOVE "N" TO WS-FOUND
           END-IF
           IF WS-FOUND = "N"
              MOVE "CUSTOMER NOT ON FILE" TO CUSTOMER-NAME
              MOVE SPACES TO CUSTOMER-PHONE
           END-IF
           MOVE WS-AGG-AMOUNT(WS-AGG-IDX) TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REVIEW   ACCT " WS-AGG-ACCT(WS-AGG-IDX)
                  "  " WS-AGG-ITEMS(WS-AGG-IDX)
                  " ITEMS TOTALLING " WS-TOTAL-EDIT
                  "  " CUSTOMER-NAME "  " CUSTOMER-PHONE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
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
           *> the reason is one-shot, cleared after each write.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE "RETURNED-ITEM"      TO AUDIT-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "RTNITEM"            TO AUDIT-OPERATOR-ID
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

       OPEN-RETURNED-ITEM-IO.
           *> Indexed files must exist before OPEN I-O will succeed, so
           *> create an empty one the first time the program runs.
           OPEN I-O RETURNED-ITEM-FILE
           IF WS-RITM-FILE-STATUS = "35"
              OPEN OUTPUT RETURNED-ITEM-FILE
              CLOSE RETURNED-ITEM-FILE
              OPEN I-O RETURNED-ITEM-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means the money already moved - a
           *> restarted stream must skip this step.
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
                          RUNC-PROGRAM-ID = "RTNITEM" AND
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
           MOVE "RTNITEM"        TO RUNC-PROGRAM-ID
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
           MOVE "RTNITEM" TO BRES-PROGRAM-ID
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
           *> a restart point left in stage "P" or "T" under tonight's
           *> date is an interrupted run of this job: take up its
           *> counts. Counts: 1 items charged back, 2 items refused;
           *> amounts: 1 amount charged back, 2 fees charged, 3 net
           *> movement; input count/hash the file it was charging
           *> back. No file, a spent record or another night's means
           *> a fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "RTNITEM" OR
              RSTR-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
              (RSTR-STAGE NOT = "P" AND RSTR-STAGE NOT = "T")
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RESTARTING
           MOVE RSTR-STAGE       TO WS-RESTART-STAGE
           MOVE RSTR-ITEMS-DONE  TO WS-ITEMS-DONE
           MOVE RSTR-ITEMS-DONE  TO WS-RESUME-DONE
           MOVE RSTR-LAST-KEY    TO WS-LAST-KEY
           MOVE RSTR-COUNT(1)    TO WS-ITEMS-CHARGED
           MOVE RSTR-COUNT(2)    TO WS-ITEMS-REFUSED
           MOVE RSTR-AMOUNT(1)   TO WS-AMOUNT-CHARGED
           MOVE RSTR-AMOUNT(2)   TO WS-FEES-CHARGED
           MOVE RSTR-AMOUNT(3)   TO WS-NET-MOVEMENT
           MOVE RSTR-AMOUNT(3)   TO WS-RESUME-AMOUNT
           MOVE RSTR-INPUT-COUNT TO WS-RESUME-COUNT
           MOVE RSTR-INPUT-HASH  TO WS-RESUME-HASH
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "RTNITEM"         TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE  TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE     TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY       TO RSTR-LAST-KEY
           MOVE WS-ITEMS-CHARGED  TO RSTR-COUNT(1)
           MOVE WS-ITEMS-REFUSED  TO RSTR-COUNT(2)
           MOVE ZEROS             TO RSTR-COUNT(3)
           MOVE ZEROS             TO RSTR-COUNT(4)
           MOVE ZEROS             TO RSTR-COUNT(5)
           MOVE ZEROS             TO RSTR-COUNT(6)
           MOVE WS-AMOUNT-CHARGED TO RSTR-AMOUNT(1)
           MOVE WS-FEES-CHARGED   TO RSTR-AMOUNT(2)
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

       END PROGRAM RTNITEM.
