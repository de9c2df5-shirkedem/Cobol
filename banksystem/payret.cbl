      *> Morning batch job: posts the payment returns file the
      *> clearing house hands back the day after an outbound file.
      *> Each "D" detail quotes one of our payment ids with the
      *> amount and a return reason; the customer's debit is credited
      *> back automatically as a type "R" entry against the original
      *> "O" (TRAN-ORIG-TYPE/-ORIG-DATE carry the capture), the
      *> payment is marked "R" with the date and reason, and the
      *> return is audited with the reason in words.
      *> The file is trailer-balanced like the inbound clearing file
      *> (pmtret.dat, PRETREC.cpy): a first pass counts the details
      *> and hashes the amounts against the trailer, and the WHOLE
      *> file is refused on a mismatch - nothing credited, have it
      *> re-sent. A credit-back goes through whatever the account's
      *> status, the REVERSE-TRANSACTION rule: it only restores what
      *> the bank took. A return that does not tie to a payment we
      *> sent - unknown id, not at status "S", amount differs, or
      *> the account has gone - is NOT credited; it is listed and
      *> the step reports a break so it is chased with the
      *> clearing house.
      *> The net credited moves CONTROL-TOTAL in one shot, the
      *> INTACCR pattern, so EODRECON still balances to the penny.
      *> Meant to run from the same JCL stream as BANKBAT - see
      *> banksystem/jcl/BANKBAT.jcl.
      *> Each return's outcome is committed to the restart point
      *> (payret.ckp, RSTRREC.cpy) once it has been credited or
      *> listed, with the file's detail count and hash, so a run that
      *> abends partway is rerun against the SAME file: it skips the
      *> returns already dealt with and carries on. A file that no
      *> longer matches the restart point is refused.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYRET.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYRET-FILE ASSIGN TO "pmtret.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRET-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
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
           SELECT RESTART-FILE ASSIGN TO "payret.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD PAYRET-FILE.
           COPY PRETREC.

         FD PAYMENT-FILE.
           COPY PAYREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD CONTROL-FILE.
         *> kept in step here too, the INTACCR pattern, so the
         *> credited returns don't show up as a false break in
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
       01 WS-PRET-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-PAY-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS  PIC X(2)  VALUE "00".
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

       *> balancing pass: what the file says it carries (trailer)
       *> against what was actually read.
       01 WS-TRAILER-SEEN      PIC X     VALUE "N".
       01 WS-TRAILER-COUNT     PIC 9(8)  VALUE ZEROS.
       01 WS-TRAILER-HASH      PIC 9(13)V99 VALUE ZEROS.
       01 WS-READ-COUNT        PIC 9(8)  VALUE ZEROS.
       01 WS-READ-HASH         PIC 9(13)V99 VALUE ZEROS.

       01 WS-RETURNS-CREDITED  PIC 9(6)  VALUE ZEROS.
       01 WS-RETURNS-UNMATCHED PIC 9(6)  VALUE ZEROS.
       01 WS-NET-MOVEMENT      PIC S9(10)V99 VALUE ZEROS.
       *> why a return could not be tied to a payment we sent.
       01 WS-UNMATCHED-WHY     PIC X(30).

       *> restart point: the file has no item key of its own, so
       *> returns are counted off in file order - WS-ITEM-SEQ is the
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

       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30) VALUE SPACES.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Outbound Payment Returns --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: the returns must not be credited
           *> twice when a broken stream is restarted from the top.
           *> A run that refuses the file writes no completed record,
           *> so the step can rerun once the file is re-sent.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "PAYRET already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           PERFORM LOAD-RESTART-POINT
           IF WS-RESTARTING = "Y"
              DISPLAY "Restarting after return " WS-RESUME-DONE
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           *> first pass: prove the file against its own trailer
           *> before a single return touches a master.
           PERFORM BALANCE-RETURNS-FILE
           IF WS-TRAILER-SEEN = "N"
              DISPLAY "*** FILE REFUSED - no trailer record ***"
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNS FILE REFUSED - NO TRAILER"
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
              DISPLAY "Nothing credited. Have the file re-sent."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNS FILE REFUSED - TRAILER MISMATCH"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF
           DISPLAY "File balances to its trailer: "
                   WS-READ-COUNT " returns hashing " WS-READ-HASH

           *> a restart may only carry on into the file it broke on;
           *> a re-sent or different file must be sorted out by hand
           *> against what has already been credited.
           IF WS-RESTARTING = "Y" AND
              (WS-RESUME-COUNT NOT = WS-READ-COUNT OR
               WS-RESUME-HASH NOT = WS-READ-HASH)
              DISPLAY "*** RESTART REFUSED - returns file "
                      "changed ***"
              DISPLAY "Restart point: " WS-RESUME-COUNT
                      " returns hashing " WS-RESUME-HASH
              DISPLAY "Nothing credited. " WS-RESUME-DONE
                      " return(s) already dealt with by the broken run."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "RESTART REFUSED - RETURNS FILE CHANGED"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF

           *> second pass: credit the returns back.
           PERFORM OPEN-ACCOUNT-IO
           OPEN I-O PAYMENT-FILE

           *> a restart point in stage "T" means every return had
           *> been dealt with and CONTROL-TOTAL had moved - only the
           *> results are left to write.
           MOVE "N" TO WS-EOF
           IF WS-RESTART-STAGE = "T"
              MOVE "Y" TO WS-EOF
           END-IF
           MOVE ZEROS TO WS-ITEM-SEQ
           OPEN INPUT PAYRET-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ PAYRET-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PRET-RECORD-TYPE = "D"
                          ADD 1 TO WS-ITEM-SEQ
                          IF WS-ITEM-SEQ > WS-ITEMS-DONE
                             PERFORM CREDIT-ONE-RETURN
                             MOVE WS-ITEM-SEQ TO WS-ITEMS-DONE
                             MOVE WS-ITEM-SEQ TO WS-LAST-KEY
                             MOVE "P" TO RSTR-STAGE
                             PERFORM WRITE-RESTART-POINT
                          END-IF
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PAYRET-FILE
           CLOSE PAYMENT-FILE
           CLOSE ACCOUNT-FILE

           IF WS-RESTART-STAGE = "P"
              IF WS-NET-MOVEMENT NOT = 0
                 PERFORM UPDATE-CONTROL-TOTAL
              END-IF
              MOVE "T" TO RSTR-STAGE
              PERFORM WRITE-RESTART-POINT
           END-IF

           DISPLAY " "
           DISPLAY "-- Payment Returns Report --"
           DISPLAY "Returns on file:   " WS-READ-COUNT
           DISPLAY "Returns credited:  " WS-RETURNS-CREDITED
           DISPLAY "Returns unmatched: " WS-RETURNS-UNMATCHED
           DISPLAY "Amount credited:   " WS-NET-MOVEMENT

           MOVE WS-READ-COUNT        TO BRES-ITEMS-READ
           MOVE WS-RETURNS-CREDITED  TO BRES-ITEMS-APPLIED
           MOVE WS-RETURNS-UNMATCHED TO BRES-ITEMS-REJECTED
           MOVE WS-NET-MOVEMENT      TO BRES-AMOUNT-MOVED
           IF WS-RETURNS-UNMATCHED > 0
              DISPLAY "Unmatched returns were NOT credited - chase "
                      "them with the clearing house."
              MOVE "BK" TO BRES-STATUS
              MOVE "RETURNS UNMATCHED - CHASE WITH CLEARING"
                   TO BRES-NOTE
           ELSE
              MOVE "OK" TO BRES-STATUS
              MOVE "PAYMENT RETURNS CREDITED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT
           IF WS-RESTARTING = "Y"
              MOVE SPACES TO BRES-NOTE
              STRING "RESUMED AFTER RETURN " WS-RESUME-DONE
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
           OPEN INPUT PAYRET-FILE
           IF WS-PRET-FILE-STATUS = "35"
              DISPLAY "No returns file on hand. Nothing to credit."
              *> the morning report must still show the step ran.
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO PAYMENT RETURNS FILE RECEIVED" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ PAYRET-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PRET-RECORD-TYPE = "D"
                          ADD 1 TO WS-READ-COUNT
                          ADD PRET-AMOUNT TO WS-READ-HASH
                       END-IF
                       IF PRET-RECORD-TYPE = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE PRET-RECORD-COUNT TO WS-TRAILER-COUNT
                          MOVE PRET-HASH-TOTAL   TO WS-TRAILER-HASH
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE PAYRET-FILE
           EXIT PARAGRAPH.

       CREDIT-ONE-RETURN.
           MOVE PRET-PAYMENT-ID TO PAY-ID
           READ PAYMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE "NO SUCH PAYMENT" TO WS-UNMATCHED-WHY
              PERFORM LIST-UNMATCHED-RETURN
              EXIT PARAGRAPH
           END-IF
           *> only a payment that actually went out can come back,
           *> and only once.
           IF PAY-STATUS NOT = "S"
              MOVE "PAYMENT NOT AT SENT STATUS" TO WS-UNMATCHED-WHY
              PERFORM LIST-UNMATCHED-RETURN
              EXIT PARAGRAPH
           END-IF
           IF PAY-AMOUNT NOT = PRET-AMOUNT
              MOVE "AMOUNT DIFFERS FROM PAYMENT" TO WS-UNMATCHED-WHY
              PERFORM LIST-UNMATCHED-RETURN
              EXIT PARAGRAPH
           END-IF

           MOVE PAY-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              MOVE "REMITTER ACCOUNT NOT ON FILE" TO WS-UNMATCHED-WHY
              PERFORM LIST-UNMATCHED-RETURN
              EXIT PARAGRAPH
           END-IF

           ADD PAY-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           ADD PAY-AMOUNT TO WS-NET-MOVEMENT

           *> the credit-back is a reversal of the "O" debit, linked
           *> to it the way REVERSE-TRANSACTION links a correction.
           MOVE PAY-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "R"                TO TRAN-TYPE
           MOVE PAY-AMOUNT         TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE   TO TRAN-DATE
           MOVE ZEROS              TO TRAN-LINK-ACCOUNT
           MOVE "O"                TO TRAN-ORIG-TYPE
           MOVE PAY-CAPTURE-DATE   TO TRAN-ORIG-DATE
           MOVE "PAYRET"           TO TRAN-OPERATOR-ID
           PERFORM OPEN-TRANSACTION-IO
           PERFORM POST-LEDGER-ENTRY
           CLOSE TRANSACTION-FILE

           MOVE "R" TO PAY-STATUS
           MOVE WS-BUSINESS-DATE TO PAY-RETURN-DATE
           MOVE PRET-REASON-CODE TO PAY-RETURN-REASON
           REWRITE PAYMENT-RECORD

           PERFORM DESCRIBE-RETURN-REASON
           MOVE PAY-ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-RETURNS-CREDITED
           DISPLAY "Payment " PAY-ID " returned " PRET-REASON-CODE
                   ": " PAY-AMOUNT " credited back to "
                   PAY-ACCOUNT-NUMBER
           EXIT PARAGRAPH.

       DESCRIBE-RETURN-REASON.
           EVALUATE PRET-REASON-CODE
               WHEN "AC"
                   MOVE "RETURNED - PAYEE ACCT CLOSED"
                        TO WS-AUDIT-REASON
               WHEN "NA"
                   MOVE "RETURNED - NO SUCH PAYEE ACCT"
                        TO WS-AUDIT-REASON
               WHEN "NM"
                   MOVE "RETURNED - PAYEE NAME MISMATCH"
                        TO WS-AUDIT-REASON
               WHEN "BK"
                   MOVE "RETURNED - PAYEE BANK UNKNOWN"
                        TO WS-AUDIT-REASON
               WHEN OTHER
                   STRING "RETURNED - REASON "
                          PRET-REASON-CODE
                          DELIMITED BY SIZE
                          INTO WS-AUDIT-REASON
                   END-STRING
           END-EVALUATE
           EXIT PARAGRAPH.

       LIST-UNMATCHED-RETURN.
           ADD 1 TO WS-RETURNS-UNMATCHED
           DISPLAY "*** Return NOT credited - payment "
                   PRET-PAYMENT-ID " " PRET-AMOUNT " "
                   PRET-REASON-CODE ": " WS-UNMATCHED-WHY
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
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE "PAYMENT-RETURNED"   TO AUDIT-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "PAYRET"             TO AUDIT-OPERATOR-ID
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
                          RUNC-PROGRAM-ID = "PAYRET" AND
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
           MOVE "PAYRET"         TO RUNC-PROGRAM-ID
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
           MOVE "PAYRET" TO BRES-PROGRAM-ID
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
           *> counts. Counts: 1 returns credited, 2 returns unmatched;
           *> amounts: 1 net credited; input count/hash the file it
           *> was crediting. No file, a spent record or another
           *> night's means a fresh run.
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
           IF RSTR-PROGRAM-ID NOT = "PAYRET" OR
              RSTR-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
              (RSTR-STAGE NOT = "P" AND RSTR-STAGE NOT = "T")
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RESTARTING
           MOVE RSTR-STAGE       TO WS-RESTART-STAGE
           MOVE RSTR-ITEMS-DONE  TO WS-ITEMS-DONE
           MOVE RSTR-ITEMS-DONE  TO WS-RESUME-DONE
           MOVE RSTR-LAST-KEY    TO WS-LAST-KEY
           MOVE RSTR-COUNT(1)    TO WS-RETURNS-CREDITED
           MOVE RSTR-COUNT(2)    TO WS-RETURNS-UNMATCHED
           MOVE RSTR-AMOUNT(1)   TO WS-NET-MOVEMENT
           MOVE RSTR-AMOUNT(1)   TO WS-RESUME-AMOUNT
           MOVE RSTR-INPUT-COUNT TO WS-RESUME-COUNT
           MOVE RSTR-INPUT-HASH  TO WS-RESUME-HASH
           EXIT PARAGRAPH.

       WRITE-RESTART-POINT.
           *> caller sets RSTR-STAGE; the rest is the run as it
           *> stands, in the LOAD-RESTART-POINT order. Rewritten
           *> whole each time - the file only ever holds one record.
           MOVE "PAYRET"             TO RSTR-PROGRAM-ID
           MOVE WS-BUSINESS-DATE     TO RSTR-BUSINESS-DATE
           MOVE WS-ITEMS-DONE        TO RSTR-ITEMS-DONE
           MOVE WS-LAST-KEY          TO RSTR-LAST-KEY
           MOVE WS-RETURNS-CREDITED  TO RSTR-COUNT(1)
           MOVE WS-RETURNS-UNMATCHED TO RSTR-COUNT(2)
           MOVE ZEROS                TO RSTR-COUNT(3)
           MOVE ZEROS                TO RSTR-COUNT(4)
           MOVE ZEROS                TO RSTR-COUNT(5)
           MOVE ZEROS                TO RSTR-COUNT(6)
           MOVE WS-NET-MOVEMENT      TO RSTR-AMOUNT(1)
           MOVE ZEROS                TO RSTR-AMOUNT(2)
           MOVE ZEROS                TO RSTR-AMOUNT(3)
           MOVE WS-READ-COUNT        TO RSTR-INPUT-COUNT
           MOVE WS-READ-HASH         TO RSTR-INPUT-HASH
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14)    TO RSTR-TIMESTAMP
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

       END PROGRAM PAYRET.
