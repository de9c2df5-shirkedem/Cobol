      *> Nightly batch job: cuts the outbound payment file for the
      *> clearing house. Every payment on payments.dat still at
      *> status "C" (captured through BANKSYSTEM and already debited
      *> to the customer) goes out as one "D" detail record, between
      *> an "H" header carrying the business date and a "T" trailer
      *> carrying the detail count and amount hash total - the
      *> trailer-balanced shape of our GL extract and the inbound
      *> clearing file, so the clearing house can refuse a file that
      *> did not arrive intact. Each payment written is marked "S"
      *> with the date it went, so it can never go out twice; a
      *> payment captured after tonight's cut waits for tomorrow's.
      *> No money moves here - the customer was debited at capture
      *> and the amount sits in payments outstanding until it is
      *> either delivered or returned (payret.cbl).
      *> The file is rewritten whole each night (outbound.dat).
      *> Meant to run from the same JCL stream as BANKBAT - see
      *> banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYOUT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO "outbound.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTP-FILE-STATUS.
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
         FD PAYMENT-FILE.
           COPY PAYREC.

         FD OUTBOUND-FILE.
         *> header, one detail per payment, trailer; see OUTPREC.cpy.
           COPY OUTPREC.

         FD CONTROL-FILE.
         *> read for the business date only - nothing moves here.
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
       01 WS-PAY-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-OUTP-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-ALREADY-RUN       PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-PAYMENTS-READ     PIC 9(6)  VALUE ZEROS.
       *> what the trailer carries: details written and the hash
       *> of their amounts.
       01 WS-SENT-COUNT        PIC 9(8)  VALUE ZEROS.
       01 WS-SENT-HASH         PIC 9(13)V99 VALUE ZEROS.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Outbound Payment File --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE

           *> rerun protection: a restarted stream must not cut a
           *> second file over the one already handed over. A run
           *> that broke before completing is simply rerun - the file
           *> is cut again whole, tonight's sent payments included.
           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "PAYOUT already completed for business date "
                      WS-BUSINESS-DATE " - refusing to run again."
              STOP RUN
           END-IF
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           OPEN OUTPUT OUTBOUND-FILE
           MOVE SPACES TO OUTPAY-RECORD
           MOVE "H" TO OUTP-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO OUTP-BUSINESS-DATE
           MOVE ZEROS TO OUTP-PAYMENT-ID
           MOVE ZEROS TO OUTP-ACCOUNT-NUMBER
           MOVE ZEROS TO OUTP-AMOUNT
           MOVE ZEROS TO OUTP-RECORD-COUNT
           MOVE ZEROS TO OUTP-HASH-TOTAL
           WRITE OUTPAY-RECORD

           *> no payments master yet just means nothing has been
           *> captured - the file still goes, header and a zero
           *> trailer, so the clearing house sees we sent.
           OPEN I-O PAYMENT-FILE
           IF WS-PAY-FILE-STATUS = "35"
              DISPLAY "No payments on file."
           ELSE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                      READ PAYMENT-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          ADD 1 TO WS-PAYMENTS-READ
                          *> a payment already marked sent under
                          *> tonight's date was cut by a run that
                          *> broke before completing - the file it
                          *> went on is rewritten here, so it goes
                          *> again and the trailer comes out as a
                          *> clean run's would.
                          IF PAY-STATUS = "C" OR
                             (PAY-STATUS = "S" AND
                              PAY-SENT-DATE = WS-BUSINESS-DATE)
                             PERFORM SEND-ONE-PAYMENT
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE PAYMENT-FILE
           END-IF

           MOVE SPACES TO OUTPAY-RECORD
           MOVE "T" TO OUTP-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO OUTP-BUSINESS-DATE
           MOVE ZEROS TO OUTP-PAYMENT-ID
           MOVE ZEROS TO OUTP-ACCOUNT-NUMBER
           MOVE ZEROS TO OUTP-AMOUNT
           MOVE WS-SENT-COUNT TO OUTP-RECORD-COUNT
           MOVE WS-SENT-HASH  TO OUTP-HASH-TOTAL
           WRITE OUTPAY-RECORD
           CLOSE OUTBOUND-FILE

           DISPLAY " "
           DISPLAY "-- Outbound Payment Report --"
           DISPLAY "Payments on file:  " WS-PAYMENTS-READ
           DISPLAY "Payments sent:     " WS-SENT-COUNT
           DISPLAY "Amount sent:       " WS-SENT-HASH
           DISPLAY "Outbound file outbound.dat ready for the "
                   "clearing house."

           MOVE WS-PAYMENTS-READ TO BRES-ITEMS-READ
           MOVE WS-SENT-COUNT    TO BRES-ITEMS-APPLIED
           MOVE ZEROS            TO BRES-ITEMS-REJECTED
           MOVE WS-SENT-HASH     TO BRES-AMOUNT-MOVED
           MOVE "OK" TO BRES-STATUS
           MOVE "OUTBOUND PAYMENT FILE CUT" TO BRES-NOTE
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       SEND-ONE-PAYMENT.
           MOVE SPACES TO OUTPAY-RECORD
           MOVE "D"                TO OUTP-RECORD-TYPE
           MOVE WS-BUSINESS-DATE   TO OUTP-BUSINESS-DATE
           MOVE PAY-ID             TO OUTP-PAYMENT-ID
           MOVE PAY-ACCOUNT-NUMBER TO OUTP-ACCOUNT-NUMBER
           MOVE PAY-BENEF-BANK     TO OUTP-BENEF-BANK
           MOVE PAY-BENEF-ACCOUNT  TO OUTP-BENEF-ACCOUNT
           MOVE PAY-BENEF-NAME     TO OUTP-BENEF-NAME
           MOVE PAY-AMOUNT         TO OUTP-AMOUNT
           MOVE PAY-REFERENCE      TO OUTP-REFERENCE
           MOVE ZEROS              TO OUTP-RECORD-COUNT
           MOVE ZEROS              TO OUTP-HASH-TOTAL
           WRITE OUTPAY-RECORD
           ADD 1 TO WS-SENT-COUNT
           ADD PAY-AMOUNT TO WS-SENT-HASH

           MOVE "S" TO PAY-STATUS
           MOVE WS-BUSINESS-DATE TO PAY-SENT-DATE
           REWRITE PAYMENT-RECORD
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
           EXIT PARAGRAPH.

       CHECK-ALREADY-RUN.
           *> a completed run-control record for this program under
           *> this business date means tonight's file has already
           *> been cut - a restarted stream must skip this step.
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
                          RUNC-PROGRAM-ID = "PAYOUT" AND
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
           MOVE "PAYOUT"         TO RUNC-PROGRAM-ID
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
           MOVE "PAYOUT" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM PAYOUT.
