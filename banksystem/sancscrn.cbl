      *> Batch job: rescreens everyone on customers.dat against the
      *> sanctions watch list (WLSTREC.cpy) whenever WLLOAD has
      *> loaded a new issue of it - the onboarding paths only screen
      *> a customer against the list as it stood the day they were
      *> created. The list's load timestamp is compared with this
      *> job's last completed run (runctl.dat): an unchanged list
      *> needs no rescreen and the step only reports the open cases.
      *> Each customer's name is reduced to its screening key (the
      *> SCRNWORK.cpy rule) and looked up on the list. A match is a
      *> NEW hit unless a case for the pair already exists
      *> (SANCREC.cpy): pending or confirmed it is already in hand,
      *> cleared it was a false positive Compliance already decided
      *> and is not raised again. A new hit opens a pending "R" case
      *> and freezes every active account the customer owns -
      *> ACCOUNT-CUST-ID or a name on the relationship file, the
      *> ownership rule the statements use - pending review;
      *> BANKSYSTEM will not unfreeze them while the case stands.
      *> The compliance report (sancrpt.dat, 132-byte print lines)
      *> lists the new hits with the accounts frozen, then every case
      *> still awaiting a decision, onboarding holds included.
      *> Rescreening twice finds nothing new, so there is no rerun
      *> refusal. Meant to run from the same JCL stream as BANKBAT,
      *> straight after WLLOAD - see banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SANCSCRN.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "watchlst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               ALTERNATE RECORD KEY IS WL-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO "acctown.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT SANCTION-FILE ASSIGN TO "sanccase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SANC-KEY
               FILE STATUS IS WS-SANC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "sancrpt.dat"
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
         FD WATCH-LIST-FILE.
           COPY WLSTREC.

         FD CUSTOMER-FILE.
           COPY CUSTREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD OWNERSHIP-FILE.
         *> joint owners - a hit freezes every account the customer
         *> is a name on, not just the ones they opened.
           COPY OWNREC.

         FD SANCTION-FILE.
         *> the screening cases; see SANCREC.cpy.
           COPY SANCREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

         FD CONTROL-FILE.
         *> read for the business date the run-control log carries.
           COPY CTRLREC.

         FD AUDIT-FILE.
           COPY AUDITREC.

         FD RUN-CONTROL-FILE.
         *> step-level started/completed log for the batch stream;
         *> the last completed run here is what the list's load
         *> timestamp is compared with. See RUNCTLREC.cpy.
           COPY RUNCTLREC.

         FD BATCH-RESULT-FILE.
         *> this job's outcome line for the morning summary;
         *> see BATRREC.cpy for the status codes.
           COPY BATRREC.

         WORKING-STORAGE SECTION.
       01 WS-WL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-CUST-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OWN-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-SANC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNC-EOF          PIC X     VALUE "N".
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-ACCT-EOF          PIC X     VALUE "N".
       01 WS-CASE-EOF          PIC X     VALUE "N".
       01 WS-FOUND             PIC X     VALUE "N".
       01 WS-OWN-OPENED        PIC X     VALUE "N".
       01 WS-IS-OWNER          PIC X     VALUE "N".

       *> when the list was loaded against when the customers were
       *> last rescreened; spaces - never.
       01 WS-LIST-LOAD-TS      PIC X(14) VALUE SPACES.
       01 WS-LAST-RESCREEN-TS  PIC X(14) VALUE SPACES.
       01 WS-RESCREEN-NEEDED   PIC X     VALUE "N".

       01 WS-LIST-ENTRIES      PIC 9(8)  VALUE ZEROS.
       01 WS-CUSTS-SCREENED    PIC 9(8)  VALUE ZEROS.
       01 WS-NEW-HITS          PIC 9(6)  VALUE ZEROS.
       01 WS-CUSTS-HIT         PIC 9(6)  VALUE ZEROS.
       01 WS-ACCTS-FROZEN      PIC 9(6)  VALUE ZEROS.
       01 WS-CLEARED-SKIPPED   PIC 9(6)  VALUE ZEROS.
       01 WS-OPEN-CASES        PIC 9(6)  VALUE ZEROS.
       01 WS-CUST-NEW-HITS     PIC 9(3)  VALUE ZEROS.
       01 WS-CUST-FROZEN       PIC 9(3)  VALUE ZEROS.

       *> the screening key each customer's name is looked up on.
           COPY SCRNWORK.

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
           DISPLAY "-- Watch List Rescreen --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           PERFORM FIND-LAST-RESCREEN
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           PERFORM FIND-LIST-LOAD-TIME
           IF WS-LIST-ENTRIES = ZEROS
              DISPLAY "No watch list on file. Nothing to screen "
                      "against."
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO WATCH LIST ON FILE" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF
           IF WS-LAST-RESCREEN-TS = SPACES OR
              WS-LIST-LOAD-TS > WS-LAST-RESCREEN-TS
              MOVE "Y" TO WS-RESCREEN-NEEDED
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WATCH LIST RESCREEN - COMPLIANCE REPORT  "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LIST LOADED " WS-LIST-LOAD-TS
                  "  ENTRIES " WS-LIST-ENTRIES
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-RESCREEN-NEEDED = "Y"
              PERFORM RESCREEN-ALL-CUSTOMERS
           ELSE
              DISPLAY "Watch list unchanged since the last rescreen "
                      "- no rescreen needed."
              MOVE SPACES TO WS-PRINT-LINE
              STRING "WATCH LIST UNCHANGED SINCE THE LAST RESCREEN "
                     "- NO RESCREEN RUN"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM REPORT-OPEN-CASES

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRAILER  CUSTOMERS SCREENED " WS-CUSTS-SCREENED
                  "  NEW HITS " WS-NEW-HITS
                  "  CUSTOMERS HIT " WS-CUSTS-HIT
                  "  ACCOUNTS FROZEN " WS-ACCTS-FROZEN
                  "  CLEARED SKIPPED " WS-CLEARED-SKIPPED
                  "  OPEN CASES " WS-OPEN-CASES
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "-- Watch List Rescreen Report --"
           DISPLAY "Entries on list:      " WS-LIST-ENTRIES
           DISPLAY "Customers screened:   " WS-CUSTS-SCREENED
           DISPLAY "New hits:             " WS-NEW-HITS
           DISPLAY "Customers hit:        " WS-CUSTS-HIT
           DISPLAY "Accounts frozen:      " WS-ACCTS-FROZEN
           DISPLAY "Cleared hits skipped: " WS-CLEARED-SKIPPED
           DISPLAY "Cases awaiting decision: " WS-OPEN-CASES
           DISPLAY "Report written to sancrpt.dat."

           MOVE WS-CUSTS-SCREENED TO BRES-ITEMS-READ
           MOVE WS-NEW-HITS       TO BRES-ITEMS-APPLIED
           MOVE ZEROS             TO BRES-ITEMS-REJECTED
           MOVE ZEROS             TO BRES-AMOUNT-MOVED
           IF WS-NEW-HITS > 0
              MOVE "BK" TO BRES-STATUS
              MOVE "NEW WATCH LIST HITS - SEE SANCRPT" TO BRES-NOTE
           ELSE
              MOVE "OK" TO BRES-STATUS
              IF WS-RESCREEN-NEEDED = "Y"
                 MOVE "CUSTOMERS RESCREENED - NO NEW HITS"
                      TO BRES-NOTE
              ELSE
                 MOVE "WATCH LIST UNCHANGED - NO RESCREEN"
                      TO BRES-NOTE
              END-IF
           END-IF
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       FIND-LAST-RESCREEN.
           *> the latest completed run of this job, whatever its
           *> business date.
           MOVE SPACES TO WS-LAST-RESCREEN-TS
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
                       IF RUNC-PROGRAM-ID = "SANCSCRN" AND
                          RUNC-STATUS = "C" AND
                          RUNC-TIMESTAMP > WS-LAST-RESCREEN-TS
                          MOVE RUNC-TIMESTAMP TO WS-LAST-RESCREEN-TS
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           EXIT PARAGRAPH.

       FIND-LIST-LOAD-TIME.
           *> every entry carries the same load timestamp; counting
           *> them proves the list isn't empty.
           MOVE ZEROS TO WS-LIST-ENTRIES
           MOVE "N" TO WS-EOF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ WATCH-LIST-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-ENTRIES
                       IF WL-LOAD-TIMESTAMP > WS-LIST-LOAD-TS OR
                          WS-LIST-LOAD-TS = SPACES
                          MOVE WL-LOAD-TIMESTAMP TO WS-LIST-LOAD-TS
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           EXIT PARAGRAPH.

       RESCREEN-ALL-CUSTOMERS.
           MOVE "NEW HITS - ACCOUNTS FROZEN PENDING REVIEW"
                TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CUST ID  NAME                            "
                  "ENTRY ID    LISTED NAME"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
              DISPLAY "No customer file on hand. Nothing to rescreen."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT WATCH-LIST-FILE
           PERFORM OPEN-ACCOUNT-IO
           PERFORM OPEN-SANCTION-IO
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = "00"
              MOVE "Y" TO WS-OWN-OPENED
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RESCREEN-ONE-CUSTOMER
                   END-READ
           END-PERFORM

           IF WS-OWN-OPENED = "Y"
              CLOSE OWNERSHIP-FILE
           END-IF
           CLOSE SANCTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE WATCH-LIST-FILE
           CLOSE CUSTOMER-FILE

           IF WS-NEW-HITS = 0
              MOVE "  (NONE)" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTS-SCREENED
           MOVE ZEROS TO WS-CUST-NEW-HITS
           MOVE CUSTOMER-NAME TO WS-SCR-NAME
           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCR-KEY = SPACES
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
                          PERFORM CHECK-ONE-RESCREEN-MATCH
                       ELSE
                          MOVE "Y" TO WS-SCR-EOF
                       END-IF
                   END-READ
           END-PERFORM

           IF WS-CUST-NEW-HITS = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTS-HIT
           PERFORM FREEZE-CUSTOMER-ACCOUNTS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "         ACCOUNTS FROZEN: " WS-CUST-FROZEN
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMER-ID TO WS-AUDIT-KEY-TXT
           MOVE "SANCTION-HIT" TO AUDIT-ACTION
           STRING "NEW HITS " WS-CUST-NEW-HITS
                  " FROZEN " WS-CUST-FROZEN
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       CHECK-ONE-RESCREEN-MATCH.
           MOVE CUSTOMER-ID TO SANC-CUST-ID
           MOVE WL-ENTRY-ID TO SANC-ENTRY-ID
           READ SANCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           *> already cleared as a false positive - not raised again.
           IF WS-FOUND = "Y" AND SANC-STATUS = "C"
              ADD 1 TO WS-CLEARED-SKIPPED
              EXIT PARAGRAPH
           END-IF
           *> already pending or confirmed - already in hand.
           IF WS-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-ID      TO SANC-CUST-ID
           MOVE WL-ENTRY-ID      TO SANC-ENTRY-ID
           MOVE "P"              TO SANC-STATUS
           MOVE "R"              TO SANC-ORIGIN
           MOVE "SANCSCRN"       TO SANC-SOURCE
           MOVE WS-BUSINESS-DATE TO SANC-OPENED-DATE
           MOVE CUSTOMER-NAME    TO SANC-CUST-NAME
           MOVE WL-LIST-NAME     TO SANC-LIST-NAME
           MOVE SPACES           TO SANC-DECIDED-BY
           MOVE SPACES           TO SANC-DECIDED-DATE
           MOVE SPACES           TO SANC-CUST-IMAGE
           WRITE SANCTION-CASE-RECORD
           ADD 1 TO WS-NEW-HITS
           ADD 1 TO WS-CUST-NEW-HITS

           MOVE SPACES TO WS-PRINT-LINE
           STRING CUSTOMER-ID "   " CUSTOMER-NAME "  "
                  WL-ENTRY-ID "  " WL-LIST-NAME
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       FREEZE-CUSTOMER-ACCOUNTS.
           *> one pass over the accounts: every active account the
           *> customer owns goes "F". Dormant, escheated and already
           *> frozen accounts move nothing and are left as they are.
           MOVE ZEROS TO WS-CUST-FROZEN
           MOVE ZEROS TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ACCT-EOF
           END-START
           PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       IF ACCOUNT-STATUS = "A"
                          PERFORM FREEZE-IF-OWNED
                       END-IF
                   END-READ
           END-PERFORM
           ADD WS-CUST-FROZEN TO WS-ACCTS-FROZEN
           EXIT PARAGRAPH.

       FREEZE-IF-OWNED.
           MOVE "N" TO WS-IS-OWNER
           IF ACCOUNT-CUST-ID = CUSTOMER-ID
              MOVE "Y" TO WS-IS-OWNER
           ELSE
              IF WS-OWN-OPENED = "Y"
                 MOVE ACCOUNT-NUMBER TO OWN-ACCOUNT-NUMBER
                 MOVE CUSTOMER-ID    TO OWN-CUST-ID
                 READ OWNERSHIP-FILE
                     INVALID KEY
                         MOVE "N" TO WS-IS-OWNER
                     NOT INVALID KEY
                         MOVE "Y" TO WS-IS-OWNER
                 END-READ
              END-IF
           END-IF
           IF WS-IS-OWNER = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE "F" TO ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-CUST-FROZEN

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-KEY-TXT
           MOVE "SANCTION-FREEZE" TO AUDIT-ACTION
           STRING "CUSTOMER " CUSTOMER-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           EXIT PARAGRAPH.

       REPORT-OPEN-CASES.
           *> every case still waiting on Compliance - tonight's new
           *> hits and anything older, onboarding holds included.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CASES AWAITING A COMPLIANCE DECISION "
                  "(O=CUSTOMER HELD AT ONBOARDING, "
                  "R=FOUND ON RESCREEN)"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CUST ID  NAME                            "
                  "ENTRY ID    O  RAISED BY OPENED"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZEROS TO WS-OPEN-CASES
           MOVE "N" TO WS-CASE-EOF
           OPEN INPUT SANCTION-FILE
           IF WS-SANC-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-CASE-EOF
           END-IF
           PERFORM UNTIL WS-CASE-EOF = "Y"
                   READ SANCTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF SANC-STATUS = "P"
                          PERFORM REPORT-ONE-OPEN-CASE
                       END-IF
                   END-READ
           END-PERFORM
           IF WS-SANC-FILE-STATUS NOT = "35"
              CLOSE SANCTION-FILE
           END-IF

           IF WS-OPEN-CASES = 0
              MOVE "  (NONE)" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       REPORT-ONE-OPEN-CASE.
           ADD 1 TO WS-OPEN-CASES
           MOVE SPACES TO WS-PRINT-LINE
           STRING SANC-CUST-ID "   " SANC-CUST-NAME "  "
                  SANC-ENTRY-ID "  " SANC-ORIGIN "  "
                  SANC-SOURCE "  " SANC-OPENED-DATE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "         LISTED AS: " SANC-LIST-NAME
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
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
           *> caller sets WS-AUDIT-KEY-TXT and AUDIT-ACTION; the
           *> reason is one-shot, cleared after each write.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "SANCSCRN"           TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
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

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "SANCSCRN"       TO RUNC-PROGRAM-ID
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
           MOVE "SANCSCRN" TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM SANCSCRN.
